      *                                       PORTANT UNE PERSONNE
      *                                       SIGNALEE DECEDEE
      *                                       (EXTRAIT FB02DECX).
      *
      * 15.10.2026 GFA/P.ESTEVE     M004      F51196 CHAQUE CONTROLE
      *                                       DEPASSE EST AUSSI ECRIT
      *                                       SUR FB00DQAX (CONTROLE
      *                                       'CT' DU TABLEAU DE BORD
      *                                       QUALITE FB00B60).
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *--- FICHIER FACULTATIF, ABSENT = LIBELLES FRANCAIS D'ORIGINE
           SELECT  FB00TMPL   ASSIGN  FB00TMPL
                               FILE STATUS IS  FS-FB00TMPL-STATUS.
      *--- ANOMALIES POUR LE TABLEAU DE BORD QUALITE (M004, FB00DQAF)
           SELECT  FB00DQAX   ASSIGN  FB00DQAX
                               FILE STATUS IS  FS-FB00DQAX-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05  TMPL-TYPE-LIGNE        PIC X(02).
           05  TMPL-TEXTE             PIC X(60).
           05  FILLER                 PIC X(14).
      ******************************************************************
       FD  FB00DQAX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DQAX              PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB04B02 **'.
      *================================================================*
      *   ANOMALIE DU TABLEAU DE BORD QUALITE (M004, FB00DQAF)         *
      *================================================================*
           COPY FB00DQAF.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB04CTLX-STATUS   PIC X(02).
           88     OK-FB04RAPT       VALUE '00'.
       01  FS-FB04RELA-STATUS   PIC X(02).
           88     OK-FB04RELA       VALUE '00'.
       01  FS-FB00DQAX-STATUS   PIC X(02).
           88     OK-FB00DQAX       VALUE '00'.
       01  FS-FB00TMPL-STATUS   PIC X(02).
           88     OK-FB00TMPL       VALUE '00'.
       01  WS-IND-FIN-TMPL       PIC X(01) VALUE 'N'.
           OPEN INPUT  FB04CTLX
           OPEN OUTPUT FB04EDIC
           OPEN OUTPUT FB04RAPT
           OPEN OUTPUT FB04RELA
           OPEN OUTPUT FB00DQAX.
           IF NOT OK-FB04CTLX OR NOT OK-FB04EDIC OR NOT OK-FB04RAPT
              OR NOT OK-FB04RELA OR NOT OK-FB00DQAX
              DISPLAY 'FB04B02 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
                 WHEN WS-JOURS-ECH < WS-JOURS-JOUR
                    MOVE 'CONTROLE DEPASSE'   TO WS-ETAT-RELANCE
                    ADD 1                     TO WS-CPT-DEPASSES
                    PERFORM 23200-ECRIRE-ANOMALIE-QUALITE
                 WHEN WS-JOURS-ECH - WS-JOURS-JOUR < 61
                    MOVE 'ECHEANCE SOUS 60 J' TO WS-ETAT-RELANCE
                    ADD 1                     TO WS-CPT-PROCHES
           MOVE WS-LIGNE-DOC       TO RELA-TEXTE.
           WRITE ENRG-FB04RELA
           .
      ******************************************************************
      *   CONTROLE DEPASSE : ANOMALIE DU TABLEAU DE BORD QUALITE       *
      *   (M004), Y COMPRIS SUR UN CONTRAT DEBRAYE DES RELANCES        *
      ******************************************************************
       23200-ECRIRE-ANOMALIE-QUALITE.
      *-------------------------------
           MOVE SPACES             TO WSS-DQAN-ENR.
           MOVE CTLX-NUMCONT       TO DQAN-NUMCONT.
           SET DQAN-CT             TO TRUE.
           MOVE CTLX-RANG          TO DQAN-RANG.
           MOVE CTLX-IMMAT         TO DQAN-IDENT.
           MOVE WS-DATE-TRAITEMENT TO DQAN-JOUR.
           STRING 'CONTROLE TECHNIQUE DEPASSE LE '
                  WS-ECHEANCE
                  DELIMITED BY SIZE INTO DQAN-MOTIF.
           WRITE ENRG-FB00DQAX FROM WSS-DQAN-ENR
           .
      ******************************************************************
       21000-LIRE-CTLX.
      *----------------
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB04CTLX FB04EDIC FB04RAPT FB04RELA FB00DQAX.
           DISPLAY 'FB04B02 : VEHICULES LUS          = ' WS-CPT-LUS.
           DISPLAY 'FB04B02 : CONTROLES DEPASSES     = '
                    WS-CPT-DEPASSES.
