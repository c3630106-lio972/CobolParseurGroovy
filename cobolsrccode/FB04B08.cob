      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51130 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51196 CHAQUE VEHICULE
      *                                       RELANCE (FONCTION 'R') EST
      *                                       AUSSI ECRIT SUR FB00DQAX
      *                                       (CONTROLE 'KM' DU TABLEAU
      *                                       DE BORD QUALITE FB00B60).
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *--- REJETS DE VRAISEMBLANCE ET PLAQUES INCONNUES
           SELECT  FB04RAPK   ASSIGN  FB04RAPK
                               FILE STATUS IS  FS-FB04RAPK-STATUS.
      *--- ANOMALIES POUR LE TABLEAU DE BORD QUALITE (FB00DQAF)
           SELECT  FB00DQAX   ASSIGN  FB00DQAX
                               FILE STATUS IS  FS-FB00DQAX-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPK-MOTIF             PIC X(45).
           05  FILLER                 PIC X(15) VALUE SPACES.
      *
       FD  FB00DQAX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DQAX              PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB04B08 **'.
      *================================================================*
      *   ANOMALIE DU TABLEAU DE BORD QUALITE (FB00DQAF)               *
      *================================================================*
           COPY FB00DQAF.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB04KILN       VALUE '00'.
       01  FS-FB04RAPK-STATUS   PIC X(02).
           88     OK-FB04RAPK       VALUE '00'.
       01  FS-FB00DQAX-STATUS   PIC X(02).
           88     OK-FB00DQAX       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
           OPEN OUTPUT FB04EDIC
           OPEN OUTPUT FB04RELA
           OPEN OUTPUT FB04KILN
           OPEN OUTPUT FB04RAPK
           OPEN OUTPUT FB00DQAX.
           IF NOT OK-FB04KILX OR NOT OK-FB04KDEC
              OR NOT OK-FB04EDIC OR NOT OK-FB04RELA
              OR NOT OK-FB04KILN OR NOT OK-FB04RAPK
              OR NOT OK-FB00DQAX
              DISPLAY 'FB04B08 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           STRING '  VEHICULE ' KILX-IMMAT
                  ' : AUCUNE DECLARATION DEPUIS UN AN'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WSS-DQAN-ENR.
           MOVE KILX-NUMCONT       TO DQAN-NUMCONT.
           SET DQAN-KILOMETRAGE    TO TRUE.
           MOVE KILX-RANG          TO DQAN-RANG.
           MOVE KILX-IMMAT         TO DQAN-IDENT.
           MOVE WS-DATE-TRAITEMENT TO DQAN-JOUR.
           MOVE 'AUCUNE DECLARATION KM DEPUIS UN AN'
                                   TO DQAN-MOTIF.
           WRITE ENRG-FB00DQAX FROM WSS-DQAN-ENR
           .
      ******************************************************************
      *   CHAQUE LIGNE PART SUR LE FLUX CIC ET SUR LA COPIE D'ARCHIVE *
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB04KILX FB04KDEC FB04EDIC FB04RELA
                 FB04KILN FB04RAPK FB00DQAX.
           DISPLAY 'FB04B08 : VEHICULES LUS          = '
                    WS-CPT-VEHI-LUS.
           DISPLAY 'FB04B08 : RELANCES EDITEES       = '
