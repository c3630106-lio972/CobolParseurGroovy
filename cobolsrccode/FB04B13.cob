      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51151 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51196 CHAQUE LIGNE DU
      *                                       COMPTE RENDU EST AUSSI
      *                                       ECRITE SUR FB00DQAX
      *                                       (CONTROLE 'SV' DU TABLEAU
      *                                       DE BORD QUALITE FB00B60).
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *--- DIVERGENCES DECLARE / IMMATRICULE
           SELECT  FB04RAPS   ASSIGN  FB04RAPS
                               FILE STATUS IS  FS-FB04RAPS-STATUS.
      *--- ANOMALIES POUR LE TABLEAU DE BORD QUALITE (FB00DQAF)
           SELECT  FB00DQAX   ASSIGN  FB00DQAX
                               FILE STATUS IS  FS-FB00DQAX-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPS-MOTIF             PIC X(45).
           05  FILLER                 PIC X(03) VALUE SPACES.
      *
       FD  FB00DQAX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DQAX              PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB04B13 **'.
      *================================================================*
      *   ANOMALIE DU TABLEAU DE BORD QUALITE (FB00DQAF)               *
      *================================================================*
           COPY FB00DQAF.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB04REPS-STATUS   PIC X(02).
           88     DOUBLON-FB04SIVT  VALUE '22'.
       01  FS-FB04RAPS-STATUS   PIC X(02).
           88     OK-FB04RAPS       VALUE '00'.
       01  FS-FB00DQAX-STATUS   PIC X(02).
           88     OK-FB00DQAX       VALUE '00'.
      *================================================================*
      *   INDICATEUR DE FIN DE FICHIER                                 *
      *================================================================*
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT  FB04REPS
           OPEN I-O    FB04SIVT
           OPEN OUTPUT FB04RAPS
           OPEN OUTPUT FB00DQAX.
           IF NOT OK-FB04REPS OR NOT OK-FB04SIVT OR NOT OK-FB04RAPS
              OR NOT OK-FB00DQAX
              DISPLAY 'FB04B13 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
              MOVE 'PLAQUE INCONNUE DU REGISTRE SIV'
                                   TO RAPS-MOTIF
              WRITE ENRG-FB04RAPS
              PERFORM 23000-ECRIRE-ANOMALIE-QUALITE
           ELSE
              PERFORM 22000-COMPARER-ET-POSER
           END-IF
              MOVE 'CARACTERISTIQUES DECLAREES DIVERGENTES DU SIV'
                                  TO RAPS-MOTIF
              WRITE ENRG-FB04RAPS
              PERFORM 23000-ECRIRE-ANOMALIE-QUALITE
           END-IF.
           MOVE REPS-IMMAT        TO SIVT-IMMAT.
           MOVE REPS-GENRE-SIV    TO SIVT-GENRE.
           END-IF.
           ADD 1 TO WS-CPT-POSEES
           .
      ******************************************************************
      *   LIGNE DU COMPTE RENDU REPRISE POUR LE TABLEAU DE BORD        *
      *   QUALITE (M001)                                               *
      ******************************************************************
       23000-ECRIRE-ANOMALIE-QUALITE.
      *-------------------------------
           MOVE SPACES             TO WSS-DQAN-ENR.
           MOVE RAPS-NUMCONT       TO DQAN-NUMCONT.
           SET DQAN-SIV            TO TRUE.
           MOVE RAPS-RANG          TO DQAN-RANG.
           MOVE RAPS-IMMAT         TO DQAN-IDENT.
           MOVE WS-DATE-TRAITEMENT TO DQAN-JOUR.
           MOVE RAPS-MOTIF         TO DQAN-MOTIF.
           WRITE ENRG-FB00DQAX FROM WSS-DQAN-ENR
           .
      ******************************************************************
       21000-LIRE-REPS.
      *----------------
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB04REPS FB04SIVT FB04RAPS FB00DQAX.
           DISPLAY 'FB04B13 : REPONSES LUES          = '
                    WS-CPT-REPONSES.
           DISPLAY 'FB04B13 : POSTES SIVT POSES      = '
