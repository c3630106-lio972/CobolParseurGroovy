      *                                       ELARGI A 12 POSITIONS
      *                                       (CONVENTION FB00NCNT,
      *                                       CADRAGE A GAUCHE).
      *
      * 15.10.2026 GFA/P.ESTEVE     M002      F51196 CHAQUE CODE HORS
      *                                       REFERENCE EST AUSSI ECRIT
      *                                       SUR FB00DQAX (CONTROLE
      *                                       'RF' DU TABLEAU DE BORD
      *                                       QUALITE FB00B60).
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *--- COMPTE RENDU DES CODES HORS REFERENCE
           SELECT  FB00RAPC   ASSIGN  FB00RAPC
                               FILE STATUS IS  FS-FB00RAPC-STATUS.
      *--- ANOMALIES POUR LE TABLEAU DE BORD QUALITE (FB00DQAF)
           SELECT  FB00DQAX   ASSIGN  FB00DQAX
                               FILE STATUS IS  FS-FB00DQAX-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05  RAPC-CODE              PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPC-MOTIF             PIC X(45).
      *
       FD  FB00DQAX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DQAX              PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
      *================================================================*
           COPY FB00STCD.
      *================================================================*
      *   ANOMALIE DU TABLEAU DE BORD QUALITE (FB00DQAF)               *
      *================================================================*
           COPY FB00DQAF.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PERS-STATUS   PIC X(02).
           88     EOF-FB00AUDX      VALUE '10'.
       01  FS-FB00RAPC-STATUS   PIC X(02).
           88     OK-FB00RAPC       VALUE '00'.
       01  FS-FB00DQAX-STATUS   PIC X(02).
           88     OK-FB00DQAX       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-CPT-VEHI-LUES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-AUDX-LUES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANOMALIES      PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-IND-CODE-CONNU     PIC X(01) VALUE 'N'.
           88     CODE-CONNU         VALUE 'O'.
      ******************************************************************
           OPEN INPUT  FB00PERS
           OPEN INPUT  FB00VEHI
           OPEN INPUT  FB00AUDX
           OPEN OUTPUT FB00RAPC
           OPEN OUTPUT FB00DQAX.
           IF NOT OK-FB00PERS OR NOT OK-FB00VEHI
              OR NOT OK-FB00AUDX OR NOT OK-FB00RAPC
              OR NOT OK-FB00DQAX
              DISPLAY 'FB00B08 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD
           .
      ******************************************************************
       20000-SCANNER-PERSONNES.
      *----------------------
           WRITE ENRG-FB00RAPC
           ADD 1 TO WS-CPT-ANOMALIES
           MOVE SPACES             TO WSS-DQAN-ENR
           MOVE RAPC-NUMCONT       TO DQAN-NUMCONT
           SET DQAN-REFERENCE      TO TRUE
           MOVE ZERO               TO DQAN-RANG
           MOVE RAPC-CODE          TO DQAN-IDENT
           MOVE WS-DATE-TRAITEMENT TO DQAN-JOUR
           MOVE RAPC-MOTIF         TO DQAN-MOTIF
           WRITE ENRG-FB00DQAX FROM WSS-DQAN-ENR
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00PERS FB00VEHI FB00AUDX FB00RAPC FB00DQAX.
           DISPLAY 'FB00B08 : PERSONNES LUES         = '
                    WS-CPT-PERS-LUES.
           DISPLAY 'FB00B08 : VEHICULES LUS          = '
