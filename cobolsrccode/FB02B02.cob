      *
      * 22.08.2026 GFA/P.ESTEVE     M000      F51089 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51196 CHAQUE DISCORDANCE
      *                                       EST AUSSI ECRITE SUR
      *                                       FB00DQAX (CONTROLE 'PE' DU
      *                                       TABLEAU DE BORD QUALITE
      *                                       FB00B60).
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *--- COMPTE RENDU DES DISCORDANCES
           SELECT  FB02RAPV   ASSIGN  FB02RAPV
                               FILE STATUS IS  FS-FB02RAPV-STATUS.
      *--- ANOMALIES POUR LE TABLEAU DE BORD QUALITE (FB00DQAF)
           SELECT  FB00DQAX   ASSIGN  FB00DQAX
                               FILE STATUS IS  FS-FB00DQAX-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05  RAPV-VERDICT           PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPV-DETAIL            PIC X(40).
      *
       FD  FB00DQAX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DQAX              PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB02B02 **'.
      *================================================================*
      *   ANOMALIE DU TABLEAU DE BORD QUALITE (FB00DQAF)               *
      *================================================================*
           COPY FB00DQAF.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB02REPV-STATUS   PIC X(02).
           88     DOUBLON-FB02STAV  VALUE '22'.
       01  FS-FB02RAPV-STATUS   PIC X(02).
           88     OK-FB02RAPV       VALUE '00'.
       01  FS-FB00DQAX-STATUS   PIC X(02).
           88     OK-FB00DQAX       VALUE '00'.
      *================================================================*
      *   INDICATEUR DE FIN DE FICHIER                                 *
      *================================================================*
      *---------------------
           OPEN INPUT  FB02REPV
           OPEN I-O    FB02STAV
           OPEN OUTPUT FB02RAPV
           OPEN OUTPUT FB00DQAX.
           IF NOT OK-FB02REPV OR NOT OK-FB02STAV OR NOT OK-FB02RAPV
              OR NOT OK-FB00DQAX
              DISPLAY 'FB02B02 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
              MOVE REPV-DETAIL       TO RAPV-DETAIL
              WRITE ENRG-FB02RAPV
              ADD 1                  TO WS-CPT-DISCORDANCES
              MOVE SPACES            TO WSS-DQAN-ENR
              MOVE REPV-NUMCONT      TO DQAN-NUMCONT
              SET DQAN-PERMIS        TO TRUE
              MOVE REPV-RANG         TO DQAN-RANG
              MOVE REPV-VERDICT      TO DQAN-IDENT
              MOVE REPV-DATE-REPONSE TO DQAN-JOUR
              MOVE REPV-DETAIL       TO DQAN-MOTIF
              WRITE ENRG-FB00DQAX FROM WSS-DQAN-ENR
           END-IF
           PERFORM 21000-LIRE-REPV
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB02REPV FB02STAV FB02RAPV FB00DQAX.
           DISPLAY 'FB02B02 : REPONSES LUES          = '
                    WS-CPT-REPONSES.
           DISPLAY 'FB02B02 : PERMIS CONFORMES       = '
