      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51149 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51196 CHAQUE ANOMALIE
      *                                       D'ATTELAGE EST AUSSI
      *                                       ECRITE SUR FB00DQAX
      *                                       (CONTROLE 'AT' DU TABLEAU
      *                                       DE BORD QUALITE FB00B60).
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *--- ANOMALIES D'ATTELAGE
           SELECT  FB04RAPL   ASSIGN  FB04RAPL
                               FILE STATUS IS  FS-FB04RAPL-STATUS.
      *--- ANOMALIES POUR LE TABLEAU DE BORD QUALITE (FB00DQAF)
           SELECT  FB00DQAX   ASSIGN  FB00DQAX
                               FILE STATUS IS  FS-FB00DQAX-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPL-MOTIF             PIC X(50).
           05  FILLER                 PIC X(04) VALUE SPACES.
      *
       FD  FB00DQAX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DQAX              PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB04B15 **'.
      *================================================================*
      *   ANOMALIE DU TABLEAU DE BORD QUALITE (FB00DQAF)               *
      *================================================================*
           COPY FB00DQAF.
      *================================================================*
      *   TABLE D'AUTORISATION PERMIS/FAMILLE PARTAGEE (FB00CATV)      *
      *================================================================*
           COPY FB00CATV.
           88     DOUBLON-FB04ATTA  VALUE '22'.
       01  FS-FB04RAPL-STATUS   PIC X(02).
           88     OK-FB04RAPL       VALUE '00'.
       01  FS-FB00DQAX-STATUS   PIC X(02).
           88     OK-FB00DQAX       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
           OPEN INPUT  FB01AFFX
           OPEN INPUT  FB02CATX
           OPEN OUTPUT FB04ATTA
           OPEN OUTPUT FB04RAPL
           OPEN OUTPUT FB00DQAX.
           IF NOT OK-FB04ATTX OR NOT OK-FB04FAMX
              OR NOT OK-FB01AFFX OR NOT OK-FB02CATX
              OR NOT OK-FB04ATTA OR NOT OK-FB04RAPL
              OR NOT OK-FB00DQAX
              DISPLAY 'FB04B15 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1                   TO WS-CPT-ANOMALIES.
           MOVE WS-NUMCONT-RUPTURE TO RAPL-NUMCONT.
           MOVE ATTX-IMMAT-REM     TO RAPL-IMMAT.
           WRITE ENRG-FB04RAPL.
           MOVE SPACES             TO WSS-DQAN-ENR.
           MOVE WS-NUMCONT-RUPTURE TO DQAN-NUMCONT.
           SET DQAN-ATTELAGE       TO TRUE.
           MOVE ATTX-RANG-REM      TO DQAN-RANG.
           MOVE ATTX-IMMAT-REM     TO DQAN-IDENT.
           MOVE WS-DATE-TRAITEMENT TO DQAN-JOUR.
           MOVE RAPL-MOTIF         TO DQAN-MOTIF.
           WRITE ENRG-FB00DQAX FROM WSS-DQAN-ENR
           .
      ******************************************************************
       21000-LIRE-ATTX.
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB04ATTX FB04FAMX FB01AFFX FB02CATX
                 FB04ATTA FB04RAPL FB00DQAX.
           DISPLAY 'FB04B15 : LIENS D''ATTELAGE LUS  = '
                    WS-CPT-LIENS-LUS.
           DISPLAY 'FB04B15 : LIENS VALIDES          = '
