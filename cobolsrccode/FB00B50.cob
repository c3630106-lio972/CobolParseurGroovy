       ID DIVISION.
       PROGRAM-ID. FB00B50.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH DE REPUBLICATION DES EVENEMENTS DE
      *           COMPOSITION NON REMIS AU COURTIER DE MESSAGES.
      *           QUAND LA FILE TD 'FBEV' EST INDISPONIBLE, FB01T00,
      *           FB02T00 ET FB04T00 RANGENT L'EVENEMENT DANS LE
      *           MAGASIN DE REPRISE (KSDS FB00EVTR, DESSIN FB00EVTF)
      *           SANS BLOQUER LA SAISIE. PASSE TOUTES LES HEURES PAR
      *           L'ORDONNANCEUR, CE PROGRAMME VIDE LE MAGASIN :
      *           CHAQUE EVENEMENT EST RECOPIE SUR FB00EVTQ (DEPOSE
      *           SUR LE COURTIER PAR L'ETAPE SUIVANTE DU JCL) ET SUR
      *           LE CUMUL DU JOUR FB00EVTD (REPRIS PAR LE RAPPROCHEMENT
      *           FB00B51 AVEC LE DECHARGEMENT DU JOURNAL 'FE'), PUIS
      *           SUPPRIME DU MAGASIN. L'IDENTIFIANT D'ORIGINE EST
      *           CONSERVE ; LE NOMBRE DE TENTATIVES EST INCREMENTE.
      *           CODE RETOUR 4 SI DES EVENEMENTS ONT ETE REPUBLIES.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51183 CREATION.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- MAGASIN DE REPRISE DES EVENEMENTS NON REMIS (KSDS PARTAGE
      *--- AVEC FB01/FB02/FB04)
           SELECT  FB00EVTR   ASSIGN  FB00EVTR
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY EVTRK-CLE
                               FILE STATUS IS  FS-FB00EVTR-STATUS.
      *--- EVENEMENTS A DEPOSER SUR LE COURTIER
           SELECT  FB00EVTQ   ASSIGN  FB00EVTQ
                               FILE STATUS IS  FS-FB00EVTQ-STATUS.
      *--- CUMUL DU JOUR DES EVENEMENTS REPUBLIES (POUR FB00B51)
           SELECT  FB00EVTD   ASSIGN  FB00EVTD
                               FILE STATUS IS  FS-FB00EVTD-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00EVTR
           LABEL RECORD STANDARD.
       01  ENRG-FB00EVTR.
           05  EVTRK-CLE              PIC X(24).
           05  FILLER                 PIC X(96).
      *
       FD  FB00EVTQ
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00EVTQ              PIC X(120).
      *
       FD  FB00EVTD
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00EVTD              PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B50 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00EVTR-STATUS   PIC X(02).
           88     OK-FB00EVTR       VALUE '00'.
       01  FS-FB00EVTQ-STATUS   PIC X(02).
           88     OK-FB00EVTQ       VALUE '00'.
       01  FS-FB00EVTD-STATUS   PIC X(02).
           88     OK-FB00EVTD       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-EVTR      PIC X(01) VALUE 'N'.
           88     FIN-EVTR          VALUE 'O'.
      *================================================================*
      *   EVENEMENT PUBLIE (DESSIN PARTAGE AVEC FB01/FB02/FB04)        *
      *================================================================*
           COPY FB00EVTF.
      *================================================================*
      *   COMPTEURS                                                    *
      *================================================================*
       01  WS-CO-RET            PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-EVTR-LUS      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REPUBLIES     PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           OPEN I-O    FB00EVTR
           OPEN OUTPUT FB00EVTQ
           OPEN EXTEND FB00EVTD.
           IF NOT OK-FB00EVTR OR NOT OK-FB00EVTQ OR NOT OK-FB00EVTD
              DISPLAY 'FB00B50 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-EVTR
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-REPUBLIER
              UNTIL FIN-EVTR
           .
      ******************************************************************
      *   REPUBLICATION D'UN EVENEMENT PUIS SUPPRESSION DU MAGASIN :   *
      *   EN CAS DE RELANCE APRES INCIDENT, UN EVENEMENT PEUT ETRE     *
      *   DEPOSE DEUX FOIS, LES CONSOMMATEURS L'ECARTENT SUR SON       *
      *   IDENTIFIANT                                                  *
      ******************************************************************
       20100-REPUBLIER.
      *----------------
           IF EVTP-NB-TENTATIVES NOT NUMERIC
              MOVE ZERO             TO EVTP-NB-TENTATIVES
           END-IF.
           IF EVTP-NB-TENTATIVES < 99
              ADD 1                 TO EVTP-NB-TENTATIVES
           END-IF.
           WRITE ENRG-FB00EVTQ FROM WSS-EVTP-ENR.
           IF NOT OK-FB00EVTQ
              DISPLAY 'FB00B50 : ERREUR ECRITURE FB00EVTQ '
                      FS-FB00EVTQ-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           WRITE ENRG-FB00EVTD FROM WSS-EVTP-ENR.
           IF NOT OK-FB00EVTD
              DISPLAY 'FB00B50 : ERREUR ECRITURE FB00EVTD '
                      FS-FB00EVTD-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           DELETE FB00EVTR RECORD.
           IF NOT OK-FB00EVTR
              DISPLAY 'FB00B50 : ERREUR SUPPRESSION FB00EVTR '
                      FS-FB00EVTR-STATUS ' ' EVTP-IDENT
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1 TO WS-CPT-REPUBLIES.
           PERFORM 21000-LIRE-EVTR
           .
      ******************************************************************
       21000-LIRE-EVTR.
      *----------------
           READ FB00EVTR NEXT RECORD INTO WSS-EVTP-ENR
              AT END
                 SET FIN-EVTR TO TRUE
              NOT AT END
                 ADD 1 TO WS-CPT-EVTR-LUS
           END-READ
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00EVTR FB00EVTQ FB00EVTD.
           DISPLAY 'FB00B50 : EVENEMENTS EN REPRISE LUS = '
                    WS-CPT-EVTR-LUS.
           DISPLAY 'FB00B50 : EVENEMENTS REPUBLIES      = '
                    WS-CPT-REPUBLIES.
           IF WS-CPT-REPUBLIES > 0
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B50 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
