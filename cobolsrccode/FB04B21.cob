       ID DIVISION.
       PROGRAM-ID. FB04B21.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH QUOTIDIEN DE RAPPROCHEMENT DES
      *           DECLARATIONS EMISES VERS L'ASSISTEUR (JOURNAL
      *           FB04ASJD PRODUIT PAR FB04B20) AVEC LES ACCUSES DE
      *           RECEPTION QU'IL RENVOIE (FB04ASAK : UNE LIGNE PAR
      *           DECLARATION INTEGREE, AVEC LE CAS ECHEANT UN CODE
      *           DE REJET). LES DEUX FICHIERS SONT TRIES PAR LE JCL
      *           SUR PLAQUE + DATE DE DECLARATION + TYPE DE
      *           MOUVEMENT - MEME TECHNIQUE QUE FB04B10 POUR LE FVA.
      *           TOUTE DECLARATION NON ACCUSEE OU REJETEE EST EDITEE
      *           (FB04RAPS) ET REPORTEE DANS FB04ASRN POUR ETRE
      *           REEMISE AU PROCHAIN PASSAGE QUOTIDIEN DE FB04B20 ;
      *           CODE RETOUR 4.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51206 CREATION.
      *
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
      *--- DECLARATIONS EMISES, TRIEES PLAQUE + DATE + TYPE
           SELECT  FB04ASJD   ASSIGN  FB04ASJD
                               FILE STATUS IS  FS-FB04ASJD-STATUS.
      *--- ACCUSES DE RECEPTION DE L'ASSISTEUR, TRIES SUR LA MEME CLE
           SELECT  FB04ASAK   ASSIGN  FB04ASAK
                               FILE STATUS IS  FS-FB04ASAK-STATUS.
      *--- DECLARATIONS NON ACCUSEES, REPORTEES POUR REEMISSION
           SELECT  FB04ASRN   ASSIGN  FB04ASRN
                               FILE STATUS IS  FS-FB04ASRN-STATUS.
      *--- COMPTE RENDU DE RAPPROCHEMENT
           SELECT  FB04RAPS   ASSIGN  FB04RAPS
                               FILE STATUS IS  FS-FB04RAPS-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB04ASJD
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04ASJD.
           05  ASJD-CLE.
               10  ASJD-IMMAT         PIC X(10).
               10  ASJD-DT-DECLARATION PIC X(08).
               10  ASJD-TYPE-MVT      PIC X(01).
           05  ASJD-NUMCONT           PIC X(12).
           05  ASJD-FAMILLE           PIC X(04).
           05  ASJD-FORMULE           PIC X(02).
           05  ASJD-DT-DEBUT          PIC X(08).
           05  ASJD-DT-FIN            PIC X(08).
           05  ASJD-DT-EFFET          PIC X(08).
           05  FILLER                 PIC X(19).
      *
       FD  FB04ASAK
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04ASAK.
           05  ASAK-CLE.
               10  ASAK-IMMAT         PIC X(10).
               10  ASAK-DT-DECLARATION PIC X(08).
               10  ASAK-TYPE-MVT      PIC X(01).
           05  ASAK-CODE-REJET        PIC X(02).
               88  ASAK-ACCEPTE           VALUE '  '.
           05  FILLER                 PIC X(59).
      *
       FD  FB04ASRN
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04ASRN              PIC X(80).
      *
       FD  FB04RAPS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04RAPS.
           05  RAPS-IMMAT             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPS-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPS-TYPE-MVT          PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPS-MOTIF             PIC X(45).
           05  FILLER                 PIC X(06) VALUE SPACES.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB04B21 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB04ASJD-STATUS   PIC X(02).
           88     OK-FB04ASJD       VALUE '00'.
           88     EOF-FB04ASJD      VALUE '10'.
       01  FS-FB04ASAK-STATUS   PIC X(02).
           88     OK-FB04ASAK       VALUE '00'.
           88     EOF-FB04ASAK      VALUE '10'.
       01  FS-FB04ASRN-STATUS   PIC X(02).
           88     OK-FB04ASRN       VALUE '00'.
       01  FS-FB04RAPS-STATUS   PIC X(02).
           88     OK-FB04RAPS       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-ASJD       PIC X(01) VALUE 'N'.
           88     FIN-ASJD           VALUE 'O'.
       01  WS-IND-FIN-ASAK       PIC X(01) VALUE 'N'.
           88     FIN-ASAK           VALUE 'O'.
      *================================================================*
      *   CLES DE RAPPROCHEMENT                                        *
      *================================================================*
       01  WS-CLE-ASJD           PIC X(19) VALUE SPACES.
       01  WS-CLE-ASAK           PIC X(19) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-DECL-LUES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ACK-LUS        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ACCUSEES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NON-ACCUSEES   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REJETEES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ACK-ORPHELINS  PIC 9(07) COMP VALUE ZERO.
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
           OPEN INPUT  FB04ASJD
           OPEN INPUT  FB04ASAK
           OPEN OUTPUT FB04ASRN
           OPEN OUTPUT FB04RAPS.
           IF NOT OK-FB04ASJD OR NOT OK-FB04ASAK
              OR NOT OK-FB04ASRN OR NOT OK-FB04RAPS
              DISPLAY 'FB04B21 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-ASJD
           PERFORM 21100-LIRE-ASAK
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-RAPPROCHER
              UNTIL FIN-ASJD AND FIN-ASAK
           .
      ******************************************************************
       20100-RAPPROCHER.
      *-----------------
           EVALUATE TRUE
              WHEN FIN-ASAK
                 PERFORM 23000-SIGNALER-NON-ACCUSEE
                 PERFORM 21000-LIRE-ASJD
              WHEN FIN-ASJD
                 PERFORM 24000-SIGNALER-ACK-ORPHELIN
                 PERFORM 21100-LIRE-ASAK
              WHEN WS-CLE-ASJD < WS-CLE-ASAK
                 PERFORM 23000-SIGNALER-NON-ACCUSEE
                 PERFORM 21000-LIRE-ASJD
              WHEN WS-CLE-ASJD > WS-CLE-ASAK
                 PERFORM 24000-SIGNALER-ACK-ORPHELIN
                 PERFORM 21100-LIRE-ASAK
              WHEN OTHER
                 PERFORM 25000-SOLDER-DECLARATION
                 PERFORM 21000-LIRE-ASJD
                 PERFORM 21100-LIRE-ASAK
           END-EVALUATE
           .
      ******************************************************************
      *   DECLARATION SANS ACCUSE : SIGNALEE ET REPORTEE POUR         *
      *   REEMISSION AU PROCHAIN PASSAGE DE FB04B20                   *
      ******************************************************************
       23000-SIGNALER-NON-ACCUSEE.
      *----------------------------
           ADD 1                   TO WS-CPT-NON-ACCUSEES
           MOVE ASJD-IMMAT         TO RAPS-IMMAT
           MOVE ASJD-NUMCONT       TO RAPS-NUMCONT
           MOVE ASJD-TYPE-MVT      TO RAPS-TYPE-MVT
           MOVE 'DECLARATION SANS ACCUSE DE L''ASSISTEUR'
                                   TO RAPS-MOTIF
           WRITE ENRG-FB04RAPS
           WRITE ENRG-FB04ASRN FROM ENRG-FB04ASJD
           .
      ******************************************************************
       24000-SIGNALER-ACK-ORPHELIN.
      *-----------------------------
           ADD 1                   TO WS-CPT-ACK-ORPHELINS
           MOVE ASAK-IMMAT         TO RAPS-IMMAT
           MOVE SPACES             TO RAPS-NUMCONT
           MOVE ASAK-TYPE-MVT      TO RAPS-TYPE-MVT
           MOVE 'ACCUSE ASSISTEUR SANS DECLARATION EMISE'
                                   TO RAPS-MOTIF
           WRITE ENRG-FB04RAPS
           .
      ******************************************************************
      *   DECLARATION ACCUSEE : UN CODE DE REJET DE L'ASSISTEUR LA    *
      *   RENVOIE EN REEMISSION APRES CORRECTION                      *
      ******************************************************************
       25000-SOLDER-DECLARATION.
      *--------------------------
           IF ASAK-ACCEPTE
              ADD 1                TO WS-CPT-ACCUSEES
           ELSE
              ADD 1                TO WS-CPT-REJETEES
              MOVE ASJD-IMMAT      TO RAPS-IMMAT
              MOVE ASJD-NUMCONT    TO RAPS-NUMCONT
              MOVE ASJD-TYPE-MVT   TO RAPS-TYPE-MVT
              MOVE SPACES          TO RAPS-MOTIF
              STRING 'REJETEE PAR L''ASSISTEUR - CODE '
                     ASAK-CODE-REJET
                     DELIMITED BY SIZE INTO RAPS-MOTIF
              WRITE ENRG-FB04RAPS
              WRITE ENRG-FB04ASRN FROM ENRG-FB04ASJD
           END-IF
           .
      ******************************************************************
       21000-LIRE-ASJD.
      *----------------
           IF NOT FIN-ASJD
              READ FB04ASJD
                 AT END
                    SET FIN-ASJD TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-DECL-LUES
                    MOVE ASJD-CLE TO WS-CLE-ASJD
              END-READ
           END-IF.
           IF FIN-ASJD
              MOVE HIGH-VALUES TO WS-CLE-ASJD
           END-IF
           .
      ******************************************************************
       21100-LIRE-ASAK.
      *----------------
           IF NOT FIN-ASAK
              READ FB04ASAK
                 AT END
                    SET FIN-ASAK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-ACK-LUS
                    MOVE ASAK-CLE TO WS-CLE-ASAK
              END-READ
           END-IF.
           IF FIN-ASAK
              MOVE HIGH-VALUES TO WS-CLE-ASAK
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB04ASJD FB04ASAK FB04ASRN FB04RAPS.
           DISPLAY 'FB04B21 : DECLARATIONS LUES      = '
                    WS-CPT-DECL-LUES.
           DISPLAY 'FB04B21 : ACCUSES LUS            = '
                    WS-CPT-ACK-LUS.
           DISPLAY 'FB04B21 : DECLARATIONS ACCUSEES  = '
                    WS-CPT-ACCUSEES.
           DISPLAY 'FB04B21 : NON ACCUSEES           = '
                    WS-CPT-NON-ACCUSEES.
           DISPLAY 'FB04B21 : REJETEES PAR L''ASSISTEUR= '
                    WS-CPT-REJETEES.
           DISPLAY 'FB04B21 : ACCUSES ORPHELINS      = '
                    WS-CPT-ACK-ORPHELINS.
           IF WS-CPT-NON-ACCUSEES > ZERO
              OR WS-CPT-REJETEES > ZERO
              OR WS-CPT-ACK-ORPHELINS > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB04B21 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
