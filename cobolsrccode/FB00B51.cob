       ID DIVISION.
       PROGRAM-ID. FB00B51.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH DU MATIN DE RAPPROCHEMENT DES
      *           EVENEMENTS DE COMPOSITION PUBLIES VERS LE COURTIER
      *           DE MESSAGES (DESSIN FB00EVTF) AVEC LE RELEVE
      *           CONSOLIDE FB00RECA DE LA NUIT (FB00B01).
      *           LES EVENEMENTS PUBLIES EN SESSION SONT DOUBLES DANS
      *           LE JOURNAL 'FBAUDJRN' (TYPE 'FE'), DECHARGE SUR LA
      *           JOURNEE VEILLE ; LE JCL LES FUSIONNE AVEC LES
      *           EVENEMENTS REPUBLIES PAR FB00B50 (FB00EVTD) ET TRIE
      *           LE TOUT SUR CONTRAT PUIS JOUR DE L'ACTION. CHAQUE
      *           ACTION D'ECRAN DU RELEVE DOIT AVOIR DONNE LIEU A UN
      *           EVENEMENT ET UN SEUL : LES NOMBRES SONT COMPARES PAR
      *           CONTRAT ET PAR JOUR ET CHAQUE ECART EST SIGNALE
      *           (EVENEMENT PERDU, REPUBLIE DEUX FOIS, ACTION NON
      *           CONSOLIDEE...).
      *           COTE RELEVE, SEULES LES ACTIONS D'ECRAN FB01, FB02
      *           ET FB04 SONT COMPTEES : LES SOUS-TOTAUX (CODE
      *           ACTION '*'), LES CONTRATS BAC A SABLE ('ZZZ') ET LES
      *           PISTES BATCH (TRANSFERTS D'INTERMEDIAIRE ET ENTRE
      *           CONTRATS, FUSIONS DE CLIENTS), QUI NE SONT PAS
      *           PUBLIEES, SONT IGNORES.
      *           MEME TECHNIQUE DE RAPPROCHEMENT QUE FB00B31.
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
      *--- EVENEMENTS PUBLIES DE LA VEILLE (DECHARGEMENT DU JOURNAL
      *--- 'FE' ET REPUBLICATIONS FB00B50), TRIES SUR CONTRAT PUIS JOUR
           SELECT  FB00EVTJ   ASSIGN  FB00EVTJ
                               FILE STATUS IS  FS-FB00EVTJ-STATUS.
      *--- RELEVE CONSOLIDE DE LA NUIT (FB00B01), TRIE SUR CONTRAT
      *--- PUIS JOUR
           SELECT  FB00RECA   ASSIGN  FB00RECA
                               FILE STATUS IS  FS-FB00RECA-STATUS.
      *--- COMPTE RENDU DES ECARTS
           SELECT  FB00RAPV   ASSIGN  FB00RAPV
                               FILE STATUS IS  FS-FB00RAPV-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00EVTJ
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00EVTJ              PIC X(120).
      *
      *    RELEVE FB00RECA (DESSIN DE FB00B01) - SEULS LE CONTRAT,
      *    L'ECRAN, LE CODE ACTION, LE LIBELLE ET LE JOUR SONT UTILISES
       FD  FB00RECA
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RECA.
           05  RECA-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02).
           05  RECA-ECRAN             PIC X(04).
               88  RECA-ECRAN-PUBLIE      VALUE 'FB01' 'FB02' 'FB04'.
           05  FILLER                 PIC X(02).
           05  RECA-CODE-ACTION       PIC X(01).
               88  RECA-SOUS-TOTAL        VALUE '*'.
           05  FILLER                 PIC X(02).
           05  RECA-LIBELLE           PIC X(30).
           05  FILLER                 PIC X(19).
           05  RECA-JOUR              PIC X(08).
           05  FILLER                 PIC X(09).
      *
       FD  FB00RAPV
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPV.
           05  RAPV-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPV-JOUR              PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPV-NB-EVENEMENTS     PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPV-NB-RELEVE         PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPV-MOTIF             PIC X(40).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B51 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00EVTJ-STATUS   PIC X(02).
           88     OK-FB00EVTJ       VALUE '00'.
           88     EOF-FB00EVTJ      VALUE '10'.
       01  FS-FB00RECA-STATUS   PIC X(02).
           88     OK-FB00RECA       VALUE '00'.
           88     EOF-FB00RECA      VALUE '10'.
       01  FS-FB00RAPV-STATUS   PIC X(02).
           88     OK-FB00RAPV       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-EVTJ      PIC X(01) VALUE 'N'.
           88     FIN-EVTJ          VALUE 'O'.
       01  WS-IND-FIN-RECA      PIC X(01) VALUE 'N'.
           88     FIN-RECA          VALUE 'O'.
      *================================================================*
      *   EVENEMENT PUBLIE (DESSIN PARTAGE AVEC FB01/FB02/FB04)        *
      *================================================================*
           COPY FB00EVTF.
      *================================================================*
      *   CLES CUMULEES (CONTRAT + JOUR) DE CHAQUE COTE                *
      *================================================================*
       01  WS-CLE-EVENEMENT.
           05  WS-CLEE-NUMCONT  PIC X(12).
           05  WS-CLEE-JOUR     PIC X(08).
       01  WS-CLE-RELEVE.
           05  WS-CLER-NUMCONT  PIC X(12).
           05  WS-CLER-JOUR     PIC X(08).
       01  WS-NB-EVENEMENTS     PIC 9(05) COMP VALUE ZERO.
       01  WS-NB-RELEVE         PIC 9(05) COMP VALUE ZERO.
      *================================================================*
      *   ZONES DE TRAVAIL DU RAPPROCHEMENT                            *
      *================================================================*
       01  WS-CO-RET            PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-EVTJ-LUS      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RECA-LUES     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CLES-OK       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ECARTS        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ABS-RELEVE    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ABS-EVENEMENT PIC 9(07) COMP VALUE ZERO.
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
           OPEN INPUT  FB00EVTJ
           OPEN INPUT  FB00RECA
           OPEN OUTPUT FB00RAPV.
           IF NOT OK-FB00EVTJ OR NOT OK-FB00RECA OR NOT OK-FB00RAPV
              DISPLAY 'FB00B51 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-EVTJ
           PERFORM 21100-CUMULER-EVENEMENTS
           PERFORM 22000-LIRE-RECA
           PERFORM 22100-CUMULER-RELEVE
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-RAPPROCHER
              UNTIL WS-CLE-EVENEMENT = HIGH-VALUE
              AND   WS-CLE-RELEVE  = HIGH-VALUE
           .
      ******************************************************************
      *   COMPARAISON DES DEUX FLUX CUMULES SUR CONTRAT + JOUR         *
      ******************************************************************
       20100-RAPPROCHER.
      *-----------------
           EVALUATE TRUE
              WHEN WS-CLE-EVENEMENT < WS-CLE-RELEVE
                 PERFORM 23000-SIGNALER-ABS-RELEVE
                 PERFORM 21100-CUMULER-EVENEMENTS
              WHEN WS-CLE-EVENEMENT > WS-CLE-RELEVE
                 PERFORM 24000-SIGNALER-ABS-EVENEMENT
                 PERFORM 22100-CUMULER-RELEVE
              WHEN OTHER
                 IF WS-NB-EVENEMENTS = WS-NB-RELEVE
                    ADD 1 TO WS-CPT-CLES-OK
                 ELSE
                    PERFORM 25000-SIGNALER-ECART
                 END-IF
                 PERFORM 21100-CUMULER-EVENEMENTS
                 PERFORM 22100-CUMULER-RELEVE
           END-EVALUATE
           .
      ******************************************************************
      *   LECTURE DES EVENEMENTS - CONTRATS BAC A SABLE SAUTES         *
      ******************************************************************
       21000-LIRE-EVTJ.
      *----------------
           PERFORM 21050-LIRE-UN-EVTJ.
           PERFORM 21050-LIRE-UN-EVTJ
              UNTIL FIN-EVTJ
              OR EVTP-NUMCONT (1:3) NOT = 'ZZZ'
           .
      ******************************************************************
       21050-LIRE-UN-EVTJ.
      *-------------------
           IF NOT FIN-EVTJ
              READ FB00EVTJ INTO WSS-EVTP-ENR
                 AT END
                    SET FIN-EVTJ TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-EVTJ-LUS
              END-READ
           END-IF
           .
      ******************************************************************
      *   CUMUL DU NOMBRE D'EVENEMENTS PUBLIES POUR LA CLE COURANTE    *
      ******************************************************************
       21100-CUMULER-EVENEMENTS.
      *----------------------
           MOVE ZERO                TO WS-NB-EVENEMENTS.
           IF FIN-EVTJ
              MOVE HIGH-VALUE       TO WS-CLE-EVENEMENT
           ELSE
              MOVE EVTP-NUMCONT     TO WS-CLEE-NUMCONT
              MOVE EVTP-JOUR        TO WS-CLEE-JOUR
              PERFORM 21200-COMPTER-EVENEMENTS
                 UNTIL FIN-EVTJ
                 OR EVTP-NUMCONT NOT = WS-CLEE-NUMCONT
                 OR EVTP-JOUR    NOT = WS-CLEE-JOUR
           END-IF
           .
      ******************************************************************
       21200-COMPTER-EVENEMENTS.
      *----------------------
           ADD 1 TO WS-NB-EVENEMENTS.
           PERFORM 21000-LIRE-EVTJ
           .
      ******************************************************************
      *   LECTURE DU RELEVE - SOUS-TOTAUX, BAC A SABLE ET PISTES BATCH *
      *   SAUTES                                                       *
      ******************************************************************
       22000-LIRE-RECA.
      *----------------
           PERFORM 22050-LIRE-UNE-RECA.
           PERFORM 22050-LIRE-UNE-RECA
              UNTIL FIN-RECA
              OR (NOT RECA-SOUS-TOTAL
                  AND RECA-NUMCONT (1:3) NOT = 'ZZZ'
                  AND RECA-ECRAN-PUBLIE
                  AND RECA-LIBELLE (1:10) NOT = 'TRANSFERT '
                  AND RECA-LIBELLE NOT = 'CHANGEMENT D''INTERMEDIAIRE')
           .
      ******************************************************************
       22050-LIRE-UNE-RECA.
      *--------------------
           IF NOT FIN-RECA
              READ FB00RECA
                 AT END
                    SET FIN-RECA TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-RECA-LUES
              END-READ
           END-IF
           .
      ******************************************************************
      *   CUMUL DU NOMBRE DE LIGNES DE RELEVE POUR LA CLE COURANTE     *
      ******************************************************************
       22100-CUMULER-RELEVE.
      *---------------------
           MOVE ZERO                TO WS-NB-RELEVE.
           IF FIN-RECA
              MOVE HIGH-VALUE       TO WS-CLE-RELEVE
           ELSE
              MOVE RECA-NUMCONT     TO WS-CLER-NUMCONT
              MOVE RECA-JOUR        TO WS-CLER-JOUR
              PERFORM 22200-COMPTER-RELEVE
                 UNTIL FIN-RECA
                 OR RECA-NUMCONT NOT = WS-CLER-NUMCONT
                 OR RECA-JOUR    NOT = WS-CLER-JOUR
           END-IF
           .
      ******************************************************************
       22200-COMPTER-RELEVE.
      *---------------------
           ADD 1 TO WS-NB-RELEVE.
           PERFORM 22000-LIRE-RECA
           .
      ******************************************************************
      *   EVENEMENTS SANS ACTION AU RELEVE : NON CONSOLIDES OU PUBLIES *
      *   A TORT                                                       *
      ******************************************************************
       23000-SIGNALER-ABS-RELEVE.
      *---------------------------
           ADD 1                    TO WS-CPT-ABS-RELEVE.
           MOVE WS-CLEE-NUMCONT     TO RAPV-NUMCONT.
           MOVE WS-CLEE-JOUR        TO RAPV-JOUR.
           MOVE WS-NB-EVENEMENTS    TO RAPV-NB-EVENEMENTS.
           MOVE ZERO                TO RAPV-NB-RELEVE.
           MOVE 'EVENEMENTS PUBLIES ABSENTS DU RELEVE'
                                    TO RAPV-MOTIF.
           WRITE ENRG-FB00RAPV
           .
      ******************************************************************
      *   ACTIONS DU RELEVE SANS EVENEMENT : PUBLICATION PERDUE        *
      ******************************************************************
       24000-SIGNALER-ABS-EVENEMENT.
      *----------------------------
           ADD 1                    TO WS-CPT-ABS-EVENEMENT.
           MOVE WS-CLER-NUMCONT     TO RAPV-NUMCONT.
           MOVE WS-CLER-JOUR        TO RAPV-JOUR.
           MOVE ZERO                TO RAPV-NB-EVENEMENTS.
           MOVE WS-NB-RELEVE        TO RAPV-NB-RELEVE.
           MOVE 'ACTIONS DU RELEVE NON PUBLIEES'
                                    TO RAPV-MOTIF.
           WRITE ENRG-FB00RAPV
           .
      ******************************************************************
      *   MEME CONTRAT ET MEME JOUR : EVENEMENT PERDU OU EN DOUBLE     *
      ******************************************************************
       25000-SIGNALER-ECART.
      *---------------------
           ADD 1                    TO WS-CPT-ECARTS.
           MOVE WS-CLEE-NUMCONT     TO RAPV-NUMCONT.
           MOVE WS-CLEE-JOUR        TO RAPV-JOUR.
           MOVE WS-NB-EVENEMENTS    TO RAPV-NB-EVENEMENTS.
           MOVE WS-NB-RELEVE        TO RAPV-NB-RELEVE.
           MOVE 'ECART EVENEMENTS PUBLIES / RELEVE'
                                    TO RAPV-MOTIF.
           WRITE ENRG-FB00RAPV
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00EVTJ FB00RECA FB00RAPV.
           DISPLAY 'FB00B51 : EVENEMENTS PUBLIES LUS  = '
                    WS-CPT-EVTJ-LUS.
           DISPLAY 'FB00B51 : LIGNES DE RELEVE LUES   = '
                    WS-CPT-RECA-LUES.
           DISPLAY 'FB00B51 : CONTRATS/JOURS CONFORMES = '
                    WS-CPT-CLES-OK.
           DISPLAY 'FB00B51 : EVENEMENTS HORS RELEVE  = '
                    WS-CPT-ABS-RELEVE.
           DISPLAY 'FB00B51 : ACTIONS NON PUBLIEES    = '
                    WS-CPT-ABS-EVENEMENT.
           DISPLAY 'FB00B51 : ECARTS DE NOMBRE        = '
                    WS-CPT-ECARTS.
           IF WS-CPT-ABS-RELEVE > 0 OR WS-CPT-ABS-EVENEMENT > 0
              OR WS-CPT-ECARTS > 0
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B51 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
