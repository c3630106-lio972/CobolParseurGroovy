       ID DIVISION.
       PROGRAM-ID. FB00B31.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH DU MATIN DE CONTROLE DE COMPLETUDE
      *           DU RELEVE CONSOLIDE FB00RECA PRODUIT DANS LA NUIT
      *           PAR FB00B01. LE JOURNAL RECUPERABLE DES PISTES
      *           D'AUDIT ('FBAUDJRN', DESSIN FB00JRNA) EST DECHARGE A
      *           NOUVEAU LE MATIN SUR LA JOURNEE VEILLE ; CE SECOND
      *           DECHARGEMENT, FUSIONNE PAR LE JCL AVEC LES PISTES
      *           BATCH 'IN' (FB00B30), 'TC' (FB01B08) ET 'FU'
      *           (FB00B39) COMME POUR FB00B01, EST RAPPROCHE DU
      *           RELEVE PAR CONTRAT ET PAR JOUR : CHAQUE ECART DE
      *           NOMBRE D'ACTIONS EST SIGNALE
      *           (ACTIONS JOURNALISEES APRES LE DECHARGEMENT DE NUIT,
      *           RELANCE DE FB00B01 MAL RECADREE, PERTE DE LIGNES...).
      *           LES DEUX FICHIERS SONT TRIES PAR LE JCL SUR NUMERO DE
      *           CONTRAT PUIS JOUR. LES LIGNES DE SOUS-TOTAL DU RELEVE
      *           (CODE ACTION '*') ET LES CONTRATS BAC A SABLE ('ZZZ')
      *           SONT IGNORES DE PART ET D'AUTRE.
      *           MEME TECHNIQUE DE RAPPROCHEMENT DEUX FICHIERS
      *           TRIES QUE FB01B01.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51160 CREATION.
      * 15.10.2026 GFA/P.ESTEVE     M001      F51210 LA PISTE BATCH
      *                                       'FU' (FB00B39), QUI NE
      *                                       PASSE PAS PAR LE JOURNAL,
      *                                       EST FUSIONNEE AVEC LE
      *                                       DECHARGEMENT COMME 'IN' ET
      *                                       'TC'.
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
      *--- DECHARGEMENT DU MATIN DU JOURNAL DES PISTES D'AUDIT (DESSIN
      *--- FB00AUDX), TRIE SUR CONTRAT PUIS JOUR
           SELECT  FB00AUDJ   ASSIGN  FB00AUDJ
                               FILE STATUS IS  FS-FB00AUDJ-STATUS.
      *--- RELEVE CONSOLIDE DE LA NUIT (FB00B01), TRIE SUR CONTRAT
      *--- PUIS JOUR
           SELECT  FB00RECA   ASSIGN  FB00RECA
                               FILE STATUS IS  FS-FB00RECA-STATUS.
      *--- COMPTE RENDU DES ECARTS
           SELECT  FB00RAPJ   ASSIGN  FB00RAPJ
                               FILE STATUS IS  FS-FB00RAPJ-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00AUDJ
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00AUDJ.
           05  AUDJ-NUMCONT           PIC X(12).
           05  AUDJ-ECRAN             PIC X(04).
           05  AUDJ-SOUS-TYPE         PIC X(02).
           05  AUDJ-RACF              PIC X(15).
           05  AUDJ-JOUR              PIC X(08).
           05  AUDJ-HEURE             PIC X(08).
           05  AUDJ-DETAIL            PIC X(48).
      *
      *    RELEVE FB00RECA (DESSIN DE FB00B01) - SEULS LE CONTRAT, LE
      *    CODE ACTION ET LE JOUR SONT UTILISES
       FD  FB00RECA
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RECA.
           05  RECA-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(08).
           05  RECA-CODE-ACTION       PIC X(01).
               88  RECA-SOUS-TOTAL        VALUE '*'.
           05  FILLER                 PIC X(51).
           05  RECA-JOUR              PIC X(08).
           05  FILLER                 PIC X(09).
      *
       FD  FB00RAPJ
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPJ.
           05  RAPJ-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPJ-JOUR              PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPJ-NB-JOURNAL        PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPJ-NB-RELEVE         PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPJ-MOTIF             PIC X(40).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B31 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00AUDJ-STATUS   PIC X(02).
           88     OK-FB00AUDJ       VALUE '00'.
           88     EOF-FB00AUDJ      VALUE '10'.
       01  FS-FB00RECA-STATUS   PIC X(02).
           88     OK-FB00RECA       VALUE '00'.
           88     EOF-FB00RECA      VALUE '10'.
       01  FS-FB00RAPJ-STATUS   PIC X(02).
           88     OK-FB00RAPJ       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-AUDJ      PIC X(01) VALUE 'N'.
           88     FIN-AUDJ          VALUE 'O'.
       01  WS-IND-FIN-RECA      PIC X(01) VALUE 'N'.
           88     FIN-RECA          VALUE 'O'.
      *================================================================*
      *   CLES CUMULEES (CONTRAT + JOUR) DE CHAQUE COTE                *
      *================================================================*
       01  WS-CLE-JOURNAL.
           05  WS-CLEJ-NUMCONT  PIC X(12).
           05  WS-CLEJ-JOUR     PIC X(08).
       01  WS-CLE-RELEVE.
           05  WS-CLER-NUMCONT  PIC X(12).
           05  WS-CLER-JOUR     PIC X(08).
       01  WS-NB-JOURNAL        PIC 9(05) COMP VALUE ZERO.
       01  WS-NB-RELEVE         PIC 9(05) COMP VALUE ZERO.
      *================================================================*
      *   ZONES DE TRAVAIL DU RAPPROCHEMENT                            *
      *================================================================*
       01  WS-CO-RET            PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-AUDJ-LUES     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RECA-LUES     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CLES-OK       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ECARTS        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ABS-RELEVE    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ABS-JOURNAL   PIC 9(07) COMP VALUE ZERO.
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
           OPEN INPUT  FB00AUDJ
           OPEN INPUT  FB00RECA
           OPEN OUTPUT FB00RAPJ.
           IF NOT OK-FB00AUDJ OR NOT OK-FB00RECA OR NOT OK-FB00RAPJ
              DISPLAY 'FB00B31 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-AUDJ
           PERFORM 21100-CUMULER-JOURNAL
           PERFORM 22000-LIRE-RECA
           PERFORM 22100-CUMULER-RELEVE
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-RAPPROCHER
              UNTIL WS-CLE-JOURNAL = HIGH-VALUE
              AND   WS-CLE-RELEVE  = HIGH-VALUE
           .
      ******************************************************************
      *   COMPARAISON DES DEUX FLUX CUMULES SUR CONTRAT + JOUR         *
      ******************************************************************
       20100-RAPPROCHER.
      *-----------------
           EVALUATE TRUE
              WHEN WS-CLE-JOURNAL < WS-CLE-RELEVE
                 PERFORM 23000-SIGNALER-ABS-RELEVE
                 PERFORM 21100-CUMULER-JOURNAL
              WHEN WS-CLE-JOURNAL > WS-CLE-RELEVE
                 PERFORM 24000-SIGNALER-ABS-JOURNAL
                 PERFORM 22100-CUMULER-RELEVE
              WHEN OTHER
                 IF WS-NB-JOURNAL = WS-NB-RELEVE
                    ADD 1 TO WS-CPT-CLES-OK
                 ELSE
                    PERFORM 25000-SIGNALER-ECART
                 END-IF
                 PERFORM 21100-CUMULER-JOURNAL
                 PERFORM 22100-CUMULER-RELEVE
           END-EVALUATE
           .
      ******************************************************************
      *   LECTURE DU JOURNAL - LES CONTRATS BAC A SABLE SONT SAUTES    *
      ******************************************************************
       21000-LIRE-AUDJ.
      *----------------
           PERFORM 21050-LIRE-UN-AUDJ.
           PERFORM 21050-LIRE-UN-AUDJ
              UNTIL FIN-AUDJ
              OR AUDJ-NUMCONT (1:3) NOT = 'ZZZ'
           .
      ******************************************************************
       21050-LIRE-UN-AUDJ.
      *-------------------
           IF NOT FIN-AUDJ
              READ FB00AUDJ
                 AT END
                    SET FIN-AUDJ TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-AUDJ-LUES
              END-READ
           END-IF
           .
      ******************************************************************
      *   CUMUL DU NOMBRE D'ACTIONS JOURNALISEES POUR LA CLE COURANTE  *
      ******************************************************************
       21100-CUMULER-JOURNAL.
      *----------------------
           MOVE ZERO                TO WS-NB-JOURNAL.
           IF FIN-AUDJ
              MOVE HIGH-VALUE       TO WS-CLE-JOURNAL
           ELSE
              MOVE AUDJ-NUMCONT     TO WS-CLEJ-NUMCONT
              MOVE AUDJ-JOUR        TO WS-CLEJ-JOUR
              PERFORM 21200-COMPTER-JOURNAL
                 UNTIL FIN-AUDJ
                 OR AUDJ-NUMCONT NOT = WS-CLEJ-NUMCONT
                 OR AUDJ-JOUR    NOT = WS-CLEJ-JOUR
           END-IF
           .
      ******************************************************************
       21200-COMPTER-JOURNAL.
      *----------------------
           ADD 1 TO WS-NB-JOURNAL.
           PERFORM 21000-LIRE-AUDJ
           .
      ******************************************************************
      *   LECTURE DU RELEVE - SOUS-TOTAUX ET BAC A SABLE SAUTES        *
      ******************************************************************
       22000-LIRE-RECA.
      *----------------
           PERFORM 22050-LIRE-UNE-RECA.
           PERFORM 22050-LIRE-UNE-RECA
              UNTIL FIN-RECA
              OR (NOT RECA-SOUS-TOTAL
                  AND RECA-NUMCONT (1:3) NOT = 'ZZZ')
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
      *   ACTIONS JOURNALISEES ABSENTES DU RELEVE : NON CONSOLIDEES    *
      ******************************************************************
       23000-SIGNALER-ABS-RELEVE.
      *---------------------------
           ADD 1                    TO WS-CPT-ABS-RELEVE.
           MOVE WS-CLEJ-NUMCONT     TO RAPJ-NUMCONT.
           MOVE WS-CLEJ-JOUR        TO RAPJ-JOUR.
           MOVE WS-NB-JOURNAL       TO RAPJ-NB-JOURNAL.
           MOVE ZERO                TO RAPJ-NB-RELEVE.
           MOVE 'ACTIONS JOURNALISEES ABSENTES DU RELEVE'
                                    TO RAPJ-MOTIF.
           WRITE ENRG-FB00RAPJ
           .
      ******************************************************************
      *   LIGNES DE RELEVE SANS ACTION JOURNALISEE : INCOHERENCE       *
      ******************************************************************
       24000-SIGNALER-ABS-JOURNAL.
      *----------------------------
           ADD 1                    TO WS-CPT-ABS-JOURNAL.
           MOVE WS-CLER-NUMCONT     TO RAPJ-NUMCONT.
           MOVE WS-CLER-JOUR        TO RAPJ-JOUR.
           MOVE ZERO                TO RAPJ-NB-JOURNAL.
           MOVE WS-NB-RELEVE        TO RAPJ-NB-RELEVE.
           MOVE 'LIGNES DE RELEVE ABSENTES DU JOURNAL'
                                    TO RAPJ-MOTIF.
           WRITE ENRG-FB00RAPJ
           .
      ******************************************************************
      *   MEME CONTRAT ET MEME JOUR, NOMBRES D'ACTIONS DIFFERENTS      *
      ******************************************************************
       25000-SIGNALER-ECART.
      *---------------------
           ADD 1                    TO WS-CPT-ECARTS.
           MOVE WS-CLEJ-NUMCONT     TO RAPJ-NUMCONT.
           MOVE WS-CLEJ-JOUR        TO RAPJ-JOUR.
           MOVE WS-NB-JOURNAL       TO RAPJ-NB-JOURNAL.
           MOVE WS-NB-RELEVE        TO RAPJ-NB-RELEVE.
           MOVE 'ECART JOURNAL / RELEVE'
                                    TO RAPJ-MOTIF.
           WRITE ENRG-FB00RAPJ
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00AUDJ FB00RECA FB00RAPJ.
           DISPLAY 'FB00B31 : LIGNES DE JOURNAL LUES  = '
                    WS-CPT-AUDJ-LUES.
           DISPLAY 'FB00B31 : LIGNES DE RELEVE LUES   = '
                    WS-CPT-RECA-LUES.
           DISPLAY 'FB00B31 : CONTRATS/JOURS CONFORMES = '
                    WS-CPT-CLES-OK.
           DISPLAY 'FB00B31 : ABSENTS DU RELEVE       = '
                    WS-CPT-ABS-RELEVE.
           DISPLAY 'FB00B31 : ABSENTS DU JOURNAL      = '
                    WS-CPT-ABS-JOURNAL.
           DISPLAY 'FB00B31 : ECARTS DE NOMBRE        = '
                    WS-CPT-ECARTS.
           IF WS-CPT-ABS-RELEVE > 0 OR WS-CPT-ABS-JOURNAL > 0
              OR WS-CPT-ECARTS > 0
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B31 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
