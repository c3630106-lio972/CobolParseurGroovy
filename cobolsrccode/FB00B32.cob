       ID DIVISION.
       PROGRAM-ID. FB00B32.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH PONCTUEL DE REPRISE DES EXCLUSIONS
      *           FCGEEDF1 RESTEES EN PLACE APRES UNE RESTAURATION
      *           D'UN AUTRE JOUR. JUSQU'A FB00B02 M005, SEULE UNE
      *           RESTAURATION DU MEME JOUR COMPENSAIT UNE SORTIE :
      *           UN MEMBRE SORTI LE LUNDI ET RESTAURE LE JEUDI EST
      *           RESTE SUR LA LISTE D'EXCLUSION ET PPGEMB17 CONTINUE
      *           DE L'IGNORER.
      *           LE DECHARGEMENT COMPLET DE L'HISTORIQUE (FB00HISX,
      *           COPIE REPRO DU KSDS FB00HIST, ORDRE DE CLE CONTRAT +
      *           JOUR + HEURE + RANG) EST REJOUE CONTRAT PAR CONTRAT :
      *           UNE SORTIE 'D' (FB01/FB04) MET LE CONTRAT EN ETAT
      *           SORTI, UNE RESTAURATION 'R' (FB01) D'UN JOUR
      *           POSTERIEUR A LA SORTIE LE MET EN ETAT RESTAURE (LA
      *           RESTAURATION DU MEME JOUR A DEJA ETE COMPENSEE PAR
      *           FB00B02 M003). LES CONTRATS QUI FINISSENT L'HISTO-
      *           RIQUE EN ETAT RESTAURE SONT CONFRONTES A LA LISTE
      *           D'EXCLUSION COURANTE (FB00EXCL : DECHARGEMENT DE
      *           FCGEEDF1 REDUIT PAR LE JCL AUX ENREGISTREMENTS
      *           PORTANT UN NUMERO DE CONTRAT EN QUEUE - CEUX EMIS PAR
      *           FB00B02 - ET TRIE SUR CE NUMERO) : CHAQUE EXCLUSION
      *           ENCORE PRESENTE ET ANTERIEURE A LA RESTAURATION FAIT
      *           L'OBJET D'UNE LEVEE (FORMAT NATIF, TYPE DE MOUVEMENT
      *           'L') DANS FB00ELGR, CONCATENE PAR LE JCL A FB00ELGB
      *           POUR LA CHAINE FCGEEDF1 ET LE RAPPROCHEMENT DES
      *           ACCUSES (FB00B07). LE COMPTE RENDU FB00RAPR LISTE LES
      *           MEMBRES RESTAURES ENCORE EXCLUS.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51161 CREATION.
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
      *--- DECHARGEMENT COMPLET DE FB00HIST, ORDRE DE CLE
           SELECT  FB00HISX   ASSIGN  FB00HISX
                               FILE STATUS IS  FS-FB00HISX-STATUS.
      *--- EXCLUSIONS FCGEEDF1 EN VIGUEUR EMISES PAR FB00B02, TRIEES
      *--- SUR LE NUMERO DE CONTRAT
           SELECT  FB00EXCL   ASSIGN  FB00EXCL
                               FILE STATUS IS  FS-FB00EXCL-STATUS.
      *--- LEVEES A TRANSMETTRE (FORMAT NATIF FCGEEDF1)
           SELECT  FB00ELGR   ASSIGN  FB00ELGR
                               FILE STATUS IS  FS-FB00ELGR-STATUS.
      *--- COMPTE RENDU DES MEMBRES RESTAURES ENCORE EXCLUS
           SELECT  FB00RAPR   ASSIGN  FB00RAPR
                               FILE STATUS IS  FS-FB00RAPR-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00HISX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00HISX.
           05  HISX-NUMCONT           PIC X(12).
           05  HISX-JOUR              PIC X(08).
           05  HISX-HEURE             PIC X(08).
           05  HISX-RANG              PIC 9(03).
           05  HISX-ECRAN             PIC X(04).
           05  HISX-CODE-ACTION       PIC X(01).
           05  HISX-LIBELLE           PIC X(30).
           05  HISX-RACF              PIC X(15).
           05  FILLER                 PIC X(19).
      *
      *--- FORMAT NATIF 221 OCTETS DE FCGEEDF1 (DESSIN FB00ELGB DE
      *--- FB00B02)
       FD  FB00EXCL
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00EXCL.
           05  EXCL-CLE-EDF.
               10  EXCL-CO-REG-DECL   PIC X(01).
               10  EXCL-NO-INST-DECL  PIC X(03).
               10  EXCL-ID-TECH-INDV  PIC 9(09).
           05  EXCL-ID-TECH-DPR       PIC 9(09).
           05  EXCL-MOTIF-EXCLU       PIC X(30).
           05  EXCL-DATE-EFFET        PIC X(08).
           05  EXCL-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(149).
      *
       FD  FB00ELGR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ELGR.
           05  ELGR-CLE-EDF.
               10  ELGR-CO-REG-DECL   PIC X(01).
               10  ELGR-NO-INST-DECL  PIC X(03).
               10  ELGR-ID-TECH-INDV  PIC 9(09).
           05  ELGR-ID-TECH-DPR       PIC 9(09).
           05  ELGR-MOTIF-EXCLU       PIC X(30).
           05  ELGR-DATE-EFFET        PIC X(08).
           05  ELGR-NUMCONT           PIC X(12).
           05  ELGR-TYPE-MVT          PIC X(01).
           05  FILLER                 PIC X(148).
      *
       FD  FB00RAPR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPR.
           05  RAPR-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPR-JOUR-SORTIE       PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPR-JOUR-RESTAU       PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPR-DATE-EXCLUSION    PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPR-MOTIF             PIC X(40).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B32 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00HISX-STATUS   PIC X(02).
           88     OK-FB00HISX       VALUE '00'.
           88     EOF-FB00HISX      VALUE '10'.
       01  FS-FB00EXCL-STATUS   PIC X(02).
           88     OK-FB00EXCL       VALUE '00'.
           88     EOF-FB00EXCL      VALUE '10'.
       01  FS-FB00ELGR-STATUS   PIC X(02).
           88     OK-FB00ELGR       VALUE '00'.
       01  FS-FB00RAPR-STATUS   PIC X(02).
           88     OK-FB00RAPR       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-HISX       PIC X(01) VALUE 'N'.
           88     FIN-HISX           VALUE 'O'.
       01  WS-IND-FIN-EXCL       PIC X(01) VALUE 'N'.
           88     FIN-EXCL           VALUE 'O'.
      *================================================================*
      *   ETAT DU CONTRAT EN COURS DE REJEU                            *
      *================================================================*
       01  WS-NUMCONT-RUPTURE    PIC X(12) VALUE SPACES.
       01  WS-ETAT-CONTRAT       PIC X(01) VALUE SPACE.
           88     CONTRAT-PRESENT    VALUE SPACE.
           88     CONTRAT-SORTI      VALUE 'S'.
           88     CONTRAT-RESTAURE   VALUE 'R'.
       01  WS-JOUR-SORTIE        PIC X(08) VALUE SPACES.
       01  WS-JOUR-RESTAU        PIC X(08) VALUE SPACES.
       01  WS-IND-ENCORE-EXCLU   PIC X(01) VALUE 'N'.
           88     ENCORE-EXCLU       VALUE 'O'.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-HISX-LUES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CONTRATS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RESTAURES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ENCORE-EXCLUS  PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LEVEES         PIC 9(07) COMP VALUE ZERO.
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
           OPEN INPUT  FB00HISX
           OPEN INPUT  FB00EXCL
           OPEN OUTPUT FB00ELGR
           OPEN OUTPUT FB00RAPR.
           IF NOT OK-FB00HISX OR NOT OK-FB00EXCL
              OR NOT OK-FB00ELGR OR NOT OK-FB00RAPR
              DISPLAY 'FB00B32 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-HISX
           PERFORM 22000-LIRE-EXCL
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-REJOUER-CONTRAT
              UNTIL FIN-HISX
           .
      ******************************************************************
      *   REJEU CHRONOLOGIQUE DES ACTIONS D'UN CONTRAT (RUPTURE SUR    *
      *   HISX-NUMCONT), PUIS CONFRONTATION A LA LISTE D'EXCLUSION SI  *
      *   LE CONTRAT FINIT EN ETAT RESTAURE                            *
      ******************************************************************
       20100-REJOUER-CONTRAT.
      *----------------------
           MOVE HISX-NUMCONT      TO WS-NUMCONT-RUPTURE.
           SET CONTRAT-PRESENT    TO TRUE.
           MOVE SPACES            TO WS-JOUR-SORTIE
                                     WS-JOUR-RESTAU.
           ADD 1                  TO WS-CPT-CONTRATS.
           PERFORM 20200-REJOUER-ACTION
              UNTIL FIN-HISX
              OR HISX-NUMCONT NOT = WS-NUMCONT-RUPTURE.
           IF CONTRAT-RESTAURE
              AND WS-NUMCONT-RUPTURE (1:3) NOT = 'ZZZ'
              ADD 1               TO WS-CPT-RESTAURES
              PERFORM 23000-CONFRONTER-EXCLUSIONS
           END-IF
           .
      ******************************************************************
      *   MEMES REGLES QUE FB00B02 : SORTIES 'D' DE FB01/FB04,         *
      *   RESTAURATIONS 'R' DE FB01                                    *
      ******************************************************************
       20200-REJOUER-ACTION.
      *---------------------
           EVALUATE TRUE
              WHEN HISX-CODE-ACTION = 'D'
                 AND (HISX-ECRAN = 'FB01' OR HISX-ECRAN = 'FB04')
                 SET CONTRAT-SORTI   TO TRUE
                 MOVE HISX-JOUR      TO WS-JOUR-SORTIE
              WHEN HISX-CODE-ACTION = 'R'
                 AND HISX-ECRAN = 'FB01'
                 AND CONTRAT-SORTI
                 AND HISX-JOUR > WS-JOUR-SORTIE
                 SET CONTRAT-RESTAURE TO TRUE
                 MOVE HISX-JOUR      TO WS-JOUR-RESTAU
              WHEN HISX-CODE-ACTION = 'R'
                 AND HISX-ECRAN = 'FB01'
                 AND CONTRAT-SORTI
      *--- RESTAURATION DU MEME JOUR : DEJA COMPENSEE PAR FB00B02
                 SET CONTRAT-PRESENT TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 21000-LIRE-HISX
           .
      ******************************************************************
      *   LES EXCLUSIONS DU CONTRAT ANTERIEURES OU EGALES AU JOUR DE   *
      *   RESTAURATION SONT ENCORE INDUES : UNE LEVEE PAR EXCLUSION    *
      ******************************************************************
       23000-CONFRONTER-EXCLUSIONS.
      *----------------------------
           MOVE 'N' TO WS-IND-ENCORE-EXCLU.
           PERFORM 22000-LIRE-EXCL
              UNTIL FIN-EXCL
              OR EXCL-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           PERFORM 23100-TRAITER-EXCLUSION
              UNTIL FIN-EXCL
              OR EXCL-NUMCONT NOT = WS-NUMCONT-RUPTURE.
           IF ENCORE-EXCLU
              ADD 1 TO WS-CPT-ENCORE-EXCLUS
           END-IF
           .
      ******************************************************************
       23100-TRAITER-EXCLUSION.
      *------------------------
           IF EXCL-DATE-EFFET NOT > WS-JOUR-RESTAU
              SET ENCORE-EXCLU       TO TRUE
              MOVE SPACES            TO ENRG-FB00ELGR
              MOVE EXCL-CLE-EDF      TO ELGR-CLE-EDF
              MOVE EXCL-ID-TECH-DPR  TO ELGR-ID-TECH-DPR
              MOVE 'REINTEGRATION APRES RESTAURATION'
                                     TO ELGR-MOTIF-EXCLU
              MOVE WS-JOUR-RESTAU    TO ELGR-DATE-EFFET
              MOVE WS-NUMCONT-RUPTURE TO ELGR-NUMCONT
              MOVE 'L'               TO ELGR-TYPE-MVT
              WRITE ENRG-FB00ELGR
              ADD 1                  TO WS-CPT-LEVEES
              MOVE WS-NUMCONT-RUPTURE TO RAPR-NUMCONT
              MOVE WS-JOUR-SORTIE    TO RAPR-JOUR-SORTIE
              MOVE WS-JOUR-RESTAU    TO RAPR-JOUR-RESTAU
              MOVE EXCL-DATE-EFFET   TO RAPR-DATE-EXCLUSION
              MOVE 'RESTAURE ENCORE EXCLU - LEVEE EMISE'
                                     TO RAPR-MOTIF
              WRITE ENRG-FB00RAPR
           END-IF
           PERFORM 22000-LIRE-EXCL
           .
      ******************************************************************
       21000-LIRE-HISX.
      *----------------
           IF NOT FIN-HISX
              READ FB00HISX
                 AT END
                    SET FIN-HISX TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-HISX-LUES
              END-READ
           END-IF
           .
      ******************************************************************
       22000-LIRE-EXCL.
      *----------------
           IF NOT FIN-EXCL
              READ FB00EXCL
                 AT END
                    SET FIN-EXCL TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00HISX FB00EXCL FB00ELGR FB00RAPR.
           DISPLAY 'FB00B32 : ACTIONS D''HISTORIQUE LUES = '
                    WS-CPT-HISX-LUES.
           DISPLAY 'FB00B32 : CONTRATS REJOUES          = '
                    WS-CPT-CONTRATS.
           DISPLAY 'FB00B32 : CONTRATS RESTAURES        = '
                    WS-CPT-RESTAURES.
           DISPLAY 'FB00B32 : RESTAURES ENCORE EXCLUS   = '
                    WS-CPT-ENCORE-EXCLUS.
           DISPLAY 'FB00B32 : LEVEES EMISES             = '
                    WS-CPT-LEVEES.
           IF WS-CPT-ENCORE-EXCLUS > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B32 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
