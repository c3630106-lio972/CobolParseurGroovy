      *                                       ELARGI A 12 POSITIONS
      *                                       (CONVENTION FB00NCNT)
      *                                       DANS TOUS LES FICHIERS.
      *
      * 15.10.2026 GFA/P.ESTEVE     M005      F51161 LEVEE D'EXCLUSION
      *                                       SUR RESTAURATION D'UN
      *                                       AUTRE JOUR : UNE ACTION
      *                                       'R' QUI N'ANNULE AUCUNE
      *                                       'D' DU MEME JOUR REPOND A
      *                                       UNE SORTIE ANTERIEURE ;
      *                                       SI LE GROUPE N'EMET PAS
      *                                       LUI-MEME D'EXCLUSION, UN
      *                                       ENREGISTREMENT DE LEVEE
      *                                       (TYPE DE MOUVEMENT 'L',
      *                                       MEME FORMAT NATIF) EST
      *                                       EMIS DANS FB00ELGB POUR
      *                                       RETIRER LE MEMBRE DE
      *                                       FCGEEDF1. ACCUSE RAPPROCHE
      *                                       PAR FB00B07 (M002).
      *
      * 15.10.2026 GFA/P.ESTEVE     M006      F51166 UNE SORTIE N'EST
      *                                       PLUS EXCLUE SUR LE SEUL
      *                                       CODE ACTION 'D' : LE MOTIF
      *                                       (RECA-MOTIF) EST RECHERCHE
      *                                       DANS LE DECHARGEMENT DU
      *                                       REFERENTIEL DES MOTIFS
      *                                       (FB01MOTX, DESSIN
      *                                       FB00MOTF) ; UN MOTIF SANS
      *                                       EXCLUSION EST JUSTIFIE
      *                                       DANS FB00NETR ET N'EMPECHE
      *                                       PAS L'EXCLUSION D'UNE
      *                                       AUTRE SORTIE DU GROUPE.
      *                                       LE LIBELLE DU MOTIF
      *                                       DEVIENT LE MOTIF
      *                                       D'EXCLUSION TRANSMIS. UN
      *                                       MOTIF ABSENT DU
      *                                       REFERENTIEL GARDE
      *                                       L'EXCLUSION HISTORIQUE.
      *
      * 15.10.2026 GFA/P.ESTEVE     M007      F51205 SORTIES SANS
      *                                       CORRESPONDANCE SUIVIES
      *                                       (DESSIN FB00CORF) : LA
      *                                       CORRESPONDANCE SAISIE SUR
      *                                       FB35 (KSDS FB00CORK) EST
      *                                       PRISE QUAND L'EXTRAIT
      *                                       FISCAL NE CONNAIT PAS LE
      *                                       CONTRAT ; UNE SORTIE OU
      *                                       LEVEE SANS CORRESPONDANCE
      *                                       EST RETENUE DANS FB00ANOK
      *                                       (EN PLUS DE FB00ANOC) ET
      *                                       CHAQUE PASSAGE REPREND
      *                                       D'ABORD LES RETENUES EN
      *                                       ATTENTE : LIBEREES (EMISES
      *                                       DANS FB00ELGB A LEUR DATE
      *                                       D'EFFET D'ORIGINE) DES QUE
      *                                       LE CONTRAT A UNE CORRES-
      *                                       PONDANCE, SINON VIEILLIES.
      *                                       RELANCE : FB00B66.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *--- COMPTE RENDU DE COMPENSATION SORTIES/RESTAURATIONS (M003)
           SELECT  FB00NETR   ASSIGN  FB00NETR
                               FILE STATUS IS  FS-FB00NETR-STATUS.
      *--- DECHARGEMENT DU REFERENTIEL DES MOTIFS DE SORTIE FB01MOTF
      *--- (M006), PREPARE PAR LE JCL
           SELECT  FB01MOTX   ASSIGN  FB01MOTX
                               FILE STATUS IS  FS-FB01MOTX-STATUS.
      *--- CORRESPONDANCES SAISIES SUR FB35 (VSAM KSDS, M007)
           SELECT  FB00CORK   ASSIGN  FB00CORK
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY CORKK-NUMCONT
                               FILE STATUS IS  FS-FB00CORK-STATUS.
      *--- SORTIES RETENUES FAUTE DE CORRESPONDANCE (VSAM KSDS, M007)
           SELECT  FB00ANOK   ASSIGN  FB00ANOK
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY ANOKK-CLE
                               FILE STATUS IS  FS-FB00ANOK-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05  RECA-ECRAN             PIC X(04).
           05  FILLER                 PIC X(02).
           05  RECA-CODE-ACTION       PIC X(01).
           05  RECA-MOTIF             PIC X(01).
           05  FILLER                 PIC X(01).
           05  RECA-LIBELLE           PIC X(30).
           05  FILLER                 PIC X(02).
           05  RECA-RACF              PIC X(15).
           05  ELGB-MOTIF-EXCLU       PIC X(30).
           05  ELGB-DATE-EFFET        PIC X(08).
           05  ELGB-NUMCONT           PIC X(12).
      *--- TYPE DE MOUVEMENT (M005) : ESPACE = EXCLUSION (FORMAT
      *--- HISTORIQUE), 'L' = LEVEE D'UNE EXCLUSION ANTERIEURE
           05  ELGB-TYPE-MVT          PIC X(01).
               88  ELGB-MVT-EXCLUSION     VALUE SPACE.
               88  ELGB-MVT-LEVEE         VALUE 'L'.
           05  FILLER                 PIC X(148).
      *
       FD  FB00CORR
           RECORDING   F
           05  NETR-HEURE             PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NETR-MOTIF             PIC X(45).
      *
       FD  FB01MOTX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01MOTX              PIC X(100).
      *
       FD  FB00CORK
           LABEL RECORD STANDARD.
       01  ENRG-FB00CORK.
           05  CORKK-NUMCONT          PIC X(12).
           05  FILLER                 PIC X(108).
      *
       FD  FB00ANOK
           LABEL RECORD STANDARD.
       01  ENRG-FB00ANOK.
           05  ANOKK-CLE              PIC X(21).
           05  FILLER                 PIC X(79).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           88     OK-FB00ANOC       VALUE '00'.
       01  FS-FB00NETR-STATUS   PIC X(02).
           88     OK-FB00NETR       VALUE '00'.
       01  FS-FB01MOTX-STATUS   PIC X(02).
           88     OK-FB01MOTX       VALUE '00'.
       01  FS-FB00CORK-STATUS   PIC X(02).
           88     OK-FB00CORK       VALUE '00'.
       01  FS-FB00ANOK-STATUS   PIC X(02).
           88     OK-FB00ANOK       VALUE '00'.
           88     DOUBLE-FB00ANOK   VALUE '22'.
      *================================================================*
      *   INDICATEUR DE FIN DE FICHIER                                 *
      *================================================================*
           88     FIN-RECA           VALUE 'O'.
       01  WS-IND-FIN-CORR       PIC X(01) VALUE 'N'.
           88     FIN-CORR           VALUE 'O'.
       01  WS-IND-FIN-MOTX       PIC X(01) VALUE 'N'.
           88     FIN-MOTX           VALUE 'O'.
       01  WS-IND-FIN-ANOK       PIC X(01) VALUE 'N'.
           88     FIN-ANOK           VALUE 'O'.
      *================================================================*
      *   REFERENTIEL DES MOTIFS DE SORTIE (M006) : CHARGE EN MEMOIRE *
      *   (QUELQUES DIZAINES DE CODES AU PLUS)                        *
      *================================================================*
       COPY FB00MOTF.
       01  WS-NB-MOTIFS          PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-MOTIFS.
           05  WS-MOT             OCCURS 100 TIMES
                                  INDEXED BY IX-MOT.
               10  WS-MOT-CODE       PIC X(01).
               10  WS-MOT-EXCLUSION  PIC X(01).
               10  WS-MOT-LIBELLE    PIC X(30).
       01  WS-IND-MOTIF-TROUVE   PIC X(01) VALUE 'N'.
           88     MOTIF-TROUVE       VALUE 'O'.
       01  WS-MOTIF-CHERCHE      PIC X(01) VALUE SPACE.
       01  WS-LIB-SANS-EXCLUSION.
           05  FILLER            PIC X(32) VALUE
               'SORTIE SANS EXCLUSION - MOTIF '.
           05  WS-LSE-MOTIF      PIC X(01).
           05  FILLER            PIC X(12) VALUE SPACES.
      *================================================================*
      *   CORRESPONDANCE CONTRAT -> CLE FISCALE (M002) : LES DEUX     *
      *   FICHIERS SONT TRIES SUR LE CONTRAT, LA RESOLUTION EST UN    *
       01  WS-IND-CORR-TROUVEE   PIC X(01) VALUE 'N'.
           88     CORR-TROUVEE       VALUE 'O'.
      *================================================================*
      *   M007 : CLE FISCALE RETENUE (EXTRAIT FB00CORR OU, A DEFAUT,  *
      *   CORRESPONDANCE SAISIE SUR FB35) ET SORTIES RETENUES         *
      *================================================================*
           COPY FB00CORF.
       01  WS-CORR-RESOLUE.
           05  WS-CORR-CO-REG-DECL   PIC X(01).
           05  WS-CORR-NO-INST-DECL  PIC X(03).
           05  WS-CORR-ID-TECH-INDV  PIC 9(09).
           05  WS-CORR-ID-TECH-DPR   PIC 9(09).
      *    'F' = EXTRAIT FISCAL, 'M' = SAISIE FB35
           05  WS-CORR-ORIGINE       PIC X(01).
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
      *================================================================*
      *   COMPENSATION SORTIES/RESTAURATIONS DU MEME JOUR (M003) :    *
      *   SORTIES 'D' DU GROUPE CONTRAT + JOUR EN ATTENTE D'EMISSION  *
      *================================================================*
                                  INDEXED BY IX-SOR.
               10  WS-SOR-HEURE   PIC X(08).
               10  WS-SOR-LIBELLE PIC X(30).
      *        M006 : MOTIF DE LA SORTIE (RECA-MOTIF)
               10  WS-SOR-MOTIF   PIC X(01).
      *        ETAT : ESPACE = SURVIVANTE, 'A' = ANNULEE PAR UNE
      *        RESTAURATION POSTERIEURE DE LA MEME JOURNEE
               10  WS-SOR-ETAT    PIC X(01).
           05  WS-RES             OCCURS 50 TIMES
                                  INDEXED BY IX-RES.
               10  WS-RES-HEURE   PIC X(08).
      *        ETAT (M005) : ESPACE = SANS SORTIE DU JOUR A ANNULER
      *        (RESTAURATION D'UNE SORTIE D'UN AUTRE JOUR), 'A' = A
      *        ANNULE UNE SORTIE DU MEME JOUR
               10  WS-RES-ETAT    PIC X(01).
       01  WS-IND-LEVEE-GRP      PIC X(01) VALUE 'N'.
           88     LEVEE-EMISE-GRP    VALUE 'O'.
       01  WS-IND-EMISE-GRP      PIC X(01) VALUE 'N'.
           88     EXCLUSION-EMISE-GRP VALUE 'O'.
       01  WS-IND-PARC-GRP       PIC S9(4) COMP VALUE ZERO.
       01  WS-CPT-SANS-CORR      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANNULEES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DOUBLONS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LEVEES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LEVEES-INUT    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-EXCLUSION PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PAR-SAISIE     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RETENUES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DEJA-RETENUES  PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LIBEREES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EN-ATTENTE     PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT  FB00RECA
           OPEN INPUT  FB00CORR
           OPEN OUTPUT FB00ELGB
           OPEN OUTPUT FB00ANOC
           OPEN OUTPUT FB00NETR
           OPEN INPUT  FB01MOTX
           OPEN INPUT  FB00CORK
           OPEN I-O    FB00ANOK.
           IF NOT OK-FB00RECA OR NOT OK-FB00ELGB
              OR NOT OK-FB00CORR OR NOT OK-FB00ANOC
              OR NOT OK-FB00NETR OR NOT OK-FB01MOTX
              OR NOT OK-FB00CORK OR NOT OK-FB00ANOK
              DISPLAY 'FB00B02 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
              DISPLAY 'FB00B02 : CORRESPONDANCE FISCALE VIDE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 11200-CHARGER-MOTIF
              UNTIL FIN-MOTX.
           CLOSE FB01MOTX.
           IF WS-NB-MOTIFS = ZERO
              DISPLAY 'FB00B02 : REFERENTIEL DES MOTIFS VIDE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 15000-REPRENDRE-RETENUES.
           PERFORM 21000-LIRE-RECA
           .
      ******************************************************************
      *   REPRISE DES SORTIES RETENUES LES NUITS PRECEDENTES (M007),  *
      *   AVANT LES ACTIONS DU JOUR POUR QUE FB00ELGB RESTE DANS      *
      *   L'ORDRE CHRONOLOGIQUE. LE REGISTRE EST PARCOURU DANS L'ORDRE*
      *   DES CONTRATS : LE RAPPROCHEMENT AVEC FB00CORR EST LE MEME   *
      *   QUE POUR LES ACTIONS DU JOUR, L'EXTRAIT EST ENSUITE ROUVERT *
      ******************************************************************
       15000-REPRENDRE-RETENUES.
      *-------------------------
           MOVE LOW-VALUE             TO ANOKK-CLE.
           START FB00ANOK KEY NOT < ANOKK-CLE
              INVALID KEY
                 SET FIN-ANOK TO TRUE
           END-START.
           PERFORM 15100-EXAMINER-RETENUE
              UNTIL FIN-ANOK.
           CLOSE FB00CORR.
           OPEN INPUT FB00CORR.
           IF NOT OK-FB00CORR
              DISPLAY 'FB00B02 : ERREUR REOUVERTURE FB00CORR'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE 'N'                   TO WS-IND-FIN-CORR.
           PERFORM 11100-LIRE-CORR
           .
      ******************************************************************
      *   UNE RETENUE EN ATTENTE EST LIBEREE DES QUE SON CONTRAT A UNE *
      *   CORRESPONDANCE, SINON ELLE VIEILLIT D'UN PASSAGE             *
      ******************************************************************
       15100-EXAMINER-RETENUE.
      *-----------------------
           READ FB00ANOK NEXT INTO WSS-ANOK-ENR
              AT END
                 SET FIN-ANOK TO TRUE
           END-READ.
           IF NOT FIN-ANOK
              AND ANOK-EN-ATTENTE
              MOVE ANOK-NUMCONT       TO WS-NUMCONT-GROUPE
              MOVE ANOK-JOUR          TO WS-JOUR-GROUPE
              PERFORM 23100-CHERCHER-CORRESPONDANCE
              IF CORR-TROUVEE
                 PERFORM 15200-LIBERER-RETENUE
              ELSE
                 ADD 1                TO ANOK-NB-PASSAGES
                 ADD 1                TO WS-CPT-EN-ATTENTE
              END-IF
              MOVE WS-DATE-TRAITEMENT TO ANOK-DATE-DERNIER
              PERFORM 27500-REECRIRE-RETENUE
           END-IF
           .
      ******************************************************************
      *   EMISSION DIFFEREE : MEME ENREGISTREMENT NATIF QU'AU JOUR DE  *
      *   L'ACTION (MOTIF ET DATE D'EFFET D'ORIGINE)                   *
      ******************************************************************
       15200-LIBERER-RETENUE.
      *----------------------
           MOVE WS-CORR-CO-REG-DECL   TO ELGB-CO-REG-DECL
           MOVE WS-CORR-NO-INST-DECL  TO ELGB-NO-INST-DECL
           MOVE WS-CORR-ID-TECH-INDV  TO ELGB-ID-TECH-INDV
           MOVE WS-CORR-ID-TECH-DPR   TO ELGB-ID-TECH-DPR
           MOVE ANOK-MOTIF-EXCLU      TO ELGB-MOTIF-EXCLU
           MOVE ANOK-JOUR             TO ELGB-DATE-EFFET
           MOVE ANOK-NUMCONT          TO ELGB-NUMCONT
           IF ANOK-MVT-LEVEE
              SET ELGB-MVT-LEVEE      TO TRUE
           ELSE
              SET ELGB-MVT-EXCLUSION  TO TRUE
           END-IF
           WRITE ENRG-FB00ELGB
           SET ANOK-LIBEREE           TO TRUE
           MOVE WS-DATE-TRAITEMENT    TO ANOK-DATE-LIBERATION
           MOVE WS-CORR-ORIGINE       TO ANOK-ORIGINE-CORR
           ADD 1                      TO WS-CPT-LIBEREES
           .
      ******************************************************************
       27500-REECRIRE-RETENUE.
      *-----------------------
           REWRITE ENRG-FB00ANOK FROM WSS-ANOK-ENR
           END-REWRITE.
           IF NOT OK-FB00ANOK
              DISPLAY 'FB00B02 : ERREUR REWRITE FB00ANOK - '
                       FS-FB00ANOK-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
      *   CHARGEMENT DU REFERENTIEL DES MOTIFS DE SORTIE (M006)       *
      ******************************************************************
       11200-CHARGER-MOTIF.
      *--------------------
           READ FB01MOTX INTO WSS-MOTF-ENR
              AT END
                 SET FIN-MOTX TO TRUE
           END-READ.
           IF NOT FIN-MOTX
              IF WS-NB-MOTIFS = 100
                 DISPLAY 'FB00B02 : TABLE DES MOTIFS SATUREE (100)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                  TO WS-NB-MOTIFS
              SET IX-MOT             TO WS-NB-MOTIFS
              MOVE MOTF-CODE         TO WS-MOT-CODE(IX-MOT)
              MOVE MOTF-EFF-EXCLUSION TO WS-MOT-EXCLUSION(IX-MOT)
              MOVE MOTF-LIBELLE      TO WS-MOT-LIBELLE(IX-MOT)
           END-IF
           .
      ******************************************************************
       11100-LIRE-CORR.
      *----------------
                 SET IX-SOR         TO WS-NB-SORTIES-GRP
                 MOVE RECA-HEURE    TO WS-SOR-HEURE(IX-SOR)
                 MOVE RECA-LIBELLE  TO WS-SOR-LIBELLE(IX-SOR)
                 MOVE RECA-MOTIF    TO WS-SOR-MOTIF(IX-SOR)
                 MOVE SPACE         TO WS-SOR-ETAT(IX-SOR)
              WHEN RECA-CODE-ACTION = 'R'
                 AND RECA-ECRAN = 'FB01'
                 ADD 1              TO WS-NB-RESTAU-GRP
                 SET IX-RES         TO WS-NB-RESTAU-GRP
                 MOVE RECA-HEURE    TO WS-RES-HEURE(IX-RES)
                 MOVE SPACE         TO WS-RES-ETAT(IX-RES)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
      *   JOURNEE (UNE 'R' SANS 'D' ANTERIEURE N'ANNULE RIEN : ELLE   *
      *   REPOND A UNE SORTIE D'UN AUTRE JOUR) ; PARMI LES 'D'        *
      *   SURVIVANTES, UNE SEULE EXCLUSION EST EMISE, LES AUTRES      *
      *   SONT DES DOUBLONS - DEPUIS M006, UNE SORTIE DONT LE MOTIF   *
      *   N'ENTRAINE PAS D'EXCLUSION EST ECARTEE AVANT LE DEDOUBLON-  *
      *   NAGE                                                        *
      ******************************************************************
       20500-SOLDER-GROUPE.
      *--------------------
              UNTIL WS-IND-PARC-RES > WS-NB-RESTAU-GRP.
           MOVE 1   TO WS-IND-PARC-GRP.
           PERFORM 20510-SOLDER-SORTIE
              UNTIL WS-IND-PARC-GRP > WS-NB-SORTIES-GRP.
      *--- M005 : RESTAURATIONS SANS SORTIE DU JOUR A ANNULER
           MOVE 'N' TO WS-IND-LEVEE-GRP.
           MOVE 1   TO WS-IND-PARC-RES.
           PERFORM 20520-SOLDER-RESTAURATION
              UNTIL WS-IND-PARC-RES > WS-NB-RESTAU-GRP
           .
      ******************************************************************
      *   APPARIEMENT D'UNE RESTAURATION : RECHERCHE DE LA DERNIERE   *
           IF WS-IND-CAND-GRP > ZERO
              SET IX-SOR TO WS-IND-CAND-GRP
              MOVE 'A' TO WS-SOR-ETAT(IX-SOR)
              MOVE 'A' TO WS-RES-ETAT(IX-RES)
           END-IF.
           ADD 1 TO WS-IND-PARC-RES
           .
       20510-SOLDER-SORTIE.
      *--------------------
           SET IX-SOR TO WS-IND-PARC-GRP.
           MOVE WS-SOR-MOTIF(IX-SOR) TO WS-MOTIF-CHERCHE.
           PERFORM 23200-CHERCHER-MOTIF.
           EVALUATE TRUE
              WHEN WS-SOR-ETAT(IX-SOR) = 'A'
                 MOVE 'SORTIE ANNULEE PAR RESTAURATION DU MEME JOUR'
                                     TO NETR-MOTIF
                 PERFORM 24000-ECRIRE-NETR
                 ADD 1               TO WS-CPT-ANNULEES
              WHEN MOTIF-TROUVE
                 AND WS-MOT-EXCLUSION(IX-MOT) NOT = 'O'
                 MOVE WS-SOR-MOTIF(IX-SOR) TO WS-LSE-MOTIF
                 MOVE WS-LIB-SANS-EXCLUSION TO NETR-MOTIF
                 PERFORM 24000-ECRIRE-NETR
                 ADD 1               TO WS-CPT-SANS-EXCLUSION
              WHEN NOT EXCLUSION-EMISE-GRP
                 PERFORM 23000-ECRIRE-EXCLUSION
                 SET EXCLUSION-EMISE-GRP TO TRUE
           END-EVALUATE
           ADD 1 TO WS-IND-PARC-GRP
           .
      ******************************************************************
      *   RESTAURATION D'UNE SORTIE D'UN AUTRE JOUR (M005) : LE       *
      *   MEMBRE EST ENCORE SUR LA LISTE D'EXCLUSION DEPUIS LE JOUR   *
      *   DE SA SORTIE - UNE LEVEE EST EMISE, UNE SEULE PAR GROUPE.   *
      *   SI LE GROUPE A LUI-MEME EMIS UNE EXCLUSION (SORTIE          *
      *   POSTERIEURE A LA RESTAURATION), LE MEMBRE FINIT LA JOURNEE  *
      *   SORTI : AUCUNE LEVEE N'EST EMISE                            *
      ******************************************************************
       20520-SOLDER-RESTAURATION.
      *--------------------------
           SET IX-RES TO WS-IND-PARC-RES.
           EVALUATE TRUE
              WHEN WS-RES-ETAT(IX-RES) = 'A'
                 CONTINUE
              WHEN EXCLUSION-EMISE-GRP
                 MOVE 'RESTAURATION SUIVIE D''UNE SORTIE DU MEME JOUR'
                                     TO NETR-MOTIF
                 PERFORM 24100-ECRIRE-NETR-RESTAU
                 ADD 1               TO WS-CPT-LEVEES-INUT
              WHEN NOT LEVEE-EMISE-GRP
                 PERFORM 23500-ECRIRE-LEVEE
                 SET LEVEE-EMISE-GRP TO TRUE
              WHEN OTHER
                 MOVE 'RESTAURATION EN DOUBLON SUR LE MEME CONTRAT/JOUR'
                                     TO NETR-MOTIF
                 PERFORM 24100-ECRIRE-NETR-RESTAU
                 ADD 1               TO WS-CPT-LEVEES-INUT
           END-EVALUATE
           ADD 1 TO WS-IND-PARC-RES
           .
      ******************************************************************
       24100-ECRIRE-NETR-RESTAU.
      *-------------------------
           MOVE WS-NUMCONT-GROUPE     TO NETR-NUMCONT
           MOVE WS-JOUR-GROUPE        TO NETR-JOUR
           MOVE WS-RES-HEURE(IX-RES)  TO NETR-HEURE
           WRITE ENRG-FB00NETR
           .
      ******************************************************************
       24000-ECRIRE-NETR.
      *------------------
      *------------------------
           PERFORM 23100-CHERCHER-CORRESPONDANCE.
           IF CORR-TROUVEE
              MOVE WS-CORR-CO-REG-DECL  TO ELGB-CO-REG-DECL
              MOVE WS-CORR-NO-INST-DECL TO ELGB-NO-INST-DECL
              MOVE WS-CORR-ID-TECH-INDV TO ELGB-ID-TECH-INDV
              MOVE WS-CORR-ID-TECH-DPR  TO ELGB-ID-TECH-DPR
              IF MOTIF-TROUVE
                 MOVE WS-MOT-LIBELLE(IX-MOT) TO ELGB-MOTIF-EXCLU
              ELSE
                 MOVE WS-SOR-LIBELLE(IX-SOR) TO ELGB-MOTIF-EXCLU
              END-IF
              MOVE WS-JOUR-GROUPE       TO ELGB-DATE-EFFET
              MOVE WS-NUMCONT-GROUPE    TO ELGB-NUMCONT
              SET ELGB-MVT-EXCLUSION    TO TRUE
              WRITE ENRG-FB00ELGB
              ADD 1                     TO WS-CPT-SORTIES
           ELSE
                                        TO ANOC-MOTIF
              WRITE ENRG-FB00ANOC
              ADD 1                     TO WS-CPT-SANS-CORR
              MOVE SPACES               TO WSS-ANOK-ENR
              SET ANOK-MVT-EXCLUSION    TO TRUE
              IF MOTIF-TROUVE
                 MOVE WS-MOT-LIBELLE(IX-MOT) TO ANOK-MOTIF-EXCLU
              ELSE
                 MOVE WS-SOR-LIBELLE(IX-SOR) TO ANOK-MOTIF-EXCLU
              END-IF
              PERFORM 23700-RETENIR-SORTIE
           END-IF
           .
      ******************************************************************
      *   LEVEE D'EXCLUSION (M005) : MEME RESOLUTION DE LA CLE FISCALE *
      *   QUE POUR UNE SORTIE, DATE D'EFFET = JOUR DE RESTAURATION     *
      ******************************************************************
       23500-ECRIRE-LEVEE.
      *-------------------
           PERFORM 23100-CHERCHER-CORRESPONDANCE.
           IF CORR-TROUVEE
              MOVE WS-CORR-CO-REG-DECL  TO ELGB-CO-REG-DECL
              MOVE WS-CORR-NO-INST-DECL TO ELGB-NO-INST-DECL
              MOVE WS-CORR-ID-TECH-INDV TO ELGB-ID-TECH-INDV
              MOVE WS-CORR-ID-TECH-DPR  TO ELGB-ID-TECH-DPR
              MOVE 'REINTEGRATION APRES RESTAURATION'
                                        TO ELGB-MOTIF-EXCLU
              MOVE WS-JOUR-GROUPE       TO ELGB-DATE-EFFET
              MOVE WS-NUMCONT-GROUPE    TO ELGB-NUMCONT
              SET ELGB-MVT-LEVEE        TO TRUE
              WRITE ENRG-FB00ELGB
              ADD 1                     TO WS-CPT-LEVEES
           ELSE
              MOVE WS-NUMCONT-GROUPE    TO ANOC-NUMCONT
              MOVE WS-JOUR-GROUPE       TO ANOC-JOUR
              MOVE 'LEVEE SANS CORRESPONDANCE FISCALE'
                                        TO ANOC-MOTIF
              WRITE ENRG-FB00ANOC
              ADD 1                     TO WS-CPT-SANS-CORR
              MOVE SPACES               TO WSS-ANOK-ENR
              SET ANOK-MVT-LEVEE        TO TRUE
              MOVE 'REINTEGRATION APRES RESTAURATION'
                                        TO ANOK-MOTIF-EXCLU
              PERFORM 23700-RETENIR-SORTIE
           END-IF
           .
      ******************************************************************
      *   SORTIE OU LEVEE RETENUE (M007) : ELLE SERA EMISE PAR UN      *
      *   PASSAGE ULTERIEUR DES QUE LE CONTRAT AURA UNE CORRESPON-     *
      *   DANCE. UNE CLE DEJA PRESENTE VIENT D'UNE REPRISE DU MEME     *
      *   RELEVE : LA RETENUE EXISTANTE EST CONSERVEE                  *
      ******************************************************************
       23700-RETENIR-SORTIE.
      *---------------------
           MOVE WS-NUMCONT-GROUPE     TO ANOK-NUMCONT.
           MOVE WS-JOUR-GROUPE        TO ANOK-JOUR.
           MOVE WS-DATE-TRAITEMENT    TO ANOK-DATE-DETECTION
                                         ANOK-DATE-DERNIER.
           MOVE 1                     TO ANOK-NB-PASSAGES.
           SET ANOK-EN-ATTENTE        TO TRUE.
           WRITE ENRG-FB00ANOK FROM WSS-ANOK-ENR
              INVALID KEY
                 CONTINUE
           END-WRITE.
           EVALUATE TRUE
              WHEN OK-FB00ANOK
                 ADD 1                TO WS-CPT-RETENUES
              WHEN DOUBLE-FB00ANOK
                 ADD 1                TO WS-CPT-DEJA-RETENUES
              WHEN OTHER
                 DISPLAY 'FB00B02 : ERREUR ECRITURE FB00ANOK - '
                          FS-FB00ANOK-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-EVALUATE
           .
      ******************************************************************
      *   RAPPROCHEMENT SEQUENTIEL : LA CORRESPONDANCE AVANCE JUSQU'AU *
      *   CONTRAT DU GROUPE (LES GROUPES ARRIVENT EN ORDRE CROISSANT, *
      *   UN MEME CONTRAT PEUT PORTER PLUSIEURS GROUPES JOUR : LA     *
      *   POSITION COURANTE N'EST JAMAIS DEPASSEE SUR EGALITE)        *
      *   M007 : CONTRAT ABSENT DE L'EXTRAIT = CORRESPONDANCE SAISIE  *
      *   SUR FB35 SI ELLE EST EN VIGUEUR                             *
      ******************************************************************
       23100-CHERCHER-CORRESPONDANCE.
      *-------------------------------
           IF NOT FIN-CORR
              AND CORR-NUMCONT = WS-NUMCONT-GROUPE
              SET CORR-TROUVEE TO TRUE
              MOVE CORR-CO-REG-DECL     TO WS-CORR-CO-REG-DECL
              MOVE CORR-NO-INST-DECL    TO WS-CORR-NO-INST-DECL
              MOVE CORR-ID-TECH-INDV    TO WS-CORR-ID-TECH-INDV
              MOVE CORR-ID-TECH-DPR     TO WS-CORR-ID-TECH-DPR
              MOVE 'F'                  TO WS-CORR-ORIGINE
           ELSE
              PERFORM 23150-CHERCHER-SAISIE
           END-IF
           .
      ******************************************************************
       23150-CHERCHER-SAISIE.
      *----------------------
           MOVE WS-NUMCONT-GROUPE     TO CORKK-NUMCONT.
           READ FB00CORK INTO WSS-CORK-ENR
              INVALID KEY
                 MOVE 'N'             TO CORK-ACTIF
           END-READ.
           IF CORK-EN-VIGUEUR
              SET CORR-TROUVEE          TO TRUE
              MOVE CORK-CO-REG-DECL     TO WS-CORR-CO-REG-DECL
              MOVE CORK-NO-INST-DECL    TO WS-CORR-NO-INST-DECL
              MOVE CORK-ID-TECH-INDV    TO WS-CORR-ID-TECH-INDV
              MOVE CORK-ID-TECH-DPR     TO WS-CORR-ID-TECH-DPR
              MOVE 'M'                  TO WS-CORR-ORIGINE
              ADD 1                     TO WS-CPT-PAR-SAISIE
           END-IF
           .
      ******************************************************************
      *   RECHERCHE DU MOTIF DE SORTIE DANS LE REFERENTIEL (M006) :    *
      *   MOTIF ABSENT (OU NON RENSEIGNE) = COMPORTEMENT HISTORIQUE    *
      ******************************************************************
       23200-CHERCHER-MOTIF.
      *---------------------
           MOVE 'N' TO WS-IND-MOTIF-TROUVE.
           SET IX-MOT TO 1.
           IF WS-MOTIF-CHERCHE NOT = SPACE AND LOW-VALUE
              SEARCH WS-MOT
                 AT END
                    CONTINUE
                 WHEN IX-MOT > WS-NB-MOTIFS
                    CONTINUE
                 WHEN WS-MOT-CODE(IX-MOT) = WS-MOTIF-CHERCHE
                    SET MOTIF-TROUVE TO TRUE
              END-SEARCH
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00RECA FB00CORR FB00ELGB FB00ANOC FB00NETR
                 FB00CORK FB00ANOK.
           DISPLAY 'FB00B02 : LIGNES DE RELEVE LUES  = '
                    WS-CPT-LIGNES-LUES.
           DISPLAY 'FB00B02 : SORTIES A EXCLURE      = '
                    WS-CPT-ANNULEES.
           DISPLAY 'FB00B02 : SORTIES DEDOUBLONNEES  = '
                    WS-CPT-DOUBLONS.
           DISPLAY 'FB00B02 : LEVEES EMISES (R)      = '
                    WS-CPT-LEVEES.
           DISPLAY 'FB00B02 : RESTAURATIONS SANS LEVEE = '
                    WS-CPT-LEVEES-INUT.
           DISPLAY 'FB00B02 : SORTIES SANS EXCLUSION (MOTIF) = '
                    WS-CPT-SANS-EXCLUSION.
           DISPLAY 'FB00B02 : CORRESPONDANCES SAISIES UTILISEES = '
                    WS-CPT-PAR-SAISIE.
           DISPLAY 'FB00B02 : RETENUES LIBEREES      = '
                    WS-CPT-LIBEREES.
           DISPLAY 'FB00B02 : RETENUES TOUJOURS EN ATTENTE = '
                    WS-CPT-EN-ATTENTE.
           DISPLAY 'FB00B02 : NOUVELLES RETENUES     = '
                    WS-CPT-RETENUES.
           DISPLAY 'FB00B02 : RETENUES DEJA PRESENTES = '
                    WS-CPT-DEJA-RETENUES.
           IF WS-CPT-SANS-CORR > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
