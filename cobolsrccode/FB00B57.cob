       ID DIVISION.
       PROGRAM-ID. FB00B57.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH MENSUEL DE CALCUL DES COMMISSIONS
      *           DES INTERMEDIAIRES SUR LES MOUVEMENTS DE
      *           COMPOSITION. LA BASE EST LA PRIME AU PRORATA DE
      *           CHAQUE MOUVEMENT EMIS DANS LE MOIS (FB00FACM, CUMUL
      *           DES FB00FACT DE FB00B33 DU MOIS, TRIE PAR CONTRAT ;
      *           COMPLEMENT 'C' = COMMISSION DUE, REMBOURSEMENT 'R' =
      *           COMMISSION REPRISE). L'INTERMEDIAIRE ET LE PRODUIT
      *           DU CONTRAT SONT PRIS SUR LA CORRESPONDANCE FB00INTC
      *           (TRIEE PAR CONTRAT, MEME TECHNIQUE DEUX FICHIERS
      *           TRIES QUE FB00B18) ; LE TAUX SUR LE BAREME FB00COMT
      *           (DESSIN FB00COMF, ENTRETENU SUR LA TRANSACTION FB30)
      *           EN VIGUEUR AU PREMIER JOUR COMMISSIONNE : TAUX PROPRE
      *           AU PRODUIT, A DEFAUT TAUX '****' DE L'INTERMEDIAIRE.
      *           PORTEFEUILLE TRANSFERE DANS LE MOIS : LES TRANSFERTS
      *           DE FB00B30 (FB00TRFM, CUMUL DES PISTES FB00AUDI
      *           SOUS-TYPE 'IN' DU MOIS, TRIE PAR CONTRAT + JOUR +
      *           HEURE) DECOUPENT LA PERIODE COUVERTE PAR LE
      *           MOUVEMENT (DE LA DATE D'EFFET A L'ECHEANCE) A LA
      *           DATE DE TRANSFERT : LES JOURS AVANT TRANSFERT SONT
      *           COMMISSIONNES A L'ANCIEN INTERMEDIAIRE, LES JOURS
      *           SUIVANTS AU NOUVEAU (MODULE DE CALENDRIER FB00SV01,
      *           ARRONDI REPORTE SUR LA DERNIERE PART). UN MOUVEMENT
      *           SANS DUREE VA A L'INTERMEDIAIRE EN PLACE A SA DATE
      *           D'EFFET.
      *           SORTIES :
      *           - FB00COMD : DETAIL PAR MOUVEMENT, PREFIXE DU CODE
      *             INTERMEDIAIRE (TRIE/ECLATE PAR LE JCL EN UN RELEVE
      *             PAR INTERMEDIAIRE, COMME FB00RECI) ;
      *           - FB00COMS : SYNTHESE PAR INTERMEDIAIRE (BASE,
      *             COMMISSIONS DUES, REPRISES, NET) ;
      *           - FB00ECRC : ECRITURES COMPTABLES DU MOIS (CHARGE DE
      *             COMMISSION CONTRE COMPTE DE L'INTERMEDIAIRE, SENS
      *             INVERSE SI LE NET EST UNE REPRISE), DATEES DU
      *             DERNIER JOUR DU MOIS ;
      *           - FB00ANOC : MOUVEMENTS NON COMMISSIONNES (CONTRAT
      *             SANS INTERMEDIAIRE, AUCUN TAUX EN VIGUEUR), CODE
      *             RETOUR 4.
      *           LE MOIS EST PRIS SUR LA CARTE FB00PARM (SSAAMM), A
      *           DEFAUT LE MOIS CIVIL ECHU.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51191 CREATION.
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
      *--- CARTE PARAMETRE FACULTATIVE : MOIS A TRAITER
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- BAREME DES TAUX DE COMMISSION (KSDS TENU PAR FB30)
           SELECT  FB00COMT   ASSIGN  FB00COMT
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY COMTK-CLE
                               FILE STATUS IS  FS-FB00COMT-STATUS.
      *--- MOUVEMENTS AU PRORATA DU MOIS, TRIES PAR CONTRAT
           SELECT  FB00FACM   ASSIGN  FB00FACM
                               FILE STATUS IS  FS-FB00FACM-STATUS.
      *--- CORRESPONDANCE CONTRAT -> INTERMEDIAIRE, TRIEE PAR CONTRAT
           SELECT  FB00INTC   ASSIGN  FB00INTC
                               FILE STATUS IS  FS-FB00INTC-STATUS.
      *--- TRANSFERTS DE PORTEFEUILLE DU MOIS, TRIES PAR CONTRAT
           SELECT  FB00TRFM   ASSIGN  FB00TRFM
                               FILE STATUS IS  FS-FB00TRFM-STATUS.
      *--- DETAIL DES COMMISSIONS : CODE INTERMEDIAIRE + MOUVEMENT
           SELECT  FB00COMD   ASSIGN  FB00COMD
                               FILE STATUS IS  FS-FB00COMD-STATUS.
      *--- SYNTHESE MENSUELLE PAR INTERMEDIAIRE
           SELECT  FB00COMS   ASSIGN  FB00COMS
                               FILE STATUS IS  FS-FB00COMS-STATUS.
      *--- ECRITURES COMPTABLES DU MOIS
           SELECT  FB00ECRC   ASSIGN  FB00ECRC
                               FILE STATUS IS  FS-FB00ECRC-STATUS.
      *--- MOUVEMENTS NON COMMISSIONNES
           SELECT  FB00ANOC   ASSIGN  FB00ANOC
                               FILE STATUS IS  FS-FB00ANOC-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-MOIS              PIC X(06).
           05  FILLER                 PIC X(74).
      *
       FD  FB00COMT
           LABEL RECORD STANDARD.
       01  ENRG-FB00COMT.
           05  COMTK-CLE              PIC X(20).
           05  FILLER                 PIC X(80).
      *
      *--- DESSIN DE FB00FACT (FB00B33)
       FD  FB00FACM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00FACM.
           05  FACM-REFERENCE.
               10  FACM-NUMCONT       PIC X(12).
               10  FACM-JOUR-SIGN     PIC X(08).
               10  FACM-HEURE-SIGN    PIC X(08).
      *--- 'R' = REMBOURSEMENT, 'C' = COMPLEMENT DE PRIME
           05  FACM-SENS              PIC X(01).
               88  FACM-REMBOURSEMENT     VALUE 'R'.
           05  FACM-MONTANT           PIC 9(07)V99.
           05  FACM-IMPACT-ANNUEL     PIC 9(07)V99.
           05  FACM-DATE-EFFET        PIC X(08).
           05  FACM-DATE-ECHEANCE     PIC X(08).
           05  FACM-NB-JOURS          PIC 9(04).
           05  FACM-JOURS-ANNEE       PIC 9(03).
           05  FACM-DATE-EMISSION     PIC X(08).
           05  FACM-RACF              PIC X(15).
           05  FILLER                 PIC X(07).
      *
      *--- LE CODE PRODUIT DU CONTRAT (A BLANC : TAUX '****' SEUL)
      *--- OCCUPE LE DEBUT DE L'ANCIENNE ZONE LIBRE
       FD  FB00INTC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00INTC.
           05  INTC-NUMCONT           PIC X(12).
           05  INTC-INTERMEDIAIRE     PIC X(08).
           05  INTC-LIB-INTER         PIC X(30).
           05  INTC-PRODUIT           PIC X(04).
           05  FILLER                 PIC X(26).
      *
      *--- DESSIN DE FB00AUDI (FB00B30)
       FD  FB00TRFM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00TRFM.
           05  TRFM-NUMCONT           PIC X(12).
           05  TRFM-ECRAN             PIC X(04).
           05  TRFM-SOUS-TYPE         PIC X(02).
               88  TRFM-TRANSFERT         VALUE 'IN'.
           05  TRFM-RACF              PIC X(15).
           05  TRFM-JOUR              PIC X(08).
           05  TRFM-HEURE             PIC X(08).
           05  TRFM-INTER-ANCIEN      PIC X(08).
           05  TRFM-INTER-NOUVEAU     PIC X(08).
           05  FILLER                 PIC X(32).
      *
       FD  FB00COMD
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00COMD.
           05  COMD-INTERMEDIAIRE     PIC X(08).
           05  FILLER                 PIC X(01).
           05  COMD-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(01).
           05  COMD-JOUR-SIGN         PIC X(08).
           05  FILLER                 PIC X(01).
           05  COMD-DATE-EFFET        PIC X(08).
           05  FILLER                 PIC X(01).
           05  COMD-DATE-ECHEANCE     PIC X(08).
           05  FILLER                 PIC X(01).
           05  COMD-SENS              PIC X(01).
           05  FILLER                 PIC X(01).
      *--- PART : T = MOUVEMENT ENTIER, A = AVANT TRANSFERT,
      *--- N = APRES TRANSFERT
           05  COMD-PART              PIC X(01).
           05  FILLER                 PIC X(01).
           05  COMD-NB-JOURS          PIC ZZZ9.
           05  FILLER                 PIC X(01).
           05  COMD-BASE              PIC ZZZZZZ9,99-.
           05  FILLER                 PIC X(01).
           05  COMD-PRODUIT           PIC X(04).
           05  FILLER                 PIC X(01).
           05  COMD-TAUX              PIC Z9,999.
           05  FILLER                 PIC X(01).
           05  COMD-COMMISSION        PIC ZZZZZZ9,99-.
           05  FILLER                 PIC X(38).
      *
       FD  FB00COMS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00COMS.
           05  COMS-INTERMEDIAIRE     PIC X(08).
           05  FILLER                 PIC X(02).
           05  COMS-LIB-INTER         PIC X(30).
           05  FILLER                 PIC X(02).
           05  COMS-NB-MVT            PIC ZZZZ9.
           05  FILLER                 PIC X(02).
           05  COMS-BASE              PIC ZZZZZZZZ9,99-.
           05  FILLER                 PIC X(02).
           05  COMS-COMM-DUES         PIC ZZZZZZZ9,99.
           05  FILLER                 PIC X(02).
           05  COMS-COMM-REPRISES     PIC ZZZZZZZ9,99.
           05  FILLER                 PIC X(02).
           05  COMS-COMM-NET          PIC ZZZZZZZ9,99-.
           05  FILLER                 PIC X(30).
      *
       FD  FB00ECRC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ECRC.
           05  ECRC-JOURNAL           PIC X(02).
           05  ECRC-DATE-COMPTABLE    PIC X(08).
           05  ECRC-PIECE             PIC X(10).
           05  ECRC-COMPTE            PIC X(08).
           05  ECRC-AUXILIAIRE        PIC X(08).
           05  ECRC-SENS              PIC X(01).
               88  ECRC-DEBIT             VALUE 'D'.
               88  ECRC-CREDIT            VALUE 'C'.
           05  ECRC-MONTANT           PIC 9(09)V99.
           05  ECRC-LIBELLE           PIC X(30).
           05  FILLER                 PIC X(22).
      *
       FD  FB00ANOC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ANOC.
           05  ANOC-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(01).
           05  ANOC-JOUR-SIGN         PIC X(08).
           05  FILLER                 PIC X(01).
           05  ANOC-INTERMEDIAIRE     PIC X(08).
           05  FILLER                 PIC X(01).
           05  ANOC-PRODUIT           PIC X(04).
           05  FILLER                 PIC X(01).
           05  ANOC-DATE              PIC X(08).
           05  FILLER                 PIC X(01).
           05  ANOC-MOTIF             PIC X(45).
           05  FILLER                 PIC X(42).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B57 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00COMT-STATUS   PIC X(02).
           88     OK-FB00COMT       VALUE '00'.
       01  FS-FB00FACM-STATUS   PIC X(02).
           88     OK-FB00FACM       VALUE '00'.
       01  FS-FB00INTC-STATUS   PIC X(02).
           88     OK-FB00INTC       VALUE '00'.
       01  FS-FB00TRFM-STATUS   PIC X(02).
           88     OK-FB00TRFM       VALUE '00'.
       01  FS-FB00COMD-STATUS   PIC X(02).
           88     OK-FB00COMD       VALUE '00'.
       01  FS-FB00COMS-STATUS   PIC X(02).
           88     OK-FB00COMS       VALUE '00'.
       01  FS-FB00ECRC-STATUS   PIC X(02).
           88     OK-FB00ECRC       VALUE '00'.
       01  FS-FB00ANOC-STATUS   PIC X(02).
           88     OK-FB00ANOC       VALUE '00'.
      *
       01  WS-IND-FIN-COMT       PIC X(01) VALUE 'N'.
           88     FIN-COMT           VALUE 'O'.
       01  WS-IND-FIN-FACM       PIC X(01) VALUE 'N'.
           88     FIN-FACM           VALUE 'O'.
       01  WS-IND-FIN-INTC       PIC X(01) VALUE 'N'.
           88     FIN-INTC           VALUE 'O'.
       01  WS-IND-FIN-TRFM       PIC X(01) VALUE 'N'.
           88     FIN-TRFM           VALUE 'O'.
      *================================================================*
      *   BAREME DES TAUX (DESSIN COMMUN AVEC FB30T00)                 *
      *================================================================*
           COPY FB00COMF.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
           COPY FB00CALA.
      *================================================================*
      *   MOIS TRAITE (SSAAMM) ET DATE COMPTABLE (DERNIER JOUR)        *
      *================================================================*
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-DATE-TRT-R REDEFINES WS-DATE-TRAITEMENT.
           05  WS-TRT-ANNEE      PIC 9(04).
           05  WS-TRT-MOIS       PIC 9(02).
           05  WS-TRT-JOUR       PIC 9(02).
       01  WS-MOIS-TRAITE.
           05  WS-MT-ANNEE       PIC 9(04).
           05  WS-MT-MOIS        PIC 9(02).
       01  WS-DATE-COMPTABLE     PIC X(08) VALUE SPACES.
      *--- COMPTES DE L'ECRITURE : CHARGE DE COMMISSIONS ET COMPTE
      *--- COURANT DES INTERMEDIAIRES (AUXILIAIRE = CODE)
       01  WS-COMPTE-CHARGE      PIC X(08) VALUE '62220000'.
       01  WS-COMPTE-INTER       PIC X(08) VALUE '46710000'.
      *================================================================*
      *   TAUX DU BAREME (TOUTES VERSIONS)                             *
      *================================================================*
       01  WS-NB-TAUX            PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-TAUX.
           05  WS-TAU             OCCURS 2000 TIMES
                                  INDEXED BY IX-TAU.
               10  WS-TAU-INTER   PIC X(08).
               10  WS-TAU-PRODUIT PIC X(04).
               10  WS-TAU-DEBUT   PIC X(08).
               10  WS-TAU-FIN     PIC X(08).
               10  WS-TAU-TAUX    PIC 9(02)V9(03).
       01  WS-IND-TAUX           PIC X(01) VALUE 'N'.
           88     TAUX-TROUVE        VALUE 'O'.
       01  WS-TAUX-RETENU        PIC 9(02)V9(03) VALUE ZERO.
       01  WS-PRODUIT-RETENU     PIC X(04) VALUE SPACES.
       01  WS-PRODUIT-CHERCHE    PIC X(04) VALUE SPACES.
      *================================================================*
      *   CONTRAT EN COURS : INTERMEDIAIRE ET TRANSFERTS DU MOIS       *
      *================================================================*
       01  WS-NUMCONT-RUPTURE    PIC X(12) VALUE SPACES.
       01  WS-IND-INTER          PIC X(01) VALUE 'N'.
           88     INTER-CONNU        VALUE 'O'.
       01  WS-INTER-CONTRAT      PIC X(08) VALUE SPACES.
       01  WS-LIB-CONTRAT        PIC X(30) VALUE SPACES.
       01  WS-PRODUIT-CONTRAT    PIC X(04) VALUE SPACES.
       01  WS-NB-TRF             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-TRF.
           05  WS-TRF             OCCURS 20 TIMES
                                  INDEXED BY IX-TRF.
               10  WS-TRF-JOUR    PIC X(08).
               10  WS-TRF-ANCIEN  PIC X(08).
               10  WS-TRF-NOUVEAU PIC X(08).
      *================================================================*
      *   PARTS DU MOUVEMENT EN COURS (UNE PAR INTERMEDIAIRE SUCCESSIF)*
      *================================================================*
       01  WS-BASE-MVT           PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-BASE-REPARTIE      PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-NB-SEG             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-SEG.
           05  WS-SEG             OCCURS 21 TIMES
                                  INDEXED BY IX-SEG.
               10  WS-SEG-INTER   PIC X(08).
               10  WS-SEG-DEBUT   PIC X(08).
               10  WS-SEG-JOURS   PIC S9(05) COMP-3.
               10  WS-SEG-PART    PIC X(01).
               10  WS-SEG-BASE    PIC S9(07)V99 COMP-3.
       01  WS-INTER-EN-COURS     PIC X(08) VALUE SPACES.
       01  WS-DEBUT-EN-COURS     PIC X(08) VALUE SPACES.
       01  WS-PART-EN-COURS      PIC X(01) VALUE SPACE.
       01  WS-BORNE              PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-BORNE-PREC         PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-COMMISSION         PIC S9(07)V99 COMP-3 VALUE ZERO.
      *================================================================*
      *   SYNTHESE PAR INTERMEDIAIRE                                   *
      *================================================================*
       01  WS-NB-INTER           PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-INTER.
           05  WS-INT             OCCURS 1000 TIMES
                                  INDEXED BY IX-INT.
               10  WS-INT-CODE    PIC X(08).
               10  WS-INT-LIB     PIC X(30).
               10  WS-INT-NB-MVT  PIC 9(05).
               10  WS-INT-BASE    PIC S9(09)V99 COMP-3.
               10  WS-INT-DUES    PIC S9(09)V99 COMP-3.
               10  WS-INT-REPRISES PIC S9(09)V99 COMP-3.
       01  WS-IND-TROUVE         PIC X(01) VALUE 'N'.
           88     INTER-TROUVE       VALUE 'O'.
       01  WS-NET-INTER          PIC S9(09)V99 COMP-3 VALUE ZERO.
      *================================================================*
      *   LIGNES D'EDITION                                             *
      *================================================================*
       01  WS-LIGNE-TITRE.
           05  FILLER                 PIC X(33) VALUE
               'FB00B57 - COMMISSIONS DES INTERME'.
           05  FILLER                 PIC X(14) VALUE
               'DIAIRES - MOIS'.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-TITRE-MOIS          PIC 9(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-TITRE-ANNEE         PIC 9(04).
           05  FILLER                 PIC X(77) VALUE SPACES.
       01  WS-LIGNE-COLONNES.
           05  FILLER                 PIC X(42) VALUE
               'INTERM.   LIBELLE'.
           05  FILLER                 PIC X(48) VALUE
               ' NB MVT      BASE PRORATA      DUES    REPRISES'.
           05  FILLER                 PIC X(42) VALUE
               '         NET'.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-MVT-LUS        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-HORS-MOIS      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-COMMISSIONNES  PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-VENTILES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-INTER     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-TAUX      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-TRANSFERTS     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DETAIL         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ECRITURES      PIC 9(07) COMP VALUE ZERO.
       01  WS-TOT-BASE           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-DUES           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-REPRISES       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-EDIT           PIC ZZZZZZZZZZ9,99-.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITER-SYNTHESE
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           PERFORM 11000-MOIS-ECHU.
           OPEN INPUT FB00PARM.
           IF OK-FB00PARM
              READ FB00PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-MOIS NUMERIC
                       AND PARM-MOIS (5:2) NOT < '01'
                       AND PARM-MOIS (5:2) NOT > '12'
                       MOVE PARM-MOIS       TO WS-MOIS-TRAITE
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           OPEN INPUT  FB00COMT
           OPEN INPUT  FB00FACM
           OPEN INPUT  FB00INTC
           OPEN INPUT  FB00TRFM
           OPEN OUTPUT FB00COMD
           OPEN OUTPUT FB00COMS
           OPEN OUTPUT FB00ECRC
           OPEN OUTPUT FB00ANOC.
           IF NOT OK-FB00COMT OR NOT OK-FB00FACM
              OR NOT OK-FB00INTC OR NOT OK-FB00TRFM
              OR NOT OK-FB00COMD OR NOT OK-FB00COMS
              OR NOT OK-FB00ECRC OR NOT OK-FB00ANOC
              DISPLAY 'FB00B57 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 11100-CHARGER-TAUX
              UNTIL FIN-COMT.
           CLOSE FB00COMT.
           IF WS-NB-TAUX = ZERO
              DISPLAY 'FB00B57 : BAREME DES COMMISSIONS VIDE'
           END-IF.
           PERFORM 11200-DATE-COMPTABLE.
           PERFORM 21000-LIRE-FACM
           PERFORM 21100-LIRE-INTC
           PERFORM 21200-LIRE-TRFM
           .
      ******************************************************************
      *   MOIS CIVIL ECHU A LA DATE DE TRAITEMENT (DEFAUT)             *
      ******************************************************************
       11000-MOIS-ECHU.
      *----------------
           MOVE WS-TRT-ANNEE TO WS-MT-ANNEE.
           IF WS-TRT-MOIS = 1
              SUBTRACT 1 FROM WS-MT-ANNEE
              MOVE 12 TO WS-MT-MOIS
           ELSE
              COMPUTE WS-MT-MOIS = WS-TRT-MOIS - 1
           END-IF
           .
      ******************************************************************
      *   TOUTES LES VERSIONS DU BAREME SONT GARDEES : LE TAUX EST     *
      *   CHOISI A LA DATE DE CHAQUE PART DE MOUVEMENT                 *
      ******************************************************************
       11100-CHARGER-TAUX.
      *-------------------
           READ FB00COMT NEXT RECORD INTO WSS-COMT-ENR
              AT END
                 SET FIN-COMT TO TRUE
           END-READ.
           IF NOT FIN-COMT
              IF WS-NB-TAUX = 2000
                 DISPLAY 'FB00B57 : TABLE DES TAUX SATUREE (2000)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                     TO WS-NB-TAUX
              SET IX-TAU                TO WS-NB-TAUX
              MOVE COMT-INTERMEDIAIRE   TO WS-TAU-INTER(IX-TAU)
              MOVE COMT-PRODUIT         TO WS-TAU-PRODUIT(IX-TAU)
              MOVE COMT-DATE-DEBUT      TO WS-TAU-DEBUT(IX-TAU)
              MOVE COMT-DATE-FIN        TO WS-TAU-FIN(IX-TAU)
              MOVE COMT-TAUX            TO WS-TAU-TAUX(IX-TAU)
           END-IF
           .
      ******************************************************************
      *   DATE COMPTABLE : DERNIER JOUR DU MOIS TRAITE (PREMIER JOUR   *
      *   DU MOIS SUIVANT MOINS UN JOUR)                               *
      ******************************************************************
       11200-DATE-COMPTABLE.
      *---------------------
           SET CALA-FONC-AJOUT-MOIS   TO TRUE.
           MOVE WS-MOIS-TRAITE        TO CALA-DATE-1 (1:6).
           MOVE '01'                  TO CALA-DATE-1 (7:2).
           MOVE 1                     TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF CALA-RETOUR-OK
              SET CALA-FONC-AJOUT-CAL TO TRUE
              MOVE CALA-DATE-RESULTAT TO CALA-DATE-1
              MOVE -1                 TO CALA-NOMBRE
              CALL 'FB00SV01' USING WSS-CALA-COMMAREA
           END-IF.
           IF NOT CALA-RETOUR-OK
              DISPLAY 'FB00B57 : MOIS HORS CALENDRIER ' WS-MOIS-TRAITE
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE CALA-DATE-RESULTAT    TO WS-DATE-COMPTABLE
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-CONTRAT
              UNTIL FIN-FACM
           .
      ******************************************************************
      *   RUPTURE SUR CONTRAT : INTERMEDIAIRE ET PRODUIT DU CONTRAT,   *
      *   TRANSFERTS DU MOIS, PUIS MOUVEMENTS DU CONTRAT               *
      ******************************************************************
       20100-TRAITER-CONTRAT.
      *----------------------
           MOVE FACM-NUMCONT TO WS-NUMCONT-RUPTURE.
           PERFORM 21100-LIRE-INTC
              UNTIL FIN-INTC
              OR INTC-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           MOVE 'N' TO WS-IND-INTER.
           IF NOT FIN-INTC
              AND INTC-NUMCONT = WS-NUMCONT-RUPTURE
              SET INTER-CONNU           TO TRUE
              MOVE INTC-INTERMEDIAIRE   TO WS-INTER-CONTRAT
              MOVE INTC-LIB-INTER       TO WS-LIB-CONTRAT
              MOVE INTC-PRODUIT         TO WS-PRODUIT-CONTRAT
           END-IF.
           MOVE ZERO TO WS-NB-TRF.
           PERFORM 21200-LIRE-TRFM
              UNTIL FIN-TRFM
              OR TRFM-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           PERFORM 20110-CHARGER-TRANSFERT
              UNTIL FIN-TRFM
              OR TRFM-NUMCONT NOT = WS-NUMCONT-RUPTURE.
           PERFORM 20200-TRAITER-MOUVEMENT
              UNTIL FIN-FACM
              OR FACM-NUMCONT NOT = WS-NUMCONT-RUPTURE
           .
      ******************************************************************
      *   SEULS LES TRANSFERTS DU MOIS TRAITE DECOUPENT LES MOUVEMENTS *
      *   (UN TRANSFERT ANTERIEUR EST DEJA PORTE PAR FB00INTC)         *
      ******************************************************************
       20110-CHARGER-TRANSFERT.
      *------------------------
           IF TRFM-TRANSFERT
              AND TRFM-JOUR (1:6) = WS-MOIS-TRAITE
              IF WS-NB-TRF = 20
                 DISPLAY 'FB00B57 : TABLE TRANSFERTS SATUREE (20) '
                         WS-NUMCONT-RUPTURE
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                     TO WS-NB-TRF
              ADD 1                     TO WS-CPT-TRANSFERTS
              SET IX-TRF                TO WS-NB-TRF
              MOVE TRFM-JOUR            TO WS-TRF-JOUR(IX-TRF)
              MOVE TRFM-INTER-ANCIEN    TO WS-TRF-ANCIEN(IX-TRF)
              MOVE TRFM-INTER-NOUVEAU   TO WS-TRF-NOUVEAU(IX-TRF)
           END-IF.
           PERFORM 21200-LIRE-TRFM
           .
      ******************************************************************
      *   UN MOUVEMENT EMIS DANS LE MOIS EST VENTILE ENTRE LES         *
      *   INTERMEDIAIRES SUCCESSIFS PUIS CHAQUE PART EST COMMISSIONNEE *
      ******************************************************************
       20200-TRAITER-MOUVEMENT.
      *------------------------
           IF FACM-DATE-EMISSION (1:6) NOT = WS-MOIS-TRAITE
              ADD 1 TO WS-CPT-HORS-MOIS
           ELSE
              IF NOT INTER-CONNU
                 ADD 1 TO WS-CPT-SANS-INTER
                 MOVE SPACES              TO ENRG-FB00ANOC
                 MOVE FACM-NUMCONT        TO ANOC-NUMCONT
                 MOVE FACM-JOUR-SIGN      TO ANOC-JOUR-SIGN
                 MOVE FACM-DATE-EFFET     TO ANOC-DATE
                 MOVE 'CONTRAT SANS INTERMEDIAIRE CONNU'
                                          TO ANOC-MOTIF
                 WRITE ENRG-FB00ANOC
              ELSE
                 MOVE FACM-MONTANT        TO WS-BASE-MVT
                 IF FACM-REMBOURSEMENT
                    COMPUTE WS-BASE-MVT = ZERO - WS-BASE-MVT
                 END-IF
                 PERFORM 20300-VENTILER-MOUVEMENT
                 IF WS-NB-SEG > 1
                    ADD 1 TO WS-CPT-VENTILES
                 END-IF
                 PERFORM 20400-COMMISSIONNER-PART
                    VARYING IX-SEG FROM 1 BY 1
                    UNTIL IX-SEG > WS-NB-SEG
              END-IF
           END-IF.
           ADD 1 TO WS-CPT-MVT-LUS.
           PERFORM 21000-LIRE-FACM
           .
      ******************************************************************
      *   DECOUPAGE DE LA PERIODE COUVERTE [EFFET, ECHEANCE[ AUX DATES *
      *   DE TRANSFERT : BORNE = JOURS ENTRE L'EFFET ET LE TRANSFERT,  *
      *   RAMENEE DANS [BORNE PRECEDENTE, DUREE DU MOUVEMENT]          *
      ******************************************************************
       20300-VENTILER-MOUVEMENT.
      *-------------------------
           MOVE ZERO TO WS-NB-SEG.
           IF WS-NB-TRF = ZERO
              MOVE WS-INTER-CONTRAT     TO WS-INTER-EN-COURS
              MOVE FACM-DATE-EFFET      TO WS-DEBUT-EN-COURS
              MOVE 'T'                  TO WS-PART-EN-COURS
              MOVE FACM-NB-JOURS        TO WS-BORNE
              PERFORM 20350-AJOUTER-PART
           ELSE
              IF FACM-NB-JOURS = ZERO
                 PERFORM 20310-INTER-A-L-EFFET
                 MOVE FACM-DATE-EFFET   TO WS-DEBUT-EN-COURS
                 MOVE ZERO              TO WS-BORNE
                 PERFORM 20350-AJOUTER-PART
              ELSE
                 MOVE WS-TRF-ANCIEN(1)  TO WS-INTER-EN-COURS
                 MOVE FACM-DATE-EFFET   TO WS-DEBUT-EN-COURS
                 MOVE 'A'               TO WS-PART-EN-COURS
                 MOVE ZERO              TO WS-BORNE-PREC
                 PERFORM 20320-DECOUPER-AU-TRANSFERT
                    VARYING IX-TRF FROM 1 BY 1
                    UNTIL IX-TRF > WS-NB-TRF
                 COMPUTE WS-BORNE = FACM-NB-JOURS - WS-BORNE-PREC
                 IF WS-BORNE > ZERO
                    PERFORM 20350-AJOUTER-PART
                 END-IF
              END-IF
           END-IF.
           PERFORM 20360-REPARTIR-BASE
           .
      ******************************************************************
      *   MOUVEMENT SANS DUREE : INTERMEDIAIRE EN PLACE A L'EFFET      *
      ******************************************************************
       20310-INTER-A-L-EFFET.
      *----------------------
           MOVE WS-TRF-ANCIEN(1)  TO WS-INTER-EN-COURS.
           MOVE 'A'               TO WS-PART-EN-COURS.
           PERFORM 20315-EXAMINER-TRANSFERT
              VARYING IX-TRF FROM 1 BY 1
              UNTIL IX-TRF > WS-NB-TRF
           .
      ******************************************************************
       20315-EXAMINER-TRANSFERT.
      *-------------------------
           IF WS-TRF-JOUR(IX-TRF) NOT > FACM-DATE-EFFET
              MOVE WS-TRF-NOUVEAU(IX-TRF) TO WS-INTER-EN-COURS
              MOVE 'N'                    TO WS-PART-EN-COURS
           END-IF
           .
      ******************************************************************
       20320-DECOUPER-AU-TRANSFERT.
      *----------------------------
           SET CALA-FONC-ECART-CAL        TO TRUE.
           MOVE FACM-DATE-EFFET           TO CALA-DATE-1.
           MOVE WS-TRF-JOUR(IX-TRF)       TO CALA-DATE-2.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF CALA-RETOUR-OK
              MOVE CALA-RESULTAT          TO WS-BORNE
           ELSE
              DISPLAY 'FB00B57 : DATES HORS CALENDRIER '
                      FACM-NUMCONT ' ' FACM-DATE-EFFET
                      ' ' WS-TRF-JOUR(IX-TRF)
              MOVE WS-BORNE-PREC          TO WS-BORNE
           END-IF.
           IF WS-BORNE < WS-BORNE-PREC
              MOVE WS-BORNE-PREC          TO WS-BORNE
           END-IF.
           IF WS-BORNE > FACM-NB-JOURS
              MOVE FACM-NB-JOURS          TO WS-BORNE
           END-IF.
           IF WS-BORNE > WS-BORNE-PREC
              COMPUTE WS-BORNE = WS-BORNE - WS-BORNE-PREC
              PERFORM 20350-AJOUTER-PART
              ADD WS-BORNE                TO WS-BORNE-PREC
           END-IF.
           MOVE WS-TRF-NOUVEAU(IX-TRF)    TO WS-INTER-EN-COURS.
           MOVE 'N'                       TO WS-PART-EN-COURS.
           IF WS-TRF-JOUR(IX-TRF) > FACM-DATE-EFFET
              MOVE WS-TRF-JOUR(IX-TRF)    TO WS-DEBUT-EN-COURS
           END-IF
           .
      ******************************************************************
      *   NOUVELLE PART : INTERMEDIAIRE, PREMIER JOUR ET NOMBRE DE     *
      *   JOURS (WS-BORNE)                                             *
      ******************************************************************
       20350-AJOUTER-PART.
      *-------------------
           ADD 1                          TO WS-NB-SEG.
           SET IX-SEG                     TO WS-NB-SEG.
           MOVE WS-INTER-EN-COURS         TO WS-SEG-INTER(IX-SEG).
           MOVE WS-DEBUT-EN-COURS         TO WS-SEG-DEBUT(IX-SEG).
           MOVE WS-BORNE                  TO WS-SEG-JOURS(IX-SEG).
           MOVE WS-PART-EN-COURS          TO WS-SEG-PART(IX-SEG).
           MOVE ZERO                      TO WS-SEG-BASE(IX-SEG)
           .
      ******************************************************************
      *   BASE AU PRORATA DES JOURS DE CHAQUE PART, LA DERNIERE PART   *
      *   PRENANT LE RESTE (LA SOMME DES PARTS EGALE LE MOUVEMENT)     *
      ******************************************************************
       20360-REPARTIR-BASE.
      *--------------------
           MOVE ZERO TO WS-BASE-REPARTIE.
           PERFORM 20365-REPARTIR-PART
              VARYING IX-SEG FROM 1 BY 1
              UNTIL IX-SEG > WS-NB-SEG
           .
      ******************************************************************
       20365-REPARTIR-PART.
      *--------------------
           IF IX-SEG = WS-NB-SEG
              COMPUTE WS-SEG-BASE(IX-SEG) =
                      WS-BASE-MVT - WS-BASE-REPARTIE
           ELSE
              COMPUTE WS-SEG-BASE(IX-SEG) ROUNDED =
                      WS-BASE-MVT * WS-SEG-JOURS(IX-SEG)
                      / FACM-NB-JOURS
              ADD WS-SEG-BASE(IX-SEG) TO WS-BASE-REPARTIE
           END-IF
           .
      ******************************************************************
      *   COMMISSION D'UNE PART AU TAUX EN VIGUEUR A SON PREMIER JOUR  *
      ******************************************************************
       20400-COMMISSIONNER-PART.
      *-------------------------
           PERFORM 20410-CHERCHER-TAUX.
           IF NOT TAUX-TROUVE
              ADD 1 TO WS-CPT-SANS-TAUX
              MOVE SPACES                 TO ENRG-FB00ANOC
              MOVE FACM-NUMCONT           TO ANOC-NUMCONT
              MOVE FACM-JOUR-SIGN         TO ANOC-JOUR-SIGN
              MOVE WS-SEG-INTER(IX-SEG)   TO ANOC-INTERMEDIAIRE
              MOVE WS-PRODUIT-CONTRAT     TO ANOC-PRODUIT
              MOVE WS-SEG-DEBUT(IX-SEG)   TO ANOC-DATE
              MOVE 'AUCUN TAUX DE COMMISSION EN VIGUEUR'
                                          TO ANOC-MOTIF
              WRITE ENRG-FB00ANOC
           ELSE
              ADD 1 TO WS-CPT-COMMISSIONNES
              COMPUTE WS-COMMISSION ROUNDED =
                      WS-SEG-BASE(IX-SEG) * WS-TAUX-RETENU / 100
              MOVE SPACES                 TO ENRG-FB00COMD
              MOVE WS-SEG-INTER(IX-SEG)   TO COMD-INTERMEDIAIRE
              MOVE FACM-NUMCONT           TO COMD-NUMCONT
              MOVE FACM-JOUR-SIGN         TO COMD-JOUR-SIGN
              MOVE FACM-DATE-EFFET        TO COMD-DATE-EFFET
              MOVE FACM-DATE-ECHEANCE     TO COMD-DATE-ECHEANCE
              MOVE FACM-SENS              TO COMD-SENS
              MOVE WS-SEG-PART(IX-SEG)    TO COMD-PART
              MOVE WS-SEG-JOURS(IX-SEG)   TO COMD-NB-JOURS
              MOVE WS-SEG-BASE(IX-SEG)    TO COMD-BASE
              MOVE WS-PRODUIT-RETENU      TO COMD-PRODUIT
              MOVE WS-TAUX-RETENU         TO COMD-TAUX
              MOVE WS-COMMISSION          TO COMD-COMMISSION
              WRITE ENRG-FB00COMD
              ADD 1 TO WS-CPT-DETAIL
              PERFORM 22000-CUMULER-INTERMEDIAIRE
           END-IF
           .
      ******************************************************************
      *   TAUX PROPRE AU PRODUIT DU CONTRAT, A DEFAUT TAUX '****'      *
      ******************************************************************
       20410-CHERCHER-TAUX.
      *--------------------
           MOVE 'N' TO WS-IND-TAUX.
           IF WS-PRODUIT-CONTRAT NOT = SPACES
              MOVE WS-PRODUIT-CONTRAT TO WS-PRODUIT-CHERCHE
              PERFORM 20420-RECHERCHER-BAREME
           END-IF.
           IF NOT TAUX-TROUVE
              MOVE '****'             TO WS-PRODUIT-CHERCHE
              PERFORM 20420-RECHERCHER-BAREME
           END-IF
           .
      ******************************************************************
       20420-RECHERCHER-BAREME.
      *------------------------
           SET IX-TAU TO 1.
           IF WS-NB-TAUX > ZERO
              SEARCH WS-TAU
                 AT END
                    CONTINUE
                 WHEN IX-TAU > WS-NB-TAUX
                    CONTINUE
                 WHEN WS-TAU-INTER(IX-TAU) = WS-SEG-INTER(IX-SEG)
                  AND WS-TAU-PRODUIT(IX-TAU) = WS-PRODUIT-CHERCHE
                  AND WS-TAU-DEBUT(IX-TAU) NOT > WS-SEG-DEBUT(IX-SEG)
                  AND WS-TAU-FIN(IX-TAU) NOT < WS-SEG-DEBUT(IX-SEG)
                    SET TAUX-TROUVE TO TRUE
                    MOVE WS-TAU-TAUX(IX-TAU) TO WS-TAUX-RETENU
                    MOVE WS-PRODUIT-CHERCHE  TO WS-PRODUIT-RETENU
              END-SEARCH
           END-IF
           .
      ******************************************************************
       21000-LIRE-FACM.
      *----------------
           IF NOT FIN-FACM
              READ FB00FACM
                 AT END
                    SET FIN-FACM TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-INTC.
      *----------------
           IF NOT FIN-INTC
              READ FB00INTC
                 AT END
                    SET FIN-INTC TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21200-LIRE-TRFM.
      *----------------
           IF NOT FIN-TRFM
              READ FB00TRFM
                 AT END
                    SET FIN-TRFM TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
      *   CUMUL DE LA PART SUR L'INTERMEDIAIRE BENEFICIAIRE            *
      ******************************************************************
       22000-CUMULER-INTERMEDIAIRE.
      *-----------------------------
           MOVE 'N' TO WS-IND-TROUVE.
           SET IX-INT TO 1.
           IF WS-NB-INTER > ZERO
              SEARCH WS-INT
                 AT END
                    CONTINUE
                 WHEN IX-INT > WS-NB-INTER
                    CONTINUE
                 WHEN WS-INT-CODE(IX-INT) = WS-SEG-INTER(IX-SEG)
                    SET INTER-TROUVE TO TRUE
              END-SEARCH
           END-IF.
           IF NOT INTER-TROUVE
              IF WS-NB-INTER = 1000
                 DISPLAY 'FB00B57 : TABLE INTERMEDIAIRES SATUREE (1000)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                     TO WS-NB-INTER
              SET IX-INT                TO WS-NB-INTER
              MOVE WS-SEG-INTER(IX-SEG) TO WS-INT-CODE(IX-INT)
              MOVE SPACES               TO WS-INT-LIB(IX-INT)
              MOVE ZERO                 TO WS-INT-NB-MVT(IX-INT)
                                           WS-INT-BASE(IX-INT)
                                           WS-INT-DUES(IX-INT)
                                           WS-INT-REPRISES(IX-INT)
           END-IF.
           IF WS-INT-LIB(IX-INT) = SPACES
              AND WS-SEG-INTER(IX-SEG) = WS-INTER-CONTRAT
              MOVE WS-LIB-CONTRAT       TO WS-INT-LIB(IX-INT)
           END-IF.
           ADD 1                        TO WS-INT-NB-MVT(IX-INT).
           ADD WS-SEG-BASE(IX-SEG)      TO WS-INT-BASE(IX-INT)
                                           WS-TOT-BASE.
           IF WS-COMMISSION < ZERO
              SUBTRACT WS-COMMISSION  FROM WS-INT-REPRISES(IX-INT)
                                           WS-TOT-REPRISES
           ELSE
              ADD WS-COMMISSION         TO WS-INT-DUES(IX-INT)
                                           WS-TOT-DUES
           END-IF
           .
      ******************************************************************
      *   SYNTHESE PAR INTERMEDIAIRE ET ECRITURES COMPTABLES           *
      ******************************************************************
       25000-EDITER-SYNTHESE.
      *----------------------
           MOVE WS-MT-MOIS            TO WS-TITRE-MOIS.
           MOVE WS-MT-ANNEE           TO WS-TITRE-ANNEE.
           WRITE ENRG-FB00COMS FROM WS-LIGNE-TITRE.
           WRITE ENRG-FB00COMS FROM WS-LIGNE-COLONNES.
           SET IX-INT TO 1.
           PERFORM 25100-ECRIRE-INTERMEDIAIRE
              WS-NB-INTER TIMES.
           MOVE SPACES                TO ENRG-FB00COMS.
           MOVE 'TOTAL'               TO COMS-INTERMEDIAIRE.
           MOVE WS-CPT-DETAIL         TO COMS-NB-MVT.
           MOVE WS-TOT-BASE           TO COMS-BASE.
           MOVE WS-TOT-DUES           TO COMS-COMM-DUES.
           MOVE WS-TOT-REPRISES       TO COMS-COMM-REPRISES.
           COMPUTE WS-NET-INTER = WS-TOT-DUES - WS-TOT-REPRISES.
           MOVE WS-NET-INTER          TO COMS-COMM-NET.
           WRITE ENRG-FB00COMS
           .
      ******************************************************************
       25100-ECRIRE-INTERMEDIAIRE.
      *----------------------------
           COMPUTE WS-NET-INTER = WS-INT-DUES(IX-INT)
                                - WS-INT-REPRISES(IX-INT)
           MOVE SPACES                    TO ENRG-FB00COMS
           MOVE WS-INT-CODE(IX-INT)       TO COMS-INTERMEDIAIRE
           MOVE WS-INT-LIB(IX-INT)        TO COMS-LIB-INTER
           MOVE WS-INT-NB-MVT(IX-INT)     TO COMS-NB-MVT
           MOVE WS-INT-BASE(IX-INT)       TO COMS-BASE
           MOVE WS-INT-DUES(IX-INT)       TO COMS-COMM-DUES
           MOVE WS-INT-REPRISES(IX-INT)   TO COMS-COMM-REPRISES
           MOVE WS-NET-INTER              TO COMS-COMM-NET
           WRITE ENRG-FB00COMS
           IF WS-NET-INTER NOT = ZERO
              PERFORM 25200-ECRIRE-ECRITURES
           END-IF
           SET IX-INT UP BY 1
           .
      ******************************************************************
      *   NET DU PAR LA COMPAGNIE : DEBIT CHARGE / CREDIT INTERMEDIAIRE*
      *   NET REPRIS : DEBIT INTERMEDIAIRE / CREDIT CHARGE             *
      ******************************************************************
       25200-ECRIRE-ECRITURES.
      *-----------------------
           MOVE SPACES                    TO ENRG-FB00ECRC.
           MOVE 'CO'                      TO ECRC-JOURNAL.
           MOVE WS-DATE-COMPTABLE         TO ECRC-DATE-COMPTABLE.
           MOVE 'COM'                     TO ECRC-PIECE.
           MOVE WS-MOIS-TRAITE            TO ECRC-PIECE (4:6).
           MOVE WS-NET-INTER              TO ECRC-MONTANT.
           MOVE 'COMMISSIONS INTER.'      TO ECRC-LIBELLE.
           MOVE WS-INT-CODE(IX-INT)       TO ECRC-LIBELLE (20:8).
           MOVE WS-COMPTE-CHARGE          TO ECRC-COMPTE.
           IF WS-NET-INTER > ZERO
              SET ECRC-DEBIT              TO TRUE
           ELSE
              SET ECRC-CREDIT             TO TRUE
           END-IF.
           WRITE ENRG-FB00ECRC.
           MOVE WS-COMPTE-INTER           TO ECRC-COMPTE.
           MOVE WS-INT-CODE(IX-INT)       TO ECRC-AUXILIAIRE.
           IF WS-NET-INTER > ZERO
              SET ECRC-CREDIT             TO TRUE
           ELSE
              SET ECRC-DEBIT              TO TRUE
           END-IF.
           WRITE ENRG-FB00ECRC.
           ADD 2 TO WS-CPT-ECRITURES
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00FACM FB00INTC FB00TRFM
                 FB00COMD FB00COMS FB00ECRC FB00ANOC.
           DISPLAY 'FB00B57 : MOIS TRAITE            = '
                    WS-MOIS-TRAITE ' (ECRITURES AU '
                    WS-DATE-COMPTABLE ')'.
           DISPLAY 'FB00B57 : TAUX DU BAREME         = '
                    WS-NB-TAUX.
           DISPLAY 'FB00B57 : MOUVEMENTS LUS         = '
                    WS-CPT-MVT-LUS.
           DISPLAY 'FB00B57 : MOUVEMENTS HORS MOIS   = '
                    WS-CPT-HORS-MOIS.
           DISPLAY 'FB00B57 : TRANSFERTS DU MOIS     = '
                    WS-CPT-TRANSFERTS.
           DISPLAY 'FB00B57 : MOUVEMENTS VENTILES    = '
                    WS-CPT-VENTILES.
           DISPLAY 'FB00B57 : PARTS COMMISSIONNEES   = '
                    WS-CPT-COMMISSIONNES.
           DISPLAY 'FB00B57 : SANS INTERMEDIAIRE     = '
                    WS-CPT-SANS-INTER.
           DISPLAY 'FB00B57 : SANS TAUX EN VIGUEUR   = '
                    WS-CPT-SANS-TAUX.
           DISPLAY 'FB00B57 : INTERMEDIAIRES SERVIS  = '
                    WS-NB-INTER.
           DISPLAY 'FB00B57 : ECRITURES COMPTABLES   = '
                    WS-CPT-ECRITURES.
           MOVE WS-TOT-DUES TO WS-TOT-EDIT.
           DISPLAY 'FB00B57 : COMMISSIONS DUES       = ' WS-TOT-EDIT.
           MOVE WS-TOT-REPRISES TO WS-TOT-EDIT.
           DISPLAY 'FB00B57 : COMMISSIONS REPRISES   = ' WS-TOT-EDIT.
           IF WS-CPT-SANS-INTER > ZERO
              OR WS-CPT-SANS-TAUX > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B57 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
