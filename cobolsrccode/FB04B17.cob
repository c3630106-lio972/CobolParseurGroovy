       ID DIVISION.
       PROGRAM-ID. FB04B17.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH DES NOTIFICATIONS AUX LOUEURS ET
      *           ORGANISMES FINANCEURS DES VEHICULES DE FLOTTE (LLD,
      *           LOA, CREDIT). LE LOUEUR EST PROPRIETAIRE DU
      *           VEHICULE ET DOIT ETRE AVISE DE LA FIN DE SA
      *           COUVERTURE ; IL N'ETAIT CONNU NULLE PART. IL EST
      *           DESORMAIS PRIS AU REFERENTIEL FB00LOUE (TRANSACTION
      *           FB28) ET AFFECTE AU VEHICULE PAR LA COMMANDE 'LOC='
      *           DE FB04 (KSDS FB04LOCV, DESSIN FB00LOUF). DEUX
      *           FONCTIONS (CARTE FB00PARM, MEME PRINCIPE QUE
      *           FB04B14) :
      *           'N' = NOTIFICATIONS (QUOTIDIEN, APRES FB00B25) :
      *           - RESILIATION DU CONTRAT PAR FB00B25 : SORTIES FVA
      *             PAR VEHICULE DE LA NUIT (FB00FVAS, DESSIN
      *             FB04FVAE, AVANT FUSION JCL) ;
      *           - SORTIE DU VEHICULE DE LA COMPOSITION : DATE DE
      *             SORTIE DE LA COMPOSITION PERSISTEE (FB00COMP) ;
      *           - VOL DECLARE PAR 'VOL=' (KSDS FB04VOLS).
      *           CHAQUE EVENEMENT N'EST NOTIFIE QU'UNE FOIS : SA DATE
      *           EST TRACEE DANS LE LIEN FB04LOCV (UNE RESILIATION
      *           CLOT AUSSI LES MEMBRES A LA DATE D'EFFET ET N'EST
      *           DONC PAS REPRISE COMME SORTIE). SELON LE CANAL DU
      *           LOUEUR, L'AVIS PART SUR LE FLUX D'EDITION CIC
      *           (FB04EDIL) OU SUR LE FLUX ELECTRONIQUE MESSAGERIE/
      *           EDI (FB04LOCE) ; IL EST TOUJOURS ARCHIVE DANS LA GED
      *           (FB04RELL, TYPE DE DOCUMENT 'LS'). UN LOUEUR ABSENT
      *           DU REFERENTIEL EST SIGNALE (FB04RAPL), L'EVENEMENT
      *           RESTE A NOTIFIER, CODE RETOUR 4.
      *           'L' = LISTE MENSUELLE : VEHICULES PRESUMES LOUES OU
      *           FINANCES SANS LOUEUR ENREGISTRE. L'EXTRAIT DU PARC
      *           (FB04LOCX) PORTE LE STATUT DU TITULAIRE DE LA CARTE
      *           GRISE (F52844) ET L'INDICATEUR PERTES FINANCIERES :
      *           UN TITULAIRE 'AU' (TIERS AU CONTRAT) OU UNE GARANTIE
      *           PERTES FINANCIERES SIGNALE UN VEHICULE LOUE OU
      *           FINANCE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51180 CREATION.
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
      *--- CARTE FONCTION : 'N' NOTIFICATIONS, 'L' LISTE MENSUELLE
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- LOUEUR DE CHAQUE VEHICULE (KSDS POSE PAR FB04)
           SELECT  FB04LOCV   ASSIGN  FB04LOCV
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY LOCVK-IMMAT
                               FILE STATUS IS  FS-FB04LOCV-STATUS.
      *--- REFERENTIEL DES LOUEURS ET FINANCEURS (KSDS TENU PAR FB28)
           SELECT  FB00LOUE   ASSIGN  FB00LOUE
                               ORGANIZATION INDEXED
                               ACCESS RANDOM
                               RECORD KEY LOUEK-CODE
                               FILE STATUS IS  FS-FB00LOUE-STATUS.
      *--- SORTIES FVA DES RESILIATIONS DE LA NUIT (FB00B25)
           SELECT  FB00FVAS   ASSIGN  FB00FVAS
                               FILE STATUS IS  FS-FB00FVAS-STATUS.
      *--- COMPOSITION PERSISTEE
           SELECT  FB00COMP   ASSIGN  FB00COMP
                               FILE STATUS IS  FS-FB00COMP-STATUS.
      *--- STATUTS VOL PAR PLAQUE (KSDS POSE PAR FB04)
           SELECT  FB04VOLS   ASSIGN  FB04VOLS
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY VOLS-IMMAT
                               FILE STATUS IS  FS-FB04VOLS-STATUS.
      *--- EXTRAIT MENSUEL DU PARC (TITULAIRE CARTE GRISE)
           SELECT  FB04LOCX   ASSIGN  FB04LOCX
                               FILE STATUS IS  FS-FB04LOCX-STATUS.
      *--- AVIS COURRIER POUR LE FLUX D'EDITION CIC
           SELECT  FB04EDIL   ASSIGN  FB04EDIL
                               FILE STATUS IS  FS-FB04EDIL-STATUS.
      *--- COPIE D'ARCHIVE DES AVIS POUR LA GED (FB00B13)
           SELECT  FB04RELL   ASSIGN  FB04RELL
                               FILE STATUS IS  FS-FB04RELL-STATUS.
      *--- AVIS ELECTRONIQUES (MESSAGERIE / EDI)
           SELECT  FB04LOCE   ASSIGN  FB04LOCE
                               FILE STATUS IS  FS-FB04LOCE-STATUS.
      *--- COMPTE RENDU ET LISTE MENSUELLE
           SELECT  FB04RAPL   ASSIGN  FB04RAPL
                               FILE STATUS IS  FS-FB04RAPL-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-FONCTION          PIC X(01).
               88  FONCTION-NOTIFICATIONS VALUE 'N'.
               88  FONCTION-LISTE         VALUE 'L'.
           05  FILLER                 PIC X(79).
      *
       FD  FB04LOCV
           LABEL RECORD STANDARD.
       01  ENRG-FB04LOCV.
           05  LOCVK-IMMAT            PIC X(10).
           05  FILLER                 PIC X(90).
      *
       FD  FB00LOUE
           LABEL RECORD STANDARD.
       01  ENRG-FB00LOUE.
           05  LOUEK-CODE             PIC X(05).
           05  FILLER                 PIC X(245).
      *
       FD  FB00FVAS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00FVAS.
           05  FVAS-TYPE-MVT          PIC X(01).
           05  FVAS-IMMAT             PIC X(10).
           05  FVAS-NUMCONT           PIC X(12).
           05  FVAS-DT-EFFET          PIC X(08).
           05  FVAS-DT-DECLARATION    PIC X(08).
           05  FILLER                 PIC X(41).
      *
       FD  FB00COMP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00COMP.
           05  COMP-NUMCONT           PIC X(12).
           05  COMP-TYPE              PIC X(01).
               88  COMP-VEHICULE          VALUE 'V'.
           05  COMP-IDENT             PIC X(30).
           05  COMP-STATYP            PIC X(04).
           05  COMP-DATENT            PIC X(08).
           05  COMP-DATSOR            PIC X(08).
           05  FILLER                 PIC X(17).
      *
       FD  FB04VOLS
           LABEL RECORD STANDARD.
       01  ENRG-FB04VOLS.
           05  VOLS-IMMAT             PIC X(10).
           05  VOLS-ETAT              PIC X(01).
           05  VOLS-NUMCONT           PIC X(12).
           05  VOLS-DT-VOL            PIC X(08).
           05  VOLS-DT-RETROUVE       PIC X(08).
           05  VOLS-RACF              PIC X(15).
           05  FILLER                 PIC X(26).
      *
       FD  FB04LOCX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04LOCX.
           05  LOCX-NUMCONT           PIC X(12).
           05  LOCX-RANG              PIC 9(04).
           05  LOCX-IMMAT             PIC X(10).
           05  LOCX-CG-STATUT         PIC X(02).
           05  LOCX-CG-NOM            PIC X(20).
           05  LOCX-PERTES-FIN        PIC X(01).
           05  FILLER                 PIC X(31).
      *
       FD  FB04EDIL
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04EDIL.
           05  EDIL-TYPE-LIGNE        PIC X(02).
           05  EDIL-TEXTE             PIC X(78).
      *
       FD  FB04RELL
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04RELL.
           05  RELL-REFERENCE.
               10  RELL-NUMCONT       PIC X(12).
               10  RELL-RANG          PIC 9(04).
               10  RELL-DATE-EDITION  PIC X(08).
           05  RELL-TYPE-DOC          PIC X(02).
           05  RELL-TYPE-LIGNE        PIC X(02).
           05  RELL-TEXTE             PIC X(78).
      *
       FD  FB04LOCE
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04LOCE.
           05  LOCE-CANAL             PIC X(01).
           05  LOCE-ADR-ELEC          PIC X(50).
           05  LOCE-CODE-LOUEUR       PIC X(05).
           05  LOCE-IMMAT             PIC X(10).
           05  LOCE-NUMCONT           PIC X(12).
      *--- EVENEMENT : S SORTIE, R RESILIATION, V VOL
           05  LOCE-EVENEMENT         PIC X(01).
           05  LOCE-DT-EVENEMENT      PIC X(08).
           05  LOCE-DT-NOTIF          PIC X(08).
           05  FILLER                 PIC X(05).
      *
       FD  FB04RAPL
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04RAPL.
           05  RAPL-IMMAT             PIC X(10).
           05  FILLER                 PIC X(02).
           05  RAPL-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02).
           05  RAPL-CODE-LOUEUR       PIC X(05).
           05  FILLER                 PIC X(02).
           05  RAPL-DATE              PIC X(08).
           05  FILLER                 PIC X(02).
           05  RAPL-STATUT            PIC X(37).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB04B17 **'.
      *================================================================*
      *   REFERENTIEL DES LOUEURS ET LIEN VEHICULE (DESSIN FB00LOUF)   *
      *================================================================*
           COPY FB00LOUF.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB04LOCV-STATUS   PIC X(02).
           88     OK-FB04LOCV       VALUE '00'.
       01  FS-FB00LOUE-STATUS   PIC X(02).
           88     OK-FB00LOUE       VALUE '00'.
       01  FS-FB00FVAS-STATUS   PIC X(02).
           88     OK-FB00FVAS       VALUE '00'.
       01  FS-FB00COMP-STATUS   PIC X(02).
           88     OK-FB00COMP       VALUE '00'.
       01  FS-FB04VOLS-STATUS   PIC X(02).
           88     OK-FB04VOLS       VALUE '00'.
       01  FS-FB04LOCX-STATUS   PIC X(02).
           88     OK-FB04LOCX       VALUE '00'.
       01  FS-FB04EDIL-STATUS   PIC X(02).
           88     OK-FB04EDIL       VALUE '00'.
       01  FS-FB04RELL-STATUS   PIC X(02).
           88     OK-FB04RELL       VALUE '00'.
       01  FS-FB04LOCE-STATUS   PIC X(02).
           88     OK-FB04LOCE       VALUE '00'.
       01  FS-FB04RAPL-STATUS   PIC X(02).
           88     OK-FB04RAPL       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-FVAS       PIC X(01) VALUE 'N'.
           88     FIN-FVAS           VALUE 'O'.
       01  WS-IND-FIN-COMP       PIC X(01) VALUE 'N'.
           88     FIN-COMP           VALUE 'O'.
       01  WS-IND-FIN-VOLS       PIC X(01) VALUE 'N'.
           88     FIN-VOLS           VALUE 'O'.
       01  WS-IND-FIN-LOCX       PIC X(01) VALUE 'N'.
           88     FIN-LOCX           VALUE 'O'.
      *================================================================*
      *   EVENEMENT A NOTIFIER                                         *
      *================================================================*
       01  WS-IND-LIEN-TROUVE    PIC X(01) VALUE 'N'.
           88     LIEN-TROUVE        VALUE 'O'.
       01  WS-EVENEMENT          PIC X(01) VALUE SPACE.
           88     EVT-SORTIE         VALUE 'S'.
           88     EVT-RESILIATION    VALUE 'R'.
           88     EVT-VOL            VALUE 'V'.
       01  WS-IMMAT-EVT          PIC X(10) VALUE SPACES.
       01  WS-NUMCONT-EVT        PIC X(12) VALUE SPACES.
       01  WS-DATE-EVT           PIC X(08) VALUE SPACES.
      *================================================================*
      *   LIGNE DE DOCUMENT ET ZONES D'EDITION                         *
      *================================================================*
       01  WS-LIGNE-DOC          PIC X(78) VALUE SPACES.
       01  WS-EDIT-DATE-EVT      PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-TRAIT    PIC X(10) VALUE SPACES.
       01  WS-DATE-A-EDITER      PIC X(08) VALUE SPACES.
       01  WS-DATE-EDITEE        PIC X(10) VALUE SPACES.
      *--- RANG DU DOCUMENT DANS LA GED : UN AVIS PAR RANG
       01  WS-RANG-DOC           PIC 9(04) VALUE ZERO.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-RESILIATIONS   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SORTIES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-VOLS           PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-COURRIERS      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ELECTRONIQUES  PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANOMALIES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PARC-LUS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-LOUEUR    PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
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
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT FB00PARM.
           IF NOT OK-FB00PARM
              DISPLAY 'FB04B17 : CARTE FONCTION ABSENTE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           READ FB00PARM
              AT END
                 DISPLAY 'FB04B17 : CARTE FONCTION VIDE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-READ.
           CLOSE FB00PARM.
           IF NOT FONCTION-NOTIFICATIONS
              AND NOT FONCTION-LISTE
              DISPLAY 'FB04B17 : FONCTION INVALIDE (ATTENDU N OU L)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           OPEN I-O    FB04LOCV
           OPEN INPUT  FB00LOUE
           OPEN INPUT  FB00FVAS
           OPEN INPUT  FB00COMP
           OPEN INPUT  FB04VOLS
           OPEN INPUT  FB04LOCX
           OPEN OUTPUT FB04EDIL
           OPEN OUTPUT FB04RELL
           OPEN OUTPUT FB04LOCE
           OPEN OUTPUT FB04RAPL.
           IF NOT OK-FB04LOCV OR NOT OK-FB00LOUE
              OR NOT OK-FB00FVAS OR NOT OK-FB00COMP
              OR NOT OK-FB04VOLS OR NOT OK-FB04LOCX
              OR NOT OK-FB04EDIL OR NOT OK-FB04RELL
              OR NOT OK-FB04LOCE OR NOT OK-FB04RAPL
              DISPLAY 'FB04B17 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-TRAIT
           .
      ******************************************************************
      *   FONCTION 'N' : RESILIATIONS D'ABORD, POUR QUE LA CLOTURE    *
      *   DES MEMBRES A LA DATE D'EFFET NE SOIT PAS REPRISE COMME     *
      *   SORTIE ; FONCTION 'L' : LISTE DU PARC SANS LOUEUR           *
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           IF FONCTION-NOTIFICATIONS
              PERFORM 21000-LIRE-FVAS
              PERFORM 22000-TRAITER-RESILIATION
                 UNTIL FIN-FVAS
              PERFORM 21100-LIRE-COMP
              PERFORM 22100-TRAITER-SORTIE
                 UNTIL FIN-COMP
              MOVE LOW-VALUES TO VOLS-IMMAT
              START FB04VOLS KEY NOT < VOLS-IMMAT
              END-START
              IF NOT OK-FB04VOLS
                 SET FIN-VOLS TO TRUE
              END-IF
              PERFORM 22200-TRAITER-VOL
                 UNTIL FIN-VOLS
           ELSE
              PERFORM 21300-LIRE-LOCX
              PERFORM 25000-CONTROLER-VEHICULE
                 UNTIL FIN-LOCX
           END-IF
           .
      ******************************************************************
      *   VEHICULE D'UN CONTRAT RESILIE PAR FB00B25 : FIN DE          *
      *   COUVERTURE A LA DATE D'EFFET DE LA RESILIATION              *
      ******************************************************************
       22000-TRAITER-RESILIATION.
      *--------------------------
           IF FVAS-TYPE-MVT = 'S'
              MOVE FVAS-IMMAT      TO WS-IMMAT-EVT
              MOVE FVAS-NUMCONT    TO WS-NUMCONT-EVT
              PERFORM 23000-LIRE-LIEN
              IF LIEN-TROUVE
                 AND LOCV-DT-EVT-FIN NOT = FVAS-DT-EFFET
                 SET EVT-RESILIATION TO TRUE
                 MOVE FVAS-DT-EFFET TO WS-DATE-EVT
                 PERFORM 24000-NOTIFIER-LOUEUR
              END-IF
           END-IF.
           PERFORM 21000-LIRE-FVAS
           .
      ******************************************************************
      *   VEHICULE SORTI DE LA COMPOSITION : FIN DE COUVERTURE A LA   *
      *   DATE DE SORTIE (DEJA NOTIFIEE SI ELLE EST CELLE D'UNE       *
      *   RESILIATION)                                                *
      ******************************************************************
       22100-TRAITER-SORTIE.
      *---------------------
           IF COMP-VEHICULE
              AND COMP-DATSOR NOT = SPACES AND LOW-VALUE
              MOVE COMP-IDENT (1:10) TO WS-IMMAT-EVT
              MOVE COMP-NUMCONT      TO WS-NUMCONT-EVT
              PERFORM 23000-LIRE-LIEN
              IF LIEN-TROUVE
                 AND LOCV-DT-EVT-FIN NOT = COMP-DATSOR
                 SET EVT-SORTIE    TO TRUE
                 MOVE COMP-DATSOR  TO WS-DATE-EVT
                 PERFORM 24000-NOTIFIER-LOUEUR
              END-IF
           END-IF.
           PERFORM 21100-LIRE-COMP
           .
      ******************************************************************
      *   VEHICULE DECLARE VOLE : CHAQUE DECLARATION EST NOTIFIEE     *
      *   UNE FOIS (UN NOUVEAU VOL APRES RETABLISSEMENT PORTE UNE     *
      *   AUTRE DATE)                                                 *
      ******************************************************************
       22200-TRAITER-VOL.
      *------------------
           READ FB04VOLS NEXT
           END-READ.
           IF NOT OK-FB04VOLS
              SET FIN-VOLS TO TRUE
           ELSE
              IF VOLS-ETAT = 'V'
                 MOVE VOLS-IMMAT      TO WS-IMMAT-EVT
                 MOVE VOLS-NUMCONT    TO WS-NUMCONT-EVT
                 PERFORM 23000-LIRE-LIEN
                 IF LIEN-TROUVE
                    AND LOCV-DT-EVT-VOL NOT = VOLS-DT-VOL
                    SET EVT-VOL       TO TRUE
                    MOVE VOLS-DT-VOL  TO WS-DATE-EVT
                    PERFORM 24000-NOTIFIER-LOUEUR
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *   LIEN VEHICULE -> LOUEUR : SEUL COMPTE CELUI POSE SUR LE     *
      *   CONTRAT DE L'EVENEMENT (UN VEHICULE REPRIS AILLEURS N'EST   *
      *   PAS CONCERNE PAR LA FIN DE L'ANCIEN CONTRAT)                *
      ******************************************************************
       23000-LIRE-LIEN.
      *----------------
           MOVE 'N'                TO WS-IND-LIEN-TROUVE.
           MOVE WS-IMMAT-EVT       TO LOCVK-IMMAT.
           READ FB04LOCV INTO WSS-LOCV-ENR
              KEY IS LOCVK-IMMAT
           END-READ.
           IF OK-FB04LOCV
              AND LOCV-NUMCONT = WS-NUMCONT-EVT
              AND LOCV-CODE-LOUEUR NOT = SPACES
              SET LIEN-TROUVE TO TRUE
           END-IF
           .
      ******************************************************************
      *   AVIS AU LOUEUR : COURRIER OU FLUX ELECTRONIQUE SELON SON    *
      *   CANAL, COPIE GED DANS TOUS LES CAS, PUIS TRACE DANS LE LIEN *
      ******************************************************************
       24000-NOTIFIER-LOUEUR.
      *----------------------
           MOVE SPACES             TO ENRG-FB04RAPL.
           MOVE WS-IMMAT-EVT       TO RAPL-IMMAT.
           MOVE WS-NUMCONT-EVT     TO RAPL-NUMCONT.
           MOVE LOCV-CODE-LOUEUR   TO RAPL-CODE-LOUEUR.
           MOVE WS-DATE-EVT        TO RAPL-DATE.
           MOVE LOCV-CODE-LOUEUR   TO LOUEK-CODE.
           READ FB00LOUE INTO WSS-LOUE-ENR
              KEY IS LOUEK-CODE
           END-READ.
           IF NOT OK-FB00LOUE
              ADD 1                TO WS-CPT-ANOMALIES
              MOVE 'LOUEUR ABSENT DU REFERENTIEL - A REVOIR'
                                   TO RAPL-STATUT
              WRITE ENRG-FB04RAPL
           ELSE
              MOVE WS-DATE-EVT     TO WS-DATE-A-EDITER
              PERFORM 28000-EDITER-DATE
              MOVE WS-DATE-EDITEE  TO WS-EDIT-DATE-EVT
              ADD 1                TO WS-RANG-DOC
              PERFORM 26000-EDITER-AVIS
              IF LOUE-CANAL-ELECTRONIQUE
                 PERFORM 24100-ECRIRE-ELECTRONIQUE
              ELSE
                 ADD 1             TO WS-CPT-COURRIERS
              END-IF
              EVALUATE TRUE
                 WHEN EVT-RESILIATION
                    ADD 1          TO WS-CPT-RESILIATIONS
                    MOVE WS-DATE-EVT TO LOCV-DT-EVT-FIN
                    SET LOCV-FIN-RESILIATION TO TRUE
                    MOVE 'NOTIFIE : RESILIATION DU CONTRAT'
                                   TO RAPL-STATUT
                 WHEN EVT-SORTIE
                    ADD 1          TO WS-CPT-SORTIES
                    MOVE WS-DATE-EVT TO LOCV-DT-EVT-FIN
                    SET LOCV-FIN-SORTIE TO TRUE
                    MOVE 'NOTIFIE : SORTIE DE LA COMPOSITION'
                                   TO RAPL-STATUT
                 WHEN OTHER
                    ADD 1          TO WS-CPT-VOLS
                    MOVE WS-DATE-EVT TO LOCV-DT-EVT-VOL
                    MOVE 'NOTIFIE : VOL DECLARE'
                                   TO RAPL-STATUT
              END-EVALUATE
              MOVE WS-DATE-TRAITEMENT TO LOCV-JOUR-NOTIF
              WRITE ENRG-FB04RAPL
              PERFORM 27000-REECRIRE-LIEN
           END-IF
           .
      ******************************************************************
       24100-ECRIRE-ELECTRONIQUE.
      *--------------------------
           MOVE SPACES             TO ENRG-FB04LOCE.
           MOVE LOUE-CANAL         TO LOCE-CANAL.
           MOVE LOUE-ADR-ELEC      TO LOCE-ADR-ELEC.
           MOVE LOUE-CODE          TO LOCE-CODE-LOUEUR.
           MOVE WS-IMMAT-EVT       TO LOCE-IMMAT.
           MOVE WS-NUMCONT-EVT     TO LOCE-NUMCONT.
           MOVE WS-EVENEMENT       TO LOCE-EVENEMENT.
           MOVE WS-DATE-EVT        TO LOCE-DT-EVENEMENT.
           MOVE WS-DATE-TRAITEMENT TO LOCE-DT-NOTIF.
           WRITE ENRG-FB04LOCE.
           ADD 1                   TO WS-CPT-ELECTRONIQUES
           .
      ******************************************************************
      *   LISTE MENSUELLE : VEHICULE PRESUME LOUE OU FINANCE (CARTE   *
      *   GRISE AU NOM D'UN TIERS OU GARANTIE PERTES FINANCIERES)     *
      *   SANS LOUEUR ENREGISTRE SUR SON CONTRAT ACTUEL               *
      ******************************************************************
       25000-CONTROLER-VEHICULE.
      *-------------------------
           ADD 1                   TO WS-CPT-PARC-LUS.
           IF LOCX-CG-STATUT = 'AU'
              OR LOCX-PERTES-FIN = 'O'
              MOVE LOCX-IMMAT      TO WS-IMMAT-EVT
              MOVE LOCX-NUMCONT    TO WS-NUMCONT-EVT
              PERFORM 23000-LIRE-LIEN
              IF NOT LIEN-TROUVE
                 ADD 1             TO WS-CPT-SANS-LOUEUR
                 MOVE SPACES       TO ENRG-FB04RAPL
                 MOVE LOCX-IMMAT   TO RAPL-IMMAT
                 MOVE LOCX-NUMCONT TO RAPL-NUMCONT
                 IF LOCX-CG-STATUT = 'AU'
                    STRING 'SANS LOUEUR - CARTE GRISE : '
                           LOCX-CG-NOM
                           DELIMITED BY SIZE INTO RAPL-STATUT
                 ELSE
                    MOVE 'SANS LOUEUR - PERTES FINANCIERES'
                                   TO RAPL-STATUT
                 END-IF
                 WRITE ENRG-FB04RAPL
              END-IF
           END-IF.
           PERFORM 21300-LIRE-LOCX
           .
      ******************************************************************
      *   AVIS AU LOUEUR : EN-TETE, ADRESSE, CORPS SELON L'EVENEMENT  *
      ******************************************************************
       26000-EDITER-AVIS.
      *------------------
           MOVE 'EN'               TO EDIL-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'AVIS AU PROPRIETAIRE - VEHICULE ' WS-IMMAT-EVT
                  ' DU ' WS-EDIT-DATE-TRAIT
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DT'               TO EDIL-TYPE-LIGNE.
           MOVE LOUE-NOM           TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE LOUE-ADR1          TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           IF LOUE-ADR2 NOT = SPACES
              MOVE LOUE-ADR2       TO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
           END-IF.
           MOVE LOUE-CPVILLE       TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'LE VEHICULE IMMATRICULE ' WS-IMMAT-EVT
                  ', DONT VOUS ETES PROPRIETAIRE,'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           EVALUATE TRUE
              WHEN EVT-RESILIATION
                 STRING 'EST ASSURE PAR LE CONTRAT DE FLOTTE '
                        WS-NUMCONT-EVT ', RESILIE AU '
                        WS-EDIT-DATE-EVT '.'
                        DELIMITED BY SIZE INTO WS-LIGNE-DOC
                 PERFORM 29000-ECRIRE-LIGNE-DOC
                 MOVE 'SA COUVERTURE PAR NOS SOINS CESSE A CETTE DATE.'
                                   TO WS-LIGNE-DOC
                 PERFORM 29000-ECRIRE-LIGNE-DOC
              WHEN EVT-SORTIE
                 STRING 'A ETE RETIRE LE ' WS-EDIT-DATE-EVT
                        ' DU CONTRAT DE FLOTTE ' WS-NUMCONT-EVT '.'
                        DELIMITED BY SIZE INTO WS-LIGNE-DOC
                 PERFORM 29000-ECRIRE-LIGNE-DOC
                 MOVE 'SA COUVERTURE PAR NOS SOINS CESSE A CETTE DATE.'
                                   TO WS-LIGNE-DOC
                 PERFORM 29000-ECRIRE-LIGNE-DOC
              WHEN OTHER
                 STRING 'ASSURE PAR LE CONTRAT DE FLOTTE '
                        WS-NUMCONT-EVT ', A ETE DECLARE VOLE LE '
                        WS-EDIT-DATE-EVT '.'
                        DELIMITED BY SIZE INTO WS-LIGNE-DOC
                 PERFORM 29000-ECRIRE-LIGNE-DOC
                 MOVE 'NOUS VOUS AVISERONS DE TOUTE SUITE DONNEE.'
                                   TO WS-LIGNE-DOC
                 PERFORM 29000-ECRIRE-LIGNE-DOC
           END-EVALUATE.
           MOVE 'PD'               TO EDIL-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'EDITE LE ' WS-EDIT-DATE-TRAIT
                  ' - REFERENCE LOUEUR ' LOUE-CODE
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
       27000-REECRIRE-LIEN.
      *--------------------
           REWRITE ENRG-FB04LOCV FROM WSS-LOCV-ENR
           END-REWRITE.
           IF NOT OK-FB04LOCV
              DISPLAY 'FB04B17 : ERREUR REWRITE FB04LOCV - '
                       FS-FB04LOCV-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
      *   DATE SSAAMMJJ EDITEE JJ/MM/SSAA                              *
      ******************************************************************
       28000-EDITER-DATE.
      *------------------
           MOVE SPACES                 TO WS-DATE-EDITEE.
           STRING WS-DATE-A-EDITER (7:2) '/'
                  WS-DATE-A-EDITER (5:2) '/'
                  WS-DATE-A-EDITER (1:4)
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE
           .
      ******************************************************************
      *   CHAQUE LIGNE PART SUR LA COPIE D'ARCHIVE GED (TYPE 'LS') ;  *
      *   SUR LE FLUX CIC SEULEMENT POUR UN LOUEUR AU CANAL COURRIER  *
      ******************************************************************
       29000-ECRIRE-LIGNE-DOC.
      *------------------------
           IF NOT LOUE-CANAL-ELECTRONIQUE
              MOVE WS-LIGNE-DOC    TO EDIL-TEXTE
              WRITE ENRG-FB04EDIL
           END-IF.
           MOVE WS-NUMCONT-EVT     TO RELL-NUMCONT.
           MOVE WS-RANG-DOC        TO RELL-RANG.
           MOVE WS-DATE-TRAITEMENT TO RELL-DATE-EDITION.
           MOVE 'LS'               TO RELL-TYPE-DOC.
           MOVE EDIL-TYPE-LIGNE    TO RELL-TYPE-LIGNE.
           MOVE WS-LIGNE-DOC       TO RELL-TEXTE.
           WRITE ENRG-FB04RELL
           .
      ******************************************************************
       21000-LIRE-FVAS.
      *----------------
           READ FB00FVAS
              AT END
                 SET FIN-FVAS TO TRUE
           END-READ
           .
      ******************************************************************
       21100-LIRE-COMP.
      *----------------
           READ FB00COMP
              AT END
                 SET FIN-COMP TO TRUE
           END-READ
           .
      ******************************************************************
       21300-LIRE-LOCX.
      *----------------
           READ FB04LOCX
              AT END
                 SET FIN-LOCX TO TRUE
           END-READ
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB04LOCV FB00LOUE FB00FVAS FB00COMP FB04VOLS FB04LOCX
                 FB04EDIL FB04RELL FB04LOCE FB04RAPL.
           IF FONCTION-NOTIFICATIONS
              DISPLAY 'FB04B17 : FINS PAR RESILIATION  = '
                       WS-CPT-RESILIATIONS
              DISPLAY 'FB04B17 : FINS PAR SORTIE       = '
                       WS-CPT-SORTIES
              DISPLAY 'FB04B17 : VOLS NOTIFIES         = '
                       WS-CPT-VOLS
              DISPLAY 'FB04B17 : AVIS PAR COURRIER     = '
                       WS-CPT-COURRIERS
              DISPLAY 'FB04B17 : AVIS ELECTRONIQUES    = '
                       WS-CPT-ELECTRONIQUES
              DISPLAY 'FB04B17 : ANOMALIES             = '
                       WS-CPT-ANOMALIES
           ELSE
              DISPLAY 'FB04B17 : VEHICULES DU PARC LUS = '
                       WS-CPT-PARC-LUS
              DISPLAY 'FB04B17 : PRESUMES SANS LOUEUR  = '
                       WS-CPT-SANS-LOUEUR
           END-IF.
           IF WS-CPT-ANOMALIES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB04B17 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
