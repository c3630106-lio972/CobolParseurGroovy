       ID DIVISION.
       PROGRAM-ID. FB04B19.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH DE DEMENAGEMENT EN MASSE DE
      *           L'ADRESSE DE GARAGE D'UNE FLOTTE. QUAND UN CLIENT
      *           FLOTTE DEMENAGE SON DEPOT, ON RESAISISSAIT LE CODE
      *           POSTAL ET LA COMMUNE DE GARAGE VEHICULE PAR
      *           VEHICULE SUR FB04, SANS VUE D'ENSEMBLE DE L'EFFET
      *           SUR LA ZONE NI SUR LA PRIME. LE FICHIER D'ORDRES
      *           FB04ORDG (TRIE PAR CONTRAT + TYPE DE LIGNE) PORTE
      *           PAR CONTRAT UNE LIGNE 'E' (DATE D'EFFET, NOUVEAU
      *           CODE POSTAL, CODE INSEE ET LIBELLE DE LA COMMUNE,
      *           RACF DU DEMANDEUR) SUIVIE EVENTUELLEMENT DE LIGNES
      *           'V' RESTREIGNANT LE DEMENAGEMENT A UNE SOUS-LISTE
      *           DE PLAQUES ; SANS LIGNE 'V', TOUS LES VEHICULES
      *           ACTIFS DU CONTRAT (EXTRAIT FB04VGAC, DESSIN FB04VGAR
      *           COMPLETE DE LA PRIME ANNUELLE EN COURS, TRIE PAR
      *           CONTRAT) SONT DEMENAGES. POUR CHAQUE CONTRAT :
      *           - LA NOUVELLE ZONE EST DERIVEE DU CODE INSEE DANS LA
      *             GENERATION ACTIVE DU ZONIER FB04ZONK (POSTE DE
      *             PILOTAGE, COMME FB04B06) ; COMMUNE ABSENTE DE LA
      *             GENERATION ACTIVE : ORDRE REJETE EN ENTIER ;
      *           - CHAQUE VEHICULE VISE EST MIS A JOUR PAR LA COUCHE
      *             DE SERVICE DE L'ECRAN (MA90T00 PUIS MA90T20, ACTION
      *             'M', COMME FB00B25) ET JOURNALISE SUR LA PISTE
      *             D'AUDIT FB04AUDZ (DESSIN FB00AUDX, SOUS-TYPE 'ZN'
      *             COMME LE CHANGEMENT DE ZONE EN LIGNE - FD 51142) ;
      *             UN CHANGEMENT DE ZONE ALIMENTE AUSSI LA CHAINE DE
      *             TARIFICATION DES ECHEANCES (FB04ZONA, COMME
      *             FB04B03) ;
      *           - UN SEUL AVENANT PAR CONTRAT SUR LE FLUX D'EDITION
      *             CIC (FB04EDIZ) AVEC SA COPIE D'ARCHIVE GED
      *             (FB04RELZ, TYPE 'AG').
      *           LE RELEVE FB04RAPD, DESTINE AU CHARGE DE CLIENTELE,
      *           DONNE PAR VEHICULE LA ZONE AVANT/APRES ET LA PRIME
      *           ANNUELLE AVANT/APRES : PRIME INDICATIVE = PRIME EN
      *           COURS x RELATIVITE DE LA NOUVELLE ZONE / RELATIVITE
      *           DE L'ANCIENNE (BAREME FB04ZREL PUBLIE PAR LA
      *           TARIFICATION) ; LA PRIME DEFINITIVE EST CELLE DE LA
      *           PROCHAINE ECHEANCE. PLAQUE DE LA SOUS-LISTE ABSENTE
      *           DU CONTRAT, ECHEC MA90 OU ORDRE REJETE : LIGNE
      *           D'ANOMALIE, CODE RETOUR 4.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51194 CREATION.
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
      *--- ORDRES DE DEMENAGEMENT, TRIES PAR CONTRAT + TYPE DE LIGNE
           SELECT  FB04ORDG   ASSIGN  FB04ORDG
                               FILE STATUS IS  FS-FB04ORDG-STATUS.
      *--- VEHICULES ACTIFS AVEC COMMUNE DE GARAGE, ZONE ET PRIME EN
      *--- COURS, TRIES PAR CONTRAT + RANG
           SELECT  FB04VGAC   ASSIGN  FB04VGAC
                               FILE STATUS IS  FS-FB04VGAC-STATUS.
      *--- REFERENTIEL ZONIER (VSAM KSDS, ENTRETENU PAR FB12T00)
           SELECT  FB04ZONK   ASSIGN  FB04ZONK
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY ZONK-CLE
                               FILE STATUS IS  FS-FB04ZONK-STATUS.
      *--- RELATIVITES TARIFAIRES DES ZONES (PUBLIEES PAR LA
      *--- TARIFICATION)
           SELECT  FB04ZREL   ASSIGN  FB04ZREL
                               FILE STATUS IS  FS-FB04ZREL-STATUS.
      *--- PISTE D'AUDIT DES CHANGEMENTS DE GARAGE (DESSIN FB00AUDX)
           SELECT  FB04AUDZ   ASSIGN  FB04AUDZ
                               FILE STATUS IS  FS-FB04AUDZ-STATUS.
      *--- ALIMENTATION DE LA CHAINE DE TARIFICATION DES ECHEANCES
           SELECT  FB04ZONA   ASSIGN  FB04ZONA
                               FILE STATUS IS  FS-FB04ZONA-STATUS.
      *--- FLUX D'EDITION CIC DES AVENANTS DE DEMENAGEMENT
           SELECT  FB04EDIZ   ASSIGN  FB04EDIZ
                               FILE STATUS IS  FS-FB04EDIZ-STATUS.
      *--- COPIE D'ARCHIVE GED (TYPE 'AG', CHARGEE PAR FB00B13)
           SELECT  FB04RELZ   ASSIGN  FB04RELZ
                               FILE STATUS IS  FS-FB04RELZ-STATUS.
      *--- RELEVE AVANT/APRES POUR LE CHARGE DE CLIENTELE
           SELECT  FB04RAPD   ASSIGN  FB04RAPD
                               FILE STATUS IS  FS-FB04RAPD-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB04ORDG
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04ORDG.
           05  ORDG-NUMCONT           PIC X(12).
           05  ORDG-TYPE-LIGNE        PIC X(01).
               88  ORDG-ENTETE            VALUE 'E'.
               88  ORDG-VEHICULE          VALUE 'V'.
           05  ORDG-DONNEES-ENTETE.
               10  ORDG-DATE-EFFET    PIC X(08).
               10  ORDG-CODE-POSTAL   PIC X(05).
               10  ORDG-INSEE         PIC X(05).
               10  ORDG-COMMUNE       PIC X(30).
               10  ORDG-RACF          PIC X(15).
               10  FILLER             PIC X(04).
           05  ORDG-DONNEES-VEHICULE REDEFINES ORDG-DONNEES-ENTETE.
               10  ORDG-IMMAT         PIC X(10).
               10  FILLER             PIC X(57).
      *
       FD  FB04VGAC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04VGAC.
           05  VGAC-COMMUNE           PIC X(05).
           05  VGAC-NUMCONT           PIC X(12).
           05  VGAC-RANG              PIC 9(04).
           05  VGAC-IMMAT             PIC X(10).
           05  VGAC-ZONE-ACTUELLE     PIC X(02).
           05  VGAC-PRIME-ANNUELLE    PIC 9(07)V99.
           05  VGAC-STATYP            PIC X(04).
           05  FILLER                 PIC X(34).
      *
       FD  FB04ZONK
           LABEL RECORD STANDARD.
       01  ENRG-FB04ZONK.
           05  ZONK-CLE.
               10  ZONK-COMMUNE       PIC X(05).
               10  ZONK-GENERATION    PIC X(04).
           05  ZONK-ZONE              PIC X(02).
           05  ZONK-DATE-DEBUT        PIC X(08).
           05  ZONK-DATE-FIN          PIC X(08).
           05  ZONK-GEN-ACTIVE        PIC X(04).
           05  FILLER                 PIC X(49).
      *
       FD  FB04ZREL
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04ZREL.
           05  ZREL-ZONE              PIC X(02).
           05  ZREL-RELATIVITE        PIC 9(01)V9(04).
           05  FILLER                 PIC X(73).
      *
       FD  FB04AUDZ
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04AUDZ.
           05  AUDZ-NUMCONT           PIC X(12).
           05  AUDZ-ECRAN             PIC X(04).
           05  AUDZ-SOUS-TYPE         PIC X(02).
           05  AUDZ-RACF              PIC X(15).
           05  AUDZ-JOUR              PIC X(08).
           05  AUDZ-HEURE             PIC X(08).
           05  AUDZ-DONNEES-ZONHIS.
               10  AUDZ-ZONHIS-INSEE      PIC X(05).
               10  AUDZ-ZONHIS-ZONE-ANC   PIC X(02).
               10  AUDZ-ZONHIS-ZONE-NOUV  PIC X(02).
               10  AUDZ-ZONHIS-DATE-EFFET PIC X(08).
               10  FILLER                 PIC X(31).
      *
       FD  FB04ZONA
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04ZONA.
           05  ZONA-NUMCONT           PIC X(12).
           05  ZONA-RANG              PIC 9(04).
           05  ZONA-ZONE-NOUV         PIC X(02).
           05  FILLER                 PIC X(62).
      *
       FD  FB04EDIZ
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04EDIZ.
           05  EDIZ-TYPE-LIGNE        PIC X(02).
           05  EDIZ-TEXTE             PIC X(78).
      *
       FD  FB04RELZ
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04RELZ.
           05  RELZ-REFERENCE.
               10  RELZ-NUMCONT       PIC X(12).
               10  RELZ-RANG          PIC 9(04).
               10  RELZ-DATE-EDITION  PIC X(08).
           05  RELZ-TYPE-DOC          PIC X(02).
           05  RELZ-TYPE-LIGNE        PIC X(02).
           05  RELZ-TEXTE             PIC X(78).
      *
       FD  FB04RAPD
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04RAPD.
           05  RAPD-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPD-IMMAT             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPD-COMMUNE-ANC       PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPD-ZONE-ANC          PIC X(02).
           05  RAPD-FLECHE            PIC X(04).
           05  RAPD-ZONE-NOUV         PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPD-PRIME-ANC         PIC ZZZZZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPD-PRIME-NOUV        PIC ZZZZZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPD-ECART             PIC +ZZZZZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPD-ETAT              PIC X(36).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB04B19 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB04ORDG-STATUS   PIC X(02).
           88     OK-FB04ORDG       VALUE '00'.
           88     EOF-FB04ORDG      VALUE '10'.
       01  FS-FB04VGAC-STATUS   PIC X(02).
           88     OK-FB04VGAC       VALUE '00'.
           88     EOF-FB04VGAC      VALUE '10'.
       01  FS-FB04ZONK-STATUS   PIC X(02).
           88     OK-FB04ZONK       VALUE '00'.
       01  FS-FB04ZREL-STATUS   PIC X(02).
           88     OK-FB04ZREL       VALUE '00'.
           88     EOF-FB04ZREL      VALUE '10'.
       01  FS-FB04AUDZ-STATUS   PIC X(02).
           88     OK-FB04AUDZ       VALUE '00'.
       01  FS-FB04ZONA-STATUS   PIC X(02).
           88     OK-FB04ZONA       VALUE '00'.
       01  FS-FB04EDIZ-STATUS   PIC X(02).
           88     OK-FB04EDIZ       VALUE '00'.
       01  FS-FB04RELZ-STATUS   PIC X(02).
           88     OK-FB04RELZ       VALUE '00'.
       01  FS-FB04RAPD-STATUS   PIC X(02).
           88     OK-FB04RAPD       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-ORDG       PIC X(01) VALUE 'N'.
           88     FIN-ORDG           VALUE 'O'.
       01  WS-IND-FIN-VGAC       PIC X(01) VALUE 'N'.
           88     FIN-VGAC           VALUE 'O'.
       01  WS-IND-FIN-ZREL       PIC X(01) VALUE 'N'.
           88     FIN-ZREL           VALUE 'O'.
      *================================================================*
      *   GENERATION ACTIVE DU ZONIER (POSTE DE PILOTAGE)              *
      *================================================================*
       01  WS-GEN-ACTIVE         PIC X(04) VALUE SPACES.
      *================================================================*
      *   ZONE DE COMMUNICATION DE LA COUCHE MA90 (MEME DESSIN QUE    *
      *   FB01B02/FB01B03). POUR UNE MODIFICATION DE GARAGE (ACTION   *
      *   'M' SUR UN VEHICULE), DATENT PORTE LA DATE D'EFFET ET LA    *
      *   FIN DE ZONE LE NOUVEAU GARAGE                               *
      *================================================================*
       01  WS-MA90-COMMAREA.
           05  WS-MA90-FONCTION      PIC X(02).
               88  MA90-FONC-DETERMINATION VALUE 'DT'.
               88  MA90-FONC-MISE-A-JOUR   VALUE 'MJ'.
           05  WS-MA90-NUMCONT       PIC X(12).
           05  WS-MA90-TYPE          PIC X(01).
           05  WS-MA90-STATYP        PIC X(04).
           05  WS-MA90-IDENT         PIC X(30).
           05  WS-MA90-DATENT        PIC X(08).
           05  WS-MA90-DATSOR        PIC X(08).
           05  WS-MA90-MOTIF         PIC X(01).
           05  WS-MA90-PTSCRM        PIC X(03).
           05  WS-MA90-CODE-RETOUR   PIC 9(02).
               88  MA90-RETOUR-OK        VALUE ZERO.
           05  WS-MA90-MESANO        PIC X(05).
           05  WS-MA90-CODE-ACTION   PIC X(01).
           05  WS-MA90-RANG          PIC 9(04).
           05  WS-MA90-GARAGE.
               10  WS-MA90-GARCOPC   PIC X(05).
               10  WS-MA90-GARINSC   PIC X(05).
               10  WS-MA90-GARZONE   PIC X(02).
               10  FILLER            PIC X(07).
      *================================================================*
      *   ORDRE DU CONTRAT EN COURS (LIGNE 'E')                        *
      *================================================================*
       01  WS-ORDRE.
           05  WS-ORD-NUMCONT        PIC X(12).
           05  WS-ORD-DATE-EFFET     PIC X(08).
           05  WS-ORD-CODE-POSTAL    PIC X(05).
           05  WS-ORD-INSEE          PIC X(05).
           05  WS-ORD-COMMUNE        PIC X(30).
           05  WS-ORD-RACF           PIC X(15).
           05  WS-ORD-ZONE-NOUV      PIC X(02).
       01  WS-IND-ORDRE-REJETE   PIC X(01) VALUE 'N'.
           88     ORDRE-REJETE       VALUE 'O'.
       01  WS-MOTIF-REJET        PIC X(36) VALUE SPACES.
      *================================================================*
      *   SOUS-LISTE DE PLAQUES DU CONTRAT (LIGNES 'V')                *
      *================================================================*
       01  WS-NB-SOUS-LISTE      PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-SOUS-LISTE.
           05  WS-SSL OCCURS 500 INDEXED BY IX-SSL.
               10  WS-SSL-IMMAT      PIC X(10).
               10  WS-SSL-TROUVEE    PIC X(01).
       01  WS-IND-VISE           PIC X(01) VALUE 'N'.
           88     VEHICULE-VISE      VALUE 'O'.
      *================================================================*
      *   RELATIVITES TARIFAIRES DES ZONES                             *
      *================================================================*
       01  WS-NB-ZREL            PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-ZREL.
           05  WS-ZRL OCCURS 100 INDEXED BY IX-ZRL.
               10  WS-ZRL-ZONE       PIC X(02).
               10  WS-ZRL-RELATIVITE PIC 9(01)V9(04).
       01  WS-ZONE-CHERCHEE      PIC X(02) VALUE SPACES.
       01  WS-RELATIVITE         PIC 9(01)V9(04) VALUE ZERO.
       01  WS-RELATIVITE-ANC     PIC 9(01)V9(04) VALUE ZERO.
       01  WS-RELATIVITE-NOUV    PIC 9(01)V9(04) VALUE ZERO.
      *================================================================*
      *   VEHICULES DEMENAGES DU CONTRAT (CORPS DE L'AVENANT)          *
      *================================================================*
       01  WS-NB-DEMENAGES       PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-DEMENAGES.
           05  WS-DEM OCCURS 500 INDEXED BY IX-DEM.
               10  WS-DEM-IMMAT      PIC X(10).
               10  WS-DEM-ZONE-ANC   PIC X(02).
               10  WS-DEM-ZONE-NOUV  PIC X(02).
      *================================================================*
      *   PRIMES DU VEHICULE ET DU CONTRAT EN COURS                    *
      *================================================================*
       01  WS-PRIME-NOUV         PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-ECART              PIC S9(07)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-PRIME-ANC      PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-PRIME-NOUV     PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-IND-PRIME          PIC X(01) VALUE 'N'.
           88     PRIME-CALCULEE     VALUE 'O'.
       01  WS-NB-SANS-PRIME      PIC 9(05) COMP VALUE ZERO.
      *================================================================*
      *   COMPTEURS DU CONTRAT EN COURS                                *
      *================================================================*
       01  WS-NB-ECHECS-CONT     PIC 9(05) COMP VALUE ZERO.
      *================================================================*
      *   EDITION                                                      *
      *================================================================*
       01  WS-LIGNE-DOC          PIC X(78) VALUE SPACES.
       01  WS-DATE-A-EDITER      PIC X(08) VALUE SPACES.
       01  WS-DATE-EDITEE        PIC X(10) VALUE SPACES.
       01  WS-EDIT-MONTANT       PIC ZZZZZZ9,99.
       01  WS-SENS-ECART         PIC X(01) VALUE SPACE.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-ORDRES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REJETS         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DEMENAGES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ZONES-CHANGEES PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ECHECS         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NON-TROUVES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-AVENANTS       PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-HEURE-TRAITEMENT   PIC X(08) VALUE SPACES.
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
           ACCEPT WS-DATE-TRAITEMENT  FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-TRAITEMENT FROM TIME.
           OPEN INPUT  FB04ORDG
           OPEN INPUT  FB04VGAC
           OPEN INPUT  FB04ZONK
           OPEN INPUT  FB04ZREL
           OPEN OUTPUT FB04AUDZ
           OPEN OUTPUT FB04ZONA
           OPEN OUTPUT FB04EDIZ
           OPEN OUTPUT FB04RELZ
           OPEN OUTPUT FB04RAPD.
           IF NOT OK-FB04ORDG OR NOT OK-FB04VGAC
              OR NOT OK-FB04ZONK OR NOT OK-FB04ZREL
              OR NOT OK-FB04AUDZ OR NOT OK-FB04ZONA
              OR NOT OK-FB04EDIZ OR NOT OK-FB04RELZ
              OR NOT OK-FB04RAPD
              DISPLAY 'FB04B19 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
      *--- LECTURE DU POSTE DE PILOTAGE : LA GENERATION ACTIVE
           MOVE '00000'            TO ZONK-COMMUNE.
           MOVE '0000'             TO ZONK-GENERATION.
           READ FB04ZONK
           END-READ.
           IF NOT OK-FB04ZONK
              DISPLAY 'FB04B19 : POSTE DE PILOTAGE ABSENT DU ZONIER'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           IF ZONK-GEN-ACTIVE NOT NUMERIC
              DISPLAY 'FB04B19 : AUCUNE GENERATION ACTIVE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE ZONK-GEN-ACTIVE    TO WS-GEN-ACTIVE.
           PERFORM 11000-CHARGER-RELATIVITES.
           PERFORM 21000-LIRE-ORDG
           PERFORM 21100-LIRE-VGAC
           .
      ******************************************************************
      *   BAREME DES RELATIVITES DE ZONE CHARGE EN TABLE ; UN BAREME   *
      *   VIDE N'EMPECHE PAS LE DEMENAGEMENT (PRIME NON CALCULEE)      *
      ******************************************************************
       11000-CHARGER-RELATIVITES.
      *--------------------------
           PERFORM 21200-LIRE-ZREL.
           PERFORM 11100-CHARGER-UNE-RELATIVITE
              UNTIL FIN-ZREL.
           CLOSE FB04ZREL.
           IF WS-NB-ZREL = ZERO
              DISPLAY 'FB04B19 : BAREME DES RELATIVITES DE ZONE VIDE'
           END-IF
           .
      ******************************************************************
       11100-CHARGER-UNE-RELATIVITE.
      *-----------------------------
           IF WS-NB-ZREL = 100
              DISPLAY 'FB04B19 : TABLE DES RELATIVITES SATUREE (100)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1                   TO WS-NB-ZREL.
           SET IX-ZRL              TO WS-NB-ZREL.
           MOVE ZREL-ZONE          TO WS-ZRL-ZONE (IX-ZRL).
           MOVE ZREL-RELATIVITE    TO WS-ZRL-RELATIVITE (IX-ZRL).
           PERFORM 21200-LIRE-ZREL
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-CONTRAT
              UNTIL FIN-ORDG
           .
      ******************************************************************
      *   UN ORDRE = LA LIGNE 'E' ET SES LIGNES 'V' : DERIVATION DE    *
      *   LA NOUVELLE ZONE, MISE A JOUR DES VEHICULES VISES, AVENANT   *
      *   ET TOTAL DU CONTRAT AU RELEVE                                *
      ******************************************************************
       20100-TRAITER-CONTRAT.
      *----------------------
           ADD 1 TO WS-CPT-ORDRES.
           MOVE ZERO   TO WS-NB-SOUS-LISTE
                          WS-NB-DEMENAGES
                          WS-NB-ECHECS-CONT
                          WS-NB-SANS-PRIME
                          WS-TOT-PRIME-ANC
                          WS-TOT-PRIME-NOUV.
           MOVE SPACES TO WS-ORDRE
                          WS-MOTIF-REJET.
           MOVE 'N'    TO WS-IND-ORDRE-REJETE.
           MOVE ORDG-NUMCONT       TO WS-ORD-NUMCONT.
           IF ORDG-ENTETE
              MOVE ORDG-DATE-EFFET    TO WS-ORD-DATE-EFFET
              MOVE ORDG-CODE-POSTAL   TO WS-ORD-CODE-POSTAL
              MOVE ORDG-INSEE         TO WS-ORD-INSEE
              MOVE ORDG-COMMUNE       TO WS-ORD-COMMUNE
              MOVE ORDG-RACF          TO WS-ORD-RACF
              PERFORM 21000-LIRE-ORDG
           ELSE
              SET ORDRE-REJETE TO TRUE
              MOVE 'REJET - ORDRE SANS LIGNE D''ENTETE'
                                      TO WS-MOTIF-REJET
           END-IF.
           PERFORM 20200-CHARGER-SOUS-LISTE
              UNTIL FIN-ORDG
              OR ORDG-NUMCONT NOT = WS-ORD-NUMCONT.
           IF NOT ORDRE-REJETE
              PERFORM 22000-DERIVER-NOUVELLE-ZONE
           END-IF.
           PERFORM 23000-DEMENAGER-VEHICULES.
           IF ORDRE-REJETE
              PERFORM 27100-EDITER-REJET
           ELSE
              PERFORM 24000-CONTROLER-SOUS-LISTE
              IF WS-NB-DEMENAGES > ZERO
                 PERFORM 26000-EDITER-AVENANT
              END-IF
              PERFORM 27200-EDITER-TOTAL-CONTRAT
           END-IF
           .
      ******************************************************************
      *   LIGNES 'V' : SOUS-LISTE DES PLAQUES A DEMENAGER ; UNE        *
      *   SECONDE LIGNE 'E' DU MEME CONTRAT EST IGNOREE                *
      ******************************************************************
       20200-CHARGER-SOUS-LISTE.
      *-------------------------
           IF ORDG-VEHICULE
              IF WS-NB-SOUS-LISTE = 500
                 DISPLAY 'FB04B19 : SOUS-LISTE SATUREE (500) POUR '
                         WS-ORD-NUMCONT
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                TO WS-NB-SOUS-LISTE
              SET IX-SSL           TO WS-NB-SOUS-LISTE
              MOVE ORDG-IMMAT      TO WS-SSL-IMMAT (IX-SSL)
              MOVE 'N'             TO WS-SSL-TROUVEE (IX-SSL)
           ELSE
              DISPLAY 'FB04B19 : LIGNE D''ENTETE EN DOUBLE IGNOREE '
                      ORDG-NUMCONT
           END-IF.
           PERFORM 21000-LIRE-ORDG
           .
      ******************************************************************
      *   NOUVELLE ZONE = POSTE COMMUNE + GENERATION ACTIVE DU ZONIER  *
      ******************************************************************
       22000-DERIVER-NOUVELLE-ZONE.
      *----------------------------
           MOVE WS-ORD-INSEE       TO ZONK-COMMUNE.
           MOVE WS-GEN-ACTIVE      TO ZONK-GENERATION.
           READ FB04ZONK
              INVALID KEY
                 SET ORDRE-REJETE TO TRUE
                 MOVE 'REJET - COMMUNE ABSENTE DU ZONIER'
                                   TO WS-MOTIF-REJET
           END-READ.
           IF NOT ORDRE-REJETE
              MOVE ZONK-ZONE       TO WS-ORD-ZONE-NOUV
           END-IF
           .
      ******************************************************************
      *   VEHICULES DU CONTRAT : CEUX QUE VISE L'ORDRE SONT DEMENAGES  *
      *   (AUCUN SI L'ORDRE EST REJETE)                                *
      ******************************************************************
       23000-DEMENAGER-VEHICULES.
      *--------------------------
           PERFORM 23100-AVANCER-VGAC
              UNTIL FIN-VGAC
              OR VGAC-NUMCONT NOT < WS-ORD-NUMCONT.
           PERFORM 23200-TRAITER-VEHICULE
              UNTIL FIN-VGAC
              OR VGAC-NUMCONT NOT = WS-ORD-NUMCONT
           .
      ******************************************************************
       23100-AVANCER-VGAC.
      *-------------------
           PERFORM 21100-LIRE-VGAC
           .
      ******************************************************************
       23200-TRAITER-VEHICULE.
      *-----------------------
           IF NOT ORDRE-REJETE
              PERFORM 23300-VEHICULE-VISE
              IF VEHICULE-VISE
                 PERFORM 23400-APPELER-MA90
                 IF MA90-RETOUR-OK
                    PERFORM 23500-ENREGISTRER-DEMENAGEMENT
                 ELSE
                    ADD 1 TO WS-NB-ECHECS-CONT
                             WS-CPT-ECHECS
                    PERFORM 27000-EDITER-ECHEC-MA90
                 END-IF
              END-IF
           END-IF.
           PERFORM 21100-LIRE-VGAC
           .
      ******************************************************************
      *   SANS SOUS-LISTE, TOUT VEHICULE ACTIF EST VISE ; SINON LA     *
      *   PLAQUE DOIT Y FIGURER (ELLE Y EST MARQUEE TROUVEE)           *
      ******************************************************************
       23300-VEHICULE-VISE.
      *--------------------
           IF WS-NB-SOUS-LISTE = ZERO
              SET VEHICULE-VISE TO TRUE
           ELSE
              MOVE 'N' TO WS-IND-VISE
              SET IX-SSL TO 1
              SEARCH WS-SSL
                 AT END
                    CONTINUE
                 WHEN IX-SSL > WS-NB-SOUS-LISTE
                    CONTINUE
                 WHEN WS-SSL-IMMAT (IX-SSL) = VGAC-IMMAT
                    SET VEHICULE-VISE TO TRUE
                    MOVE 'O' TO WS-SSL-TROUVEE (IX-SSL)
              END-SEARCH
           END-IF
           .
      ******************************************************************
      *   MODIFICATION DU GARAGE PAR LA COUCHE DE SERVICE DE L'ECRAN : *
      *   L'IDENTIFIANT VEHICULE PORTE LA PLAQUE EN TETE (CONVENTION   *
      *   FD 51101)                                                    *
      ******************************************************************
       23400-APPELER-MA90.
      *-------------------
           MOVE SPACES             TO WS-MA90-IDENT
           MOVE WS-ORD-NUMCONT     TO WS-MA90-NUMCONT
           MOVE 'V'                TO WS-MA90-TYPE
           MOVE VGAC-STATYP        TO WS-MA90-STATYP
           MOVE VGAC-IMMAT         TO WS-MA90-IDENT (1:10)
           MOVE WS-ORD-DATE-EFFET  TO WS-MA90-DATENT
           MOVE SPACES             TO WS-MA90-DATSOR
                                      WS-MA90-MOTIF
                                      WS-MA90-PTSCRM
                                      WS-MA90-MESANO
                                      WS-MA90-GARAGE
           MOVE WS-ORD-CODE-POSTAL TO WS-MA90-GARCOPC
           MOVE WS-ORD-INSEE       TO WS-MA90-GARINSC
           MOVE WS-ORD-ZONE-NOUV   TO WS-MA90-GARZONE
           MOVE 'M'                TO WS-MA90-CODE-ACTION
           MOVE ZERO               TO WS-MA90-CODE-RETOUR
           MOVE VGAC-RANG          TO WS-MA90-RANG
           SET MA90-FONC-DETERMINATION TO TRUE
           CALL 'MA90T00' USING WS-MA90-COMMAREA.
           IF MA90-RETOUR-OK
              SET MA90-FONC-MISE-A-JOUR TO TRUE
              CALL 'MA90T20' USING WS-MA90-COMMAREA
           END-IF
           .
      ******************************************************************
      *   VEHICULE DEMENAGE : PISTE D'AUDIT 'ZN', REPORT VERS LA       *
      *   TARIFICATION SI LA ZONE CHANGE, PRIME INDICATIVE, LIGNE DU   *
      *   RELEVE ET POSTE DE L'AVENANT                                 *
      ******************************************************************
       23500-ENREGISTRER-DEMENAGEMENT.
      *-------------------------------
           ADD 1 TO WS-CPT-DEMENAGES.
           PERFORM 25000-ECRIRE-AUDIT.
           IF VGAC-ZONE-ACTUELLE NOT = WS-ORD-ZONE-NOUV
              ADD 1 TO WS-CPT-ZONES-CHANGEES
              MOVE SPACES             TO ENRG-FB04ZONA
              MOVE WS-ORD-NUMCONT     TO ZONA-NUMCONT
              MOVE VGAC-RANG          TO ZONA-RANG
              MOVE WS-ORD-ZONE-NOUV   TO ZONA-ZONE-NOUV
              WRITE ENRG-FB04ZONA
           END-IF.
           PERFORM 23600-CALCULER-PRIME.
           PERFORM 27300-EDITER-VEHICULE.
           IF WS-NB-DEMENAGES = 500
              DISPLAY 'FB04B19 : AVENANT SATURE (500 VEHICULES) POUR '
                      WS-ORD-NUMCONT
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1                   TO WS-NB-DEMENAGES.
           SET IX-DEM              TO WS-NB-DEMENAGES.
           MOVE VGAC-IMMAT         TO WS-DEM-IMMAT (IX-DEM).
           MOVE VGAC-ZONE-ACTUELLE TO WS-DEM-ZONE-ANC (IX-DEM).
           MOVE WS-ORD-ZONE-NOUV   TO WS-DEM-ZONE-NOUV (IX-DEM)
           .
      ******************************************************************
      *   PRIME INDICATIVE = PRIME EN COURS x RELATIVITE NOUVELLE /    *
      *   RELATIVITE ANCIENNE ; ZONE INCHANGEE = PRIME INCHANGEE ;     *
      *   ZONE ABSENTE DU BAREME = PRIME NON CALCULEE                  *
      ******************************************************************
       23600-CALCULER-PRIME.
      *---------------------
           MOVE 'N' TO WS-IND-PRIME.
           MOVE ZERO TO WS-PRIME-NOUV.
           IF VGAC-ZONE-ACTUELLE = WS-ORD-ZONE-NOUV
              MOVE VGAC-PRIME-ANNUELLE TO WS-PRIME-NOUV
              SET PRIME-CALCULEE TO TRUE
           ELSE
              MOVE VGAC-ZONE-ACTUELLE TO WS-ZONE-CHERCHEE
              PERFORM 23700-CHERCHER-RELATIVITE
              MOVE WS-RELATIVITE      TO WS-RELATIVITE-ANC
              MOVE WS-ORD-ZONE-NOUV   TO WS-ZONE-CHERCHEE
              PERFORM 23700-CHERCHER-RELATIVITE
              MOVE WS-RELATIVITE      TO WS-RELATIVITE-NOUV
              IF WS-RELATIVITE-ANC > ZERO
                 AND WS-RELATIVITE-NOUV > ZERO
                 COMPUTE WS-PRIME-NOUV ROUNDED =
                         VGAC-PRIME-ANNUELLE * WS-RELATIVITE-NOUV
                                             / WS-RELATIVITE-ANC
                 SET PRIME-CALCULEE TO TRUE
              END-IF
           END-IF.
           IF PRIME-CALCULEE
              ADD VGAC-PRIME-ANNUELLE TO WS-TOT-PRIME-ANC
              ADD WS-PRIME-NOUV       TO WS-TOT-PRIME-NOUV
           ELSE
              ADD 1 TO WS-NB-SANS-PRIME
           END-IF
           .
      ******************************************************************
       23700-CHERCHER-RELATIVITE.
      *--------------------------
           MOVE ZERO TO WS-RELATIVITE.
           IF WS-NB-ZREL > ZERO
              SET IX-ZRL TO 1
              SEARCH WS-ZRL
                 AT END
                    CONTINUE
                 WHEN IX-ZRL > WS-NB-ZREL
                    CONTINUE
                 WHEN WS-ZRL-ZONE (IX-ZRL) = WS-ZONE-CHERCHEE
                    MOVE WS-ZRL-RELATIVITE (IX-ZRL) TO WS-RELATIVITE
              END-SEARCH
           END-IF
           .
      ******************************************************************
      *   PLAQUES DE LA SOUS-LISTE SANS VEHICULE ACTIF SUR LE CONTRAT  *
      ******************************************************************
       24000-CONTROLER-SOUS-LISTE.
      *---------------------------
           IF WS-NB-SOUS-LISTE > ZERO
              SET IX-SSL TO 1
              PERFORM 24100-CONTROLER-PLAQUE
                 WS-NB-SOUS-LISTE TIMES
           END-IF
           .
      ******************************************************************
       24100-CONTROLER-PLAQUE.
      *-----------------------
           IF WS-SSL-TROUVEE (IX-SSL) = 'N'
              ADD 1 TO WS-CPT-NON-TROUVES
              MOVE SPACES                 TO ENRG-FB04RAPD
              MOVE WS-ORD-NUMCONT         TO RAPD-NUMCONT
              MOVE WS-SSL-IMMAT (IX-SSL)  TO RAPD-IMMAT
              MOVE 'ANOMALIE - VEHICULE ACTIF INCONNU'
                                          TO RAPD-ETAT
              WRITE ENRG-FB04RAPD
           END-IF.
           SET IX-SSL UP BY 1
           .
      ******************************************************************
      *   PISTE D'AUDIT AU DESSIN FB00AUDX : SOUS-TYPE 'ZN' (LIBELLE   *
      *   'CHANGEMENT ZONE DE GARAGE' DANS FB00B01)                    *
      ******************************************************************
       25000-ECRIRE-AUDIT.
      *-------------------
           MOVE SPACES              TO ENRG-FB04AUDZ
           MOVE WS-ORD-NUMCONT      TO AUDZ-NUMCONT
           MOVE 'FB04'              TO AUDZ-ECRAN
           MOVE 'ZN'                TO AUDZ-SOUS-TYPE
           MOVE WS-ORD-RACF         TO AUDZ-RACF
           MOVE WS-DATE-TRAITEMENT  TO AUDZ-JOUR
           MOVE WS-HEURE-TRAITEMENT TO AUDZ-HEURE
           MOVE WS-ORD-INSEE        TO AUDZ-ZONHIS-INSEE
           MOVE VGAC-ZONE-ACTUELLE  TO AUDZ-ZONHIS-ZONE-ANC
           MOVE WS-ORD-ZONE-NOUV    TO AUDZ-ZONHIS-ZONE-NOUV
           MOVE WS-ORD-DATE-EFFET   TO AUDZ-ZONHIS-DATE-EFFET
           WRITE ENRG-FB04AUDZ
           .
      ******************************************************************
      *   UN AVENANT PAR CONTRAT : NOUVELLE ADRESSE DE GARAGE, LISTE   *
      *   DES VEHICULES AVEC LEUR ZONE, IMPACT INDICATIF DE PRIME      *
      ******************************************************************
       26000-EDITER-AVENANT.
      *---------------------
           ADD 1 TO WS-CPT-AVENANTS.
           MOVE WS-ORD-DATE-EFFET  TO WS-DATE-A-EDITER.
           PERFORM 29100-EDITER-DATE.
           MOVE 'EN'               TO EDIZ-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'AVENANT AU CONTRAT ' WS-ORD-NUMCONT
                  ' - CHANGEMENT D''ADRESSE DE GARAGE'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DT'               TO EDIZ-TYPE-LIGNE.
           MOVE 'A L''ATTENTION DU TITULAIRE DU CONTRAT'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'A COMPTER DU ' WS-DATE-EDITEE
                  ', LES VEHICULES CI-DESSOUS SONT GARES A :'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING '  ' WS-ORD-CODE-POSTAL ' ' WS-ORD-COMMUNE
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'VEHICULES CONCERNES :' TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           SET IX-DEM TO 1.
           PERFORM 26100-EDITER-VEHICULE-AVENANT
              WS-NB-DEMENAGES TIMES.
           MOVE SPACES             TO WS-LIGNE-DOC.
           IF WS-NB-SANS-PRIME > ZERO
              MOVE 'LA PRIME AJUSTEE VOUS SERA COMMUNIQUEE SUR VOTRE'
                                   TO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
              MOVE 'PROCHAIN AVIS D''ECHEANCE.'
                                   TO WS-LIGNE-DOC
           ELSE
              COMPUTE WS-ECART = WS-TOT-PRIME-NOUV - WS-TOT-PRIME-ANC
              IF WS-ECART < ZERO
                 MOVE '-' TO WS-SENS-ECART
                 COMPUTE WS-EDIT-MONTANT = ZERO - WS-ECART
              ELSE
                 MOVE '+' TO WS-SENS-ECART
                 MOVE WS-ECART TO WS-EDIT-MONTANT
              END-IF
              STRING 'IMPACT INDICATIF SUR VOTRE PRIME ANNUELLE : '
                     WS-SENS-ECART WS-EDIT-MONTANT ' EUR'
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
           END-IF.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'PD'               TO EDIZ-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'EDITE LE ' WS-DATE-TRAITEMENT
                  ' - DOCUMENT ETABLI SOUS RESERVE D''ENCAISSEMENT'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
       26100-EDITER-VEHICULE-AVENANT.
      *------------------------------
           MOVE SPACES             TO WS-LIGNE-DOC.
           IF WS-DEM-ZONE-ANC (IX-DEM) = WS-DEM-ZONE-NOUV (IX-DEM)
              STRING '  - VEHICULE ' WS-DEM-IMMAT (IX-DEM)
                     ' : ZONE DE TARIFICATION INCHANGEE ('
                     WS-DEM-ZONE-NOUV (IX-DEM) ')'
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
           ELSE
              STRING '  - VEHICULE ' WS-DEM-IMMAT (IX-DEM)
                     ' : ZONE DE TARIFICATION '
                     WS-DEM-ZONE-ANC (IX-DEM) ' -> '
                     WS-DEM-ZONE-NOUV (IX-DEM)
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
           END-IF.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           SET IX-DEM UP BY 1
           .
      ******************************************************************
      *   RELEVE : LIGNES D'ANOMALIE, UNE LIGNE PAR VEHICULE DEMENAGE  *
      *   ET UNE LIGNE DE TOTAL PAR CONTRAT                            *
      ******************************************************************
       27000-EDITER-ECHEC-MA90.
      *------------------------
           MOVE SPACES             TO ENRG-FB04RAPD
           MOVE WS-ORD-NUMCONT     TO RAPD-NUMCONT
           MOVE VGAC-IMMAT         TO RAPD-IMMAT
           MOVE VGAC-COMMUNE       TO RAPD-COMMUNE-ANC
           MOVE VGAC-ZONE-ACTUELLE TO RAPD-ZONE-ANC
           STRING 'ECHEC MISE A JOUR MA90 ' WS-MA90-MESANO
                  DELIMITED BY SIZE INTO RAPD-ETAT
           WRITE ENRG-FB04RAPD
           .
      ******************************************************************
       27100-EDITER-REJET.
      *-------------------
           ADD 1 TO WS-CPT-REJETS.
           MOVE SPACES             TO ENRG-FB04RAPD
           MOVE WS-ORD-NUMCONT     TO RAPD-NUMCONT
           MOVE WS-ORD-INSEE       TO RAPD-COMMUNE-ANC
           MOVE WS-MOTIF-REJET     TO RAPD-ETAT
           WRITE ENRG-FB04RAPD
           .
      ******************************************************************
       27200-EDITER-TOTAL-CONTRAT.
      *---------------------------
           MOVE SPACES             TO ENRG-FB04RAPD
           MOVE WS-ORD-NUMCONT     TO RAPD-NUMCONT
           MOVE '* TOTAL'          TO RAPD-IMMAT
           MOVE WS-ORD-INSEE       TO RAPD-COMMUNE-ANC
           MOVE ' -> '             TO RAPD-FLECHE
           MOVE WS-ORD-ZONE-NOUV   TO RAPD-ZONE-NOUV
           MOVE WS-TOT-PRIME-ANC   TO RAPD-PRIME-ANC
           MOVE WS-TOT-PRIME-NOUV  TO RAPD-PRIME-NOUV
           COMPUTE RAPD-ECART = WS-TOT-PRIME-NOUV - WS-TOT-PRIME-ANC
           EVALUATE TRUE
              WHEN WS-NB-DEMENAGES = ZERO
                 MOVE 'AUCUN VEHICULE DEMENAGE'   TO RAPD-ETAT
              WHEN WS-NB-ECHECS-CONT > ZERO
                 MOVE 'INCOMPLET - ECHECS MA90'   TO RAPD-ETAT
              WHEN WS-NB-SANS-PRIME > ZERO
                 MOVE 'TERMINE - PRIMES PARTIELLES' TO RAPD-ETAT
              WHEN OTHER
                 MOVE 'TERMINE - AVENANT EMIS'    TO RAPD-ETAT
           END-EVALUATE
           WRITE ENRG-FB04RAPD
           .
      ******************************************************************
       27300-EDITER-VEHICULE.
      *----------------------
           MOVE SPACES              TO ENRG-FB04RAPD
           MOVE WS-ORD-NUMCONT      TO RAPD-NUMCONT
           MOVE VGAC-IMMAT          TO RAPD-IMMAT
           MOVE VGAC-COMMUNE        TO RAPD-COMMUNE-ANC
           MOVE VGAC-ZONE-ACTUELLE  TO RAPD-ZONE-ANC
           MOVE ' -> '              TO RAPD-FLECHE
           MOVE WS-ORD-ZONE-NOUV    TO RAPD-ZONE-NOUV
           MOVE VGAC-PRIME-ANNUELLE TO RAPD-PRIME-ANC
           IF PRIME-CALCULEE
              MOVE WS-PRIME-NOUV    TO RAPD-PRIME-NOUV
              COMPUTE RAPD-ECART = WS-PRIME-NOUV - VGAC-PRIME-ANNUELLE
              IF VGAC-ZONE-ACTUELLE = WS-ORD-ZONE-NOUV
                 MOVE 'DEMENAGE - ZONE INCHANGEE' TO RAPD-ETAT
              ELSE
                 MOVE 'DEMENAGE - PRIME INDICATIVE' TO RAPD-ETAT
              END-IF
           ELSE
              MOVE 'DEMENAGE - ZONE HORS BAREME' TO RAPD-ETAT
           END-IF
           WRITE ENRG-FB04RAPD
           .
      ******************************************************************
      *   CHAQUE LIGNE PART SUR LE FLUX CIC ET SUR LA COPIE D'ARCHIVE  *
      *   GED AVEC LA REFERENCE DU DOCUMENT (TYPE 'AG')                *
      ******************************************************************
       29000-ECRIRE-LIGNE-DOC.
      *------------------------
           MOVE WS-LIGNE-DOC       TO EDIZ-TEXTE.
           WRITE ENRG-FB04EDIZ.
           MOVE WS-ORD-NUMCONT     TO RELZ-NUMCONT.
           MOVE 1                  TO RELZ-RANG.
           MOVE WS-DATE-TRAITEMENT TO RELZ-DATE-EDITION.
           MOVE 'AG'               TO RELZ-TYPE-DOC.
           MOVE EDIZ-TYPE-LIGNE    TO RELZ-TYPE-LIGNE.
           MOVE WS-LIGNE-DOC       TO RELZ-TEXTE.
           WRITE ENRG-FB04RELZ
           .
      ******************************************************************
       29100-EDITER-DATE.
      *------------------
           MOVE SPACES                 TO WS-DATE-EDITEE.
           STRING WS-DATE-A-EDITER (7:2) '/'
                  WS-DATE-A-EDITER (5:2) '/'
                  WS-DATE-A-EDITER (1:4)
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE
           .
      ******************************************************************
       21000-LIRE-ORDG.
      *----------------
           IF NOT FIN-ORDG
              READ FB04ORDG
                 AT END
                    SET FIN-ORDG TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-VGAC.
      *----------------
           IF NOT FIN-VGAC
              READ FB04VGAC
                 AT END
                    SET FIN-VGAC TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21200-LIRE-ZREL.
      *----------------
           IF NOT FIN-ZREL
              READ FB04ZREL
                 AT END
                    SET FIN-ZREL TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB04ORDG FB04VGAC FB04ZONK FB04AUDZ FB04ZONA
                 FB04EDIZ FB04RELZ FB04RAPD.
           DISPLAY 'FB04B19 : ORDRES TRAITES         = '
                    WS-CPT-ORDRES.
           DISPLAY 'FB04B19 : ORDRES REJETES         = '
                    WS-CPT-REJETS.
           DISPLAY 'FB04B19 : VEHICULES DEMENAGES    = '
                    WS-CPT-DEMENAGES.
           DISPLAY 'FB04B19 : DONT ZONE CHANGEE      = '
                    WS-CPT-ZONES-CHANGEES.
           DISPLAY 'FB04B19 : ECHECS MA90            = '
                    WS-CPT-ECHECS.
           DISPLAY 'FB04B19 : PLAQUES NON TROUVEES   = '
                    WS-CPT-NON-TROUVES.
           DISPLAY 'FB04B19 : AVENANTS EMIS          = '
                    WS-CPT-AVENANTS.
           IF WS-CPT-REJETS + WS-CPT-ECHECS + WS-CPT-NON-TROUVES
              > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB04B19 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
