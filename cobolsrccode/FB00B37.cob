       ID DIVISION.
       PROGRAM-ID. FB00B37.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH DE CRIBLAGE DU PORTEFEUILLE CONTRE
      *           LA LISTE NATIONALE DES GELS D'AVOIRS, LANCE A CHAQUE
      *           PUBLICATION DE LA LISTE (FB00GELN, RECHARGEE
      *           INTEGRALEMENT) ET CHAQUE NUIT. SONT CRIBLES :
      *           - LES CLIENTS DU PORTEFEUILLE FB06 (FB00CLID :
      *             EXTRAIT GESCLI DES CLIENTS DE L'INDEX FB00CLIX,
      *             UNE LIGNE PAR CLIENT ET CONTRAT, TRIE SUR LE
      *             CLIENT) ;
      *           - LES CONDUCTEURS DECLARES (FB02DRVX, DESSIN DE
      *             FB02B05, TRIE SUR L'IDENTITE - MEME CLE QUE
      *             L'INDEX FB02IDXD) ;
      *           - LES MANDATAIRES AF/IF (FCGEMANX : DECHARGEMENT DU
      *             REFERENTIEL DES MANDATS FCGEMAN1).
      *           RAPPROCHEMENT SUR LE NOM, LE PRENOM ET LA DATE DE
      *           NAISSANCE APRES NORMALISATION (TIRETS, APOSTROPHES
      *           ET POINTS NEUTRALISES) :
      *           - EXACT (NOM, PRENOM ET NAISSANCE COMPLETE
      *             IDENTIQUES) : CORRESPONDANCE CONFIRMEE D'OFFICE ;
      *           - APPROCHE (NOM ET PRENOM AVEC NAISSANCE ABSENTE OU
      *             DE MEME ANNEE, NOM ET NAISSANCE, DEBUT DE NOM +
      *             PRENOM + NAISSANCE, NOM ET PRENOM INVERSES ; POUR
      *             LES MANDATAIRES, LIBELLE NOM + PRENOM DANS UN SENS
      *             OU DANS L'AUTRE) : FILE DE REVUE DE LA CONFORMITE.
      *           LES CORRESPONDANCES SONT TENUES DANS LE KSDS FB00GELK
      *           (DESSIN FB00GELF) EN CONSERVANT LES DECISIONS DE LA
      *           CONFORMITE (FB22) : UNE CORRESPONDANCE LEVEE N'EST
      *           ROUVERTE QUE SI L'ENTREE DE LA LISTE CHANGE ; UNE
      *           CORRESPONDANCE A REVOIR OU CONFIRMEE QUI N'EST PLUS
      *           RETROUVEE PASSE SANS SUITE.
      *           SORTIES : FB00GELQ (FILE DE REVUE EDITEE) ET FB00GELS
      *           (CONTRAT + CORRESPONDANCE, RECHARGE PAR LE JCL DANS
      *           LE KSDS FB00GELB LU PAR FB01T00 A LA SIGNATURE).
      *           CODE RETOUR 4 SI UNE CORRESPONDANCE EST A REVOIR OU
      *           NOUVELLEMENT CONFIRMEE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51169 CREATION.
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
      *--- LISTE NATIONALE DES GELS D'AVOIRS (PUBLICATION COMPLETE)
           SELECT  FB00GELN   ASSIGN  FB00GELN
                               FILE STATUS IS  FS-FB00GELN-STATUS.
      *--- CLIENTS DU PORTEFEUILLE (UNE LIGNE PAR CLIENT ET CONTRAT)
           SELECT  FB00CLID   ASSIGN  FB00CLID
                               FILE STATUS IS  FS-FB00CLID-STATUS.
      *--- CONDUCTEURS PERSISTES, TRIES SUR NOM + PRENOM + NAISSANCE
           SELECT  FB02DRVX   ASSIGN  FB02DRVX
                               FILE STATUS IS  FS-FB02DRVX-STATUS.
      *--- DECHARGEMENT DU REFERENTIEL DES MANDATS FCGEMAN1
           SELECT  FCGEMANX   ASSIGN  FCGEMANX
                               FILE STATUS IS  FS-FCGEMANX-STATUS.
      *--- CORRESPONDANCES ET DECISIONS DE LA CONFORMITE
           SELECT  FB00GELK   ASSIGN  FB00GELK
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY GELK-CLE
                               FILE STATUS IS  FS-FB00GELK-STATUS.
      *--- FILE DE REVUE DE LA CONFORMITE
           SELECT  FB00GELQ   ASSIGN  FB00GELQ
                               FILE STATUS IS  FS-FB00GELQ-STATUS.
      *--- CONTRATS CONCERNES (RECHARGEMENT DU KSDS FB00GELB)
           SELECT  FB00GELS   ASSIGN  FB00GELS
                               FILE STATUS IS  FS-FB00GELS-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00GELN
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00GELN.
           05  GELN-REF               PIC X(15).
      *--- 'P' PERSONNE PHYSIQUE, 'M' PERSONNE MORALE
           05  GELN-NATURE            PIC X(01).
           05  GELN-NOM               PIC X(40).
           05  GELN-PRENOM            PIC X(20).
      *--- AAAAMMJJ, MOIS ET JOUR A ZERO SI INCONNUS
           05  GELN-DATE-NAISS        PIC X(08).
           05  GELN-DATE-PUBLICATION  PIC X(08).
           05  FILLER                 PIC X(08).
      *
       FD  FB00CLID
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CLID.
           05  CLID-GESCLI            PIC X(11).
           05  CLID-NUMCONT           PIC X(12).
           05  CLID-NOM               PIC X(40).
           05  CLID-PRENOM            PIC X(20).
           05  CLID-DATE-NAISS        PIC X(08).
           05  FILLER                 PIC X(09).
      *
       FD  FB02DRVX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB02DRVX.
           05  DRVX-IDENTITE.
               10  DRVX-NOM           PIC X(20).
               10  DRVX-PRENOM        PIC X(20).
               10  DRVX-DATE-NAISS    PIC X(08).
           05  DRVX-NUMCONT           PIC X(12).
           05  DRVX-RANG              PIC 9(04).
           05  DRVX-CRM               PIC 9(03).
           05  DRVX-NB-SINISTRES      PIC 9(02).
           05  FILLER                 PIC X(11).
      *
       FD  FCGEMANX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FCGEMANX.
           05  MANX-CLE.
               10  MANX-CLE-ALLOC     PIC X(13).
               10  MANX-TYPE-DOC      PIC X(02).
           05  MANX-MANDATAIRE        PIC X(60).
           05  MANX-DT-DEBUT          PIC X(08).
           05  MANX-DT-FIN            PIC X(08).
           05  FILLER                 PIC X(29).
      *
       FD  FB00GELK
           LABEL RECORD STANDARD.
       01  ENRG-FB00GELK.
           05  GELK-CLE               PIC X(49).
           05  FILLER                 PIC X(251).
      *
       FD  FB00GELQ
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00GELQ              PIC X(100).
      *
       FD  FB00GELS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00GELS              PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B37 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00GELN-STATUS   PIC X(02).
           88     OK-FB00GELN       VALUE '00'.
       01  FS-FB00CLID-STATUS   PIC X(02).
           88     OK-FB00CLID       VALUE '00'.
       01  FS-FB02DRVX-STATUS   PIC X(02).
           88     OK-FB02DRVX       VALUE '00'.
       01  FS-FCGEMANX-STATUS   PIC X(02).
           88     OK-FCGEMANX       VALUE '00'.
       01  FS-FB00GELK-STATUS   PIC X(02).
           88     OK-FB00GELK       VALUE '00'.
           88     ABSENT-FB00GELK   VALUE '23'.
       01  FS-FB00GELQ-STATUS   PIC X(02).
           88     OK-FB00GELQ       VALUE '00'.
       01  FS-FB00GELS-STATUS   PIC X(02).
           88     OK-FB00GELS       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-GELN       PIC X(01) VALUE 'N'.
           88     FIN-GELN           VALUE 'O'.
       01  WS-IND-FIN-CLID       PIC X(01) VALUE 'N'.
           88     FIN-CLID           VALUE 'O'.
       01  WS-IND-FIN-DRVX       PIC X(01) VALUE 'N'.
           88     FIN-DRVX           VALUE 'O'.
       01  WS-IND-FIN-MANX       PIC X(01) VALUE 'N'.
           88     FIN-MANX           VALUE 'O'.
       01  WS-IND-FIN-GELK       PIC X(01) VALUE 'N'.
           88     FIN-GELK           VALUE 'O'.
      *================================================================*
      *   CORRESPONDANCES (DESSIN FB00GELF)                            *
      *================================================================*
       COPY FB00GELF.
      *================================================================*
      *   LISTE NATIONALE EN TABLE, NORMALISEE. DEUX CHAINAGES PAR     *
      *   INITIALE (DU NOM ET DU PRENOM) LIMITENT LES COMPARAISONS     *
      *   AUX ENTREES DE MEME INITIALE                                 *
      *================================================================*
       01  WS-NB-LISTE           PIC S9(8) COMP VALUE ZERO.
       01  WS-TABLE-LISTE.
           05  WS-LST             OCCURS 5000 TIMES
                                  INDEXED BY IX-LST.
               10  WS-LST-REF         PIC X(15).
               10  WS-LST-NOM-ORIG    PIC X(40).
               10  WS-LST-PRENOM-ORIG PIC X(20).
               10  WS-LST-NOM         PIC X(40).
               10  WS-LST-PRENOM      PIC X(20).
               10  WS-LST-NAISS       PIC X(08).
               10  WS-LST-LIBELLE     PIC X(61).
               10  WS-LST-LIBELLE-INV PIC X(61).
               10  WS-LST-SUIV-NOM    PIC S9(8) COMP.
               10  WS-LST-SUIV-PRENOM PIC S9(8) COMP.
       01  WS-TABLE-TETES.
           05  WS-TETE            OCCURS 27 TIMES.
               10  WS-TETE-NOM        PIC S9(8) COMP.
               10  WS-TETE-PRENOM     PIC S9(8) COMP.
       01  WS-ALPHABET            PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-TABLE-ALPHABET REDEFINES WS-ALPHABET.
           05  WS-LETTRE          OCCURS 26 TIMES
                                  INDEXED BY IX-LET
                                  PIC X(01).
       01  WS-INITIALE           PIC X(01) VALUE SPACE.
       01  WS-RANG-INITIALE      PIC S9(4) COMP VALUE ZERO.
      *================================================================*
      *   IDENTITE CRIBLEE ET MEILLEURE CORRESPONDANCE                 *
      *================================================================*
       01  WS-CAND-TYPE          PIC X(01) VALUE SPACE.
       01  WS-CAND-IDENT         PIC X(48) VALUE SPACES.
       01  WS-CAND-NOM-ORIG      PIC X(40) VALUE SPACES.
       01  WS-CAND-PRENOM-ORIG   PIC X(20) VALUE SPACES.
       01  WS-CAND-NOM           PIC X(40) VALUE SPACES.
       01  WS-CAND-PRENOM        PIC X(20) VALUE SPACES.
       01  WS-CAND-NAISS         PIC X(08) VALUE SPACES.
       01  WS-CAND-LIBELLE       PIC X(61) VALUE SPACES.
       01  WS-CAND-NUMCONT       PIC X(12) VALUE SPACES.
       01  WS-IX-COURANT         PIC S9(8) COMP VALUE ZERO.
       01  WS-IX-RETENU          PIC S9(8) COMP VALUE ZERO.
       01  WS-RAPP-RETENU        PIC X(01) VALUE SPACE.
           88     RAPP-AUCUN         VALUE SPACE.
           88     RAPP-EXACT         VALUE 'E'.
           88     RAPP-APPROCHE      VALUE 'A'.
       01  WS-ZONE-NORME         PIC X(61) VALUE SPACES.
      *--- DERNIERE IDENTITE CRIBLEE (CLIENT SUR PLUSIEURS CONTRATS,
      *--- CONDUCTEUR SUR PLUSIEURS CONTRATS) ET SON RESULTAT
       01  WS-CLE-PRECEDENTE     PIC X(49) VALUE SPACES.
       01  WS-ETAT-PRECEDENT     PIC X(01) VALUE SPACE.
      *================================================================*
      *   LIGNE DE LA FILE DE REVUE                                    *
      *================================================================*
       01  WS-LIGNE-TITRE.
           05  FILLER            PIC X(42) VALUE
               'FB00B37 - FILE DE REVUE GEL DES AVOIRS DU '.
           05  WS-LT-DATE        PIC X(08).
           05  FILLER            PIC X(50) VALUE SPACES.
       01  WS-LIGNE-REVUE.
           05  WS-LR-TYPE        PIC X(01).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LR-NOM         PIC X(25).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LR-PRENOM      PIC X(15).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LR-NAISS       PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LR-REF         PIC X(15).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LR-RAPP        PIC X(01).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LR-ETAT        PIC X(01).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LR-MOUVEMENT   PIC X(12).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LR-NUMCONT     PIC X(12).
           05  FILLER            PIC X(02) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-DATE-JOUR          PIC X(08) VALUE SPACES.
       01  WS-CPT-CLIENTS        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CONDUCTEURS    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-MANDATAIRES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NOUV-CONFIRMES PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-A-REVOIR       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CONFIRMES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LEVES-MAINTENUS PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-SUITE     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CONTRATS-GEL   PIC 9(07) COMP VALUE ZERO.
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
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           OPEN INPUT  FB00GELN
           OPEN INPUT  FB00CLID
           OPEN INPUT  FB02DRVX
           OPEN INPUT  FCGEMANX
           OPEN I-O    FB00GELK
           OPEN OUTPUT FB00GELQ
           OPEN OUTPUT FB00GELS.
           IF NOT OK-FB00GELN OR NOT OK-FB00CLID
              OR NOT OK-FB02DRVX OR NOT OK-FCGEMANX
              OR NOT OK-FB00GELK OR NOT OK-FB00GELQ
              OR NOT OK-FB00GELS
              DISPLAY 'FB00B37 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 11000-RAZ-TETE
              VARYING WS-RANG-INITIALE FROM 1 BY 1
              UNTIL WS-RANG-INITIALE > 27.
           PERFORM 12000-CHARGER-LISTE
              UNTIL FIN-GELN.
           CLOSE FB00GELN.
      *--- UNE LISTE VIDE (PUBLICATION TRONQUEE) FERAIT PASSER TOUTES
      *--- LES CORRESPONDANCES SANS SUITE : ABANDON
           IF WS-NB-LISTE = ZERO
              DISPLAY 'FB00B37 : LISTE DES GELS D''AVOIRS VIDE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE WS-DATE-JOUR TO WS-LT-DATE.
           WRITE ENRG-FB00GELQ FROM WS-LIGNE-TITRE
           .
      ******************************************************************
       11000-RAZ-TETE.
      *---------------
           MOVE ZERO TO WS-TETE-NOM(WS-RANG-INITIALE)
                        WS-TETE-PRENOM(WS-RANG-INITIALE)
           .
      ******************************************************************
      *   CHARGEMENT D'UNE ENTREE DE LA LISTE : FORMES NORMALISEES,    *
      *   LIBELLES NOM + PRENOM DANS LES DEUX SENS, CHAINAGES          *
      ******************************************************************
       12000-CHARGER-LISTE.
      *--------------------
           READ FB00GELN
              AT END
                 SET FIN-GELN TO TRUE
           END-READ.
           IF NOT FIN-GELN
              IF WS-NB-LISTE = 5000
                 DISPLAY 'FB00B37 : TABLE LISTE SATUREE (5000)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                    TO WS-NB-LISTE
              SET IX-LST               TO WS-NB-LISTE
              MOVE GELN-REF            TO WS-LST-REF(IX-LST)
              MOVE GELN-NOM            TO WS-LST-NOM-ORIG(IX-LST)
              MOVE GELN-PRENOM         TO WS-LST-PRENOM-ORIG(IX-LST)
              MOVE GELN-NOM            TO WS-ZONE-NORME
              PERFORM 19000-NORMALISER
              MOVE WS-ZONE-NORME       TO WS-LST-NOM(IX-LST)
              MOVE GELN-PRENOM         TO WS-ZONE-NORME
              PERFORM 19000-NORMALISER
              MOVE WS-ZONE-NORME       TO WS-LST-PRENOM(IX-LST)
              MOVE GELN-DATE-NAISS     TO WS-LST-NAISS(IX-LST)
              MOVE SPACES              TO WS-LST-LIBELLE(IX-LST)
                                          WS-LST-LIBELLE-INV(IX-LST)
              STRING WS-LST-NOM(IX-LST)    DELIMITED BY '  '
                     ' '                   DELIMITED BY SIZE
                     WS-LST-PRENOM(IX-LST) DELIMITED BY '  '
                     INTO WS-LST-LIBELLE(IX-LST)
              END-STRING
              STRING WS-LST-PRENOM(IX-LST) DELIMITED BY '  '
                     ' '                   DELIMITED BY SIZE
                     WS-LST-NOM(IX-LST)    DELIMITED BY '  '
                     INTO WS-LST-LIBELLE-INV(IX-LST)
              END-STRING
              MOVE WS-LST-NOM(IX-LST) (1:1)    TO WS-INITIALE
              PERFORM 19100-RANG-INITIALE
              MOVE WS-TETE-NOM(WS-RANG-INITIALE)
                                       TO WS-LST-SUIV-NOM(IX-LST)
              MOVE WS-NB-LISTE         TO WS-TETE-NOM(WS-RANG-INITIALE)
              MOVE WS-LST-PRENOM(IX-LST) (1:1) TO WS-INITIALE
              PERFORM 19100-RANG-INITIALE
              MOVE WS-TETE-PRENOM(WS-RANG-INITIALE)
                                       TO WS-LST-SUIV-PRENOM(IX-LST)
              MOVE WS-NB-LISTE
                                  TO WS-TETE-PRENOM(WS-RANG-INITIALE)
           END-IF
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 21100-LIRE-CLID.
           PERFORM 21000-CRIBLER-CLIENT
              UNTIL FIN-CLID.
           MOVE SPACES TO WS-CLE-PRECEDENTE.
           PERFORM 22100-LIRE-DRVX.
           PERFORM 22000-CRIBLER-CONDUCTEUR
              UNTIL FIN-DRVX.
           PERFORM 23100-LIRE-MANX.
           PERFORM 23000-CRIBLER-MANDATAIRE
              UNTIL FIN-MANX.
           PERFORM 26000-BALAYER-SANS-SUITE
           .
      ******************************************************************
      *   CLIENTS : UNE IDENTITE CRIBLEE UNE FOIS, UNE LIGNE FB00GELS  *
      *   PAR CONTRAT DU CLIENT TANT QUE LA CORRESPONDANCE EST A       *
      *   REVOIR OU CONFIRMEE                                          *
      ******************************************************************
       21000-CRIBLER-CLIENT.
      *---------------------
           MOVE 'C'                  TO WS-CAND-TYPE.
           MOVE CLID-GESCLI          TO WS-CAND-IDENT.
           MOVE CLID-NUMCONT         TO WS-CAND-NUMCONT.
           IF WS-CAND-TYPE NOT = WS-CLE-PRECEDENTE (1:1)
              OR WS-CAND-IDENT NOT = WS-CLE-PRECEDENTE (2:48)
              ADD 1                  TO WS-CPT-CLIENTS
              MOVE CLID-NOM          TO WS-CAND-NOM-ORIG
              MOVE CLID-PRENOM       TO WS-CAND-PRENOM-ORIG
              MOVE CLID-DATE-NAISS   TO WS-CAND-NAISS
              PERFORM 24000-CRIBLER-PERSONNE
           END-IF.
           PERFORM 25500-ECRIRE-CONTRAT.
           PERFORM 21100-LIRE-CLID
           .
      ******************************************************************
       21100-LIRE-CLID.
      *----------------
           READ FB00CLID
              AT END
                 SET FIN-CLID TO TRUE
           END-READ
           .
      ******************************************************************
       22000-CRIBLER-CONDUCTEUR.
      *-------------------------
           MOVE 'D'                  TO WS-CAND-TYPE.
           MOVE DRVX-IDENTITE        TO WS-CAND-IDENT.
           MOVE DRVX-NUMCONT         TO WS-CAND-NUMCONT.
           IF WS-CAND-TYPE NOT = WS-CLE-PRECEDENTE (1:1)
              OR WS-CAND-IDENT NOT = WS-CLE-PRECEDENTE (2:48)
              ADD 1                  TO WS-CPT-CONDUCTEURS
              MOVE DRVX-NOM          TO WS-CAND-NOM-ORIG
              MOVE DRVX-PRENOM       TO WS-CAND-PRENOM-ORIG
              MOVE DRVX-DATE-NAISS   TO WS-CAND-NAISS
              PERFORM 24000-CRIBLER-PERSONNE
           END-IF.
           PERFORM 25500-ECRIRE-CONTRAT.
           PERFORM 22100-LIRE-DRVX
           .
      ******************************************************************
       22100-LIRE-DRVX.
      *----------------
           READ FB02DRVX
              AT END
                 SET FIN-DRVX TO TRUE
           END-READ
           .
      ******************************************************************
      *   MANDATAIRES : LIBELLE LIBRE SANS DATE DE NAISSANCE - TOUTE   *
      *   CORRESPONDANCE EST APPROCHEE (REVUE CONFORMITE)              *
      ******************************************************************
       23000-CRIBLER-MANDATAIRE.
      *-------------------------
           ADD 1                     TO WS-CPT-MANDATAIRES.
           MOVE 'M'                  TO WS-CAND-TYPE.
           MOVE MANX-CLE             TO WS-CAND-IDENT.
           MOVE SPACES               TO WS-CAND-NUMCONT
                                        WS-CAND-PRENOM-ORIG
                                        WS-CAND-NAISS.
           MOVE MANX-MANDATAIRE      TO WS-CAND-NOM-ORIG
                                        WS-ZONE-NORME.
           PERFORM 19000-NORMALISER.
           MOVE WS-ZONE-NORME        TO WS-CAND-LIBELLE.
           MOVE SPACE                TO WS-RAPP-RETENU.
           MOVE ZERO                 TO WS-IX-RETENU.
           MOVE WS-CAND-LIBELLE (1:1) TO WS-INITIALE.
           PERFORM 19100-RANG-INITIALE.
           MOVE WS-TETE-NOM(WS-RANG-INITIALE) TO WS-IX-COURANT.
           PERFORM 23200-COMPARER-LIBELLE
              UNTIL WS-IX-COURANT = ZERO
              OR NOT RAPP-AUCUN.
           MOVE WS-TETE-PRENOM(WS-RANG-INITIALE) TO WS-IX-COURANT.
           PERFORM 23300-COMPARER-LIBELLE-INV
              UNTIL WS-IX-COURANT = ZERO
              OR NOT RAPP-AUCUN.
           IF NOT RAPP-AUCUN
              PERFORM 25000-ENREGISTRER-CORRESPONDANCE
           END-IF.
           PERFORM 23100-LIRE-MANX
           .
      ******************************************************************
       23100-LIRE-MANX.
      *----------------
           READ FCGEMANX
              AT END
                 SET FIN-MANX TO TRUE
           END-READ
           .
      ******************************************************************
       23200-COMPARER-LIBELLE.
      *-----------------------
           SET IX-LST TO WS-IX-COURANT.
           IF WS-CAND-LIBELLE = WS-LST-LIBELLE(IX-LST)
              OR WS-CAND-LIBELLE = WS-LST-NOM(IX-LST)
              SET RAPP-APPROCHE      TO TRUE
              MOVE WS-IX-COURANT     TO WS-IX-RETENU
           END-IF.
           MOVE WS-LST-SUIV-NOM(IX-LST) TO WS-IX-COURANT
           .
      ******************************************************************
       23300-COMPARER-LIBELLE-INV.
      *---------------------------
           SET IX-LST TO WS-IX-COURANT.
           IF WS-CAND-LIBELLE = WS-LST-LIBELLE-INV(IX-LST)
              SET RAPP-APPROCHE      TO TRUE
              MOVE WS-IX-COURANT     TO WS-IX-RETENU
           END-IF.
           MOVE WS-LST-SUIV-PRENOM(IX-LST) TO WS-IX-COURANT
           .
      ******************************************************************
      *   CRIBLAGE D'UNE PERSONNE (CLIENT, CONDUCTEUR) : CHAINE DE     *
      *   L'INITIALE DU NOM (RAPPROCHEMENTS DIRECTS), PUIS CHAINE DE   *
      *   L'INITIALE DU PRENOM DE LA LISTE (NOM ET PRENOM INVERSES).   *
      *   UN RAPPROCHEMENT EXACT ARRETE LA RECHERCHE                   *
      ******************************************************************
       24000-CRIBLER-PERSONNE.
      *-----------------------
           MOVE WS-CAND-NOM-ORIG     TO WS-ZONE-NORME.
           PERFORM 19000-NORMALISER.
           MOVE WS-ZONE-NORME        TO WS-CAND-NOM.
           MOVE WS-CAND-PRENOM-ORIG  TO WS-ZONE-NORME.
           PERFORM 19000-NORMALISER.
           MOVE WS-ZONE-NORME        TO WS-CAND-PRENOM.
           MOVE SPACE                TO WS-RAPP-RETENU.
           MOVE ZERO                 TO WS-IX-RETENU.
           MOVE WS-CAND-NOM (1:1)    TO WS-INITIALE.
           PERFORM 19100-RANG-INITIALE.
           MOVE WS-TETE-NOM(WS-RANG-INITIALE) TO WS-IX-COURANT.
           PERFORM 24100-COMPARER-PERSONNE
              UNTIL WS-IX-COURANT = ZERO
              OR RAPP-EXACT.
           IF RAPP-AUCUN
              MOVE WS-TETE-PRENOM(WS-RANG-INITIALE) TO WS-IX-COURANT
              PERFORM 24200-COMPARER-INVERSION
                 UNTIL WS-IX-COURANT = ZERO
                 OR NOT RAPP-AUCUN
           END-IF.
           MOVE WS-CAND-TYPE         TO WS-CLE-PRECEDENTE (1:1).
           MOVE WS-CAND-IDENT        TO WS-CLE-PRECEDENTE (2:48).
           MOVE SPACE                TO WS-ETAT-PRECEDENT.
           IF NOT RAPP-AUCUN
              PERFORM 25000-ENREGISTRER-CORRESPONDANCE
           END-IF
           .
      ******************************************************************
       24100-COMPARER-PERSONNE.
      *------------------------
           SET IX-LST TO WS-IX-COURANT.
           EVALUATE TRUE
              WHEN WS-CAND-NOM = WS-LST-NOM(IX-LST)
               AND WS-CAND-PRENOM = WS-LST-PRENOM(IX-LST)
               AND WS-CAND-NAISS = WS-LST-NAISS(IX-LST)
               AND WS-CAND-NAISS NUMERIC
               AND WS-CAND-NAISS (5:4) NOT = '0000'
                 SET RAPP-EXACT      TO TRUE
                 MOVE WS-IX-COURANT  TO WS-IX-RETENU
              WHEN NOT RAPP-AUCUN
                 CONTINUE
              WHEN WS-CAND-NOM = WS-LST-NOM(IX-LST)
               AND WS-CAND-PRENOM = WS-LST-PRENOM(IX-LST)
               AND (WS-CAND-NAISS NOT NUMERIC
                    OR WS-LST-NAISS(IX-LST) NOT NUMERIC
                    OR WS-CAND-NAISS (1:4) = WS-LST-NAISS(IX-LST) (1:4))
                 SET RAPP-APPROCHE   TO TRUE
                 MOVE WS-IX-COURANT  TO WS-IX-RETENU
              WHEN WS-CAND-NOM = WS-LST-NOM(IX-LST)
               AND WS-CAND-NAISS = WS-LST-NAISS(IX-LST)
               AND WS-CAND-NAISS NUMERIC
                 SET RAPP-APPROCHE   TO TRUE
                 MOVE WS-IX-COURANT  TO WS-IX-RETENU
              WHEN WS-CAND-NOM (1:6) = WS-LST-NOM(IX-LST) (1:6)
               AND WS-CAND-PRENOM = WS-LST-PRENOM(IX-LST)
               AND WS-CAND-PRENOM NOT = SPACES
               AND WS-CAND-NAISS = WS-LST-NAISS(IX-LST)
               AND WS-CAND-NAISS NUMERIC
                 SET RAPP-APPROCHE   TO TRUE
                 MOVE WS-IX-COURANT  TO WS-IX-RETENU
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE WS-LST-SUIV-NOM(IX-LST) TO WS-IX-COURANT
           .
      ******************************************************************
       24200-COMPARER-INVERSION.
      *-------------------------
           SET IX-LST TO WS-IX-COURANT.
           IF WS-CAND-NOM = WS-LST-PRENOM(IX-LST)
              AND WS-CAND-PRENOM = WS-LST-NOM(IX-LST)
              AND WS-CAND-PRENOM NOT = SPACES
              AND (WS-CAND-NAISS NOT NUMERIC
                   OR WS-LST-NAISS(IX-LST) NOT NUMERIC
                   OR WS-CAND-NAISS (1:4) = WS-LST-NAISS(IX-LST) (1:4))
              SET RAPP-APPROCHE      TO TRUE
              MOVE WS-IX-COURANT     TO WS-IX-RETENU
           END-IF.
           MOVE WS-LST-SUIV-PRENOM(IX-LST) TO WS-IX-COURANT
           .
      ******************************************************************
      *   MISE A JOUR DE LA CORRESPONDANCE DANS FB00GELK EN RESPECTANT *
      *   LES DECISIONS DE LA CONFORMITE :                             *
      *   - NOUVELLE : CONFIRMEE SI EXACTE, SINON A REVOIR ;           *
      *   - LEVEE : MAINTENUE LEVEE SUR LA MEME ENTREE DE LISTE,       *
      *     ROUVERTE SUR UNE AUTRE ENTREE ;                            *
      *   - SANS SUITE : ROUVERTE COMME UNE NOUVELLE ;                 *
      *   - A REVOIR DEVENUE EXACTE : CONFIRMEE.                       *
      ******************************************************************
       25000-ENREGISTRER-CORRESPONDANCE.
      *---------------------------------
           SET IX-LST                TO WS-IX-RETENU.
           MOVE WS-CAND-TYPE         TO GELK-CLE (1:1).
           MOVE WS-CAND-IDENT        TO GELK-CLE (2:48).
           READ FB00GELK INTO WSS-GELF-ENR.
           MOVE SPACES               TO WS-LR-MOUVEMENT.
           IF ABSENT-FB00GELK
              MOVE SPACES            TO WSS-GELF-ENR
              MOVE GELK-CLE          TO GELF-CLE
              MOVE WS-DATE-JOUR      TO GELF-DATE-DETECTION
              PERFORM 25100-ALIMENTER-CORRESPONDANCE
              PERFORM 25200-ETAT-INITIAL
              MOVE 'NOUVELLE'        TO WS-LR-MOUVEMENT
              WRITE ENRG-FB00GELK FROM WSS-GELF-ENR
           ELSE
              IF NOT OK-FB00GELK
                 DISPLAY 'FB00B37 : ERREUR LECTURE FB00GELK - STATUS '
                          FS-FB00GELK-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              EVALUATE TRUE
                 WHEN GELF-LEVE
                  AND GELF-REF-LISTE = WS-LST-REF(IX-LST)
                    ADD 1            TO WS-CPT-LEVES-MAINTENUS
                 WHEN GELF-LEVE
                    PERFORM 25200-ETAT-INITIAL
                    MOVE 'ROUVERTE'  TO WS-LR-MOUVEMENT
                 WHEN GELF-SANS-SUITE
                    MOVE WS-DATE-JOUR TO GELF-DATE-DETECTION
                    PERFORM 25200-ETAT-INITIAL
                    MOVE 'ROUVERTE'  TO WS-LR-MOUVEMENT
                 WHEN GELF-A-REVOIR
                  AND RAPP-EXACT
                    PERFORM 25200-ETAT-INITIAL
                    MOVE 'CONFIRMEE' TO WS-LR-MOUVEMENT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM 25100-ALIMENTER-CORRESPONDANCE
              REWRITE ENRG-FB00GELK FROM WSS-GELF-ENR
           END-IF.
           IF NOT OK-FB00GELK
              DISPLAY 'FB00B37 : ERREUR MISE A JOUR FB00GELK - STATUS '
                       FS-FB00GELK-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE GELF-ETAT            TO WS-ETAT-PRECEDENT.
           EVALUATE TRUE
              WHEN GELF-A-REVOIR
                 ADD 1               TO WS-CPT-A-REVOIR
              WHEN GELF-CONFIRME
                 ADD 1               TO WS-CPT-CONFIRMES
           END-EVALUATE.
           IF GELF-A-REVOIR OR GELF-CONFIRME
              OR WS-LR-MOUVEMENT NOT = SPACES
              PERFORM 25300-EDITER-REVUE
           END-IF
           .
      ******************************************************************
       25100-ALIMENTER-CORRESPONDANCE.
      *-------------------------------
           MOVE WS-CAND-NOM-ORIG         TO GELF-NOM.
           MOVE WS-CAND-PRENOM-ORIG      TO GELF-PRENOM.
           MOVE WS-CAND-NAISS            TO GELF-DATE-NAISS.
           IF GELF-NUMCONT = SPACES
              MOVE WS-CAND-NUMCONT       TO GELF-NUMCONT
           END-IF.
           MOVE WS-LST-REF(IX-LST)       TO GELF-REF-LISTE.
           MOVE WS-LST-NOM-ORIG(IX-LST)  TO GELF-NOM-LISTE.
           MOVE WS-LST-PRENOM-ORIG(IX-LST)
                                         TO GELF-PRENOM-LISTE.
           MOVE WS-LST-NAISS(IX-LST)     TO GELF-NAISS-LISTE.
           MOVE WS-RAPP-RETENU           TO GELF-RAPPROCHEMENT.
           MOVE WS-DATE-JOUR             TO GELF-DATE-CRIBLAGE
           .
      ******************************************************************
       25200-ETAT-INITIAL.
      *-------------------
           IF RAPP-EXACT
              SET GELF-CONFIRME      TO TRUE
              ADD 1                  TO WS-CPT-NOUV-CONFIRMES
           ELSE
              SET GELF-A-REVOIR      TO TRUE
           END-IF.
           MOVE SPACES               TO GELF-DATE-DECISION
                                        GELF-RACF-DECISION
                                        GELF-COMMENTAIRE
           .
      ******************************************************************
       25300-EDITER-REVUE.
      *-------------------
           MOVE GELF-TYPE-PERS       TO WS-LR-TYPE.
           MOVE GELF-NOM             TO WS-LR-NOM.
           MOVE GELF-PRENOM          TO WS-LR-PRENOM.
           MOVE GELF-DATE-NAISS      TO WS-LR-NAISS.
           MOVE GELF-REF-LISTE       TO WS-LR-REF.
           MOVE GELF-RAPPROCHEMENT   TO WS-LR-RAPP.
           MOVE GELF-ETAT            TO WS-LR-ETAT.
           IF GELF-MANDATAIRE
              MOVE GELF-IDENT (1:12) TO WS-LR-NUMCONT
           ELSE
              MOVE GELF-NUMCONT      TO WS-LR-NUMCONT
           END-IF.
           WRITE ENRG-FB00GELQ FROM WS-LIGNE-REVUE
           .
      ******************************************************************
      *   CONTRAT PORTANT UNE CORRESPONDANCE A REVOIR OU CONFIRMEE :   *
      *   LIGNE FB00GELS (CHARGEMENT DE L'INDEX FB00GELB)              *
      ******************************************************************
       25500-ECRIRE-CONTRAT.
      *---------------------
           IF (WS-ETAT-PRECEDENT = 'R' OR 'C')
              AND WS-CAND-NUMCONT NOT = SPACES
              MOVE SPACES            TO WSS-GELB-ENR
              MOVE WS-CAND-NUMCONT   TO GELB-NUMCONT
              MOVE WS-CLE-PRECEDENTE TO GELB-CLE-GEL
              WRITE ENRG-FB00GELS FROM WSS-GELB-ENR
              ADD 1                  TO WS-CPT-CONTRATS-GEL
           END-IF
           .
      ******************************************************************
      *   BALAYAGE FINAL DE FB00GELK : UNE CORRESPONDANCE A REVOIR OU  *
      *   CONFIRMEE QUI N'A PAS ETE RETROUVEE CE JOUR (PERSONNE RADIEE *
      *   DE LA LISTE OU SORTIE DU PORTEFEUILLE) PASSE SANS SUITE      *
      ******************************************************************
       26000-BALAYER-SANS-SUITE.
      *-------------------------
           MOVE LOW-VALUES TO GELK-CLE.
           START FB00GELK KEY NOT < GELK-CLE
              INVALID KEY
                 SET FIN-GELK TO TRUE
           END-START.
           PERFORM 26100-EXAMINER-CORRESPONDANCE
              UNTIL FIN-GELK
           .
      ******************************************************************
       26100-EXAMINER-CORRESPONDANCE.
      *------------------------------
           READ FB00GELK NEXT RECORD INTO WSS-GELF-ENR
              AT END
                 SET FIN-GELK TO TRUE
           END-READ.
           IF NOT FIN-GELK
              IF (GELF-A-REVOIR OR GELF-CONFIRME)
                 AND GELF-DATE-CRIBLAGE < WS-DATE-JOUR
                 SET GELF-SANS-SUITE    TO TRUE
                 REWRITE ENRG-FB00GELK FROM WSS-GELF-ENR
                 ADD 1                  TO WS-CPT-SANS-SUITE
                 MOVE 'SANS SUITE'      TO WS-LR-MOUVEMENT
                 PERFORM 25300-EDITER-REVUE
              END-IF
           END-IF
           .
      ******************************************************************
      *   NORMALISATION D'UN NOM : TIRETS, APOSTROPHES, POINTS ET      *
      *   VIRGULES REMPLACES PAR DES ESPACES                           *
      ******************************************************************
       19000-NORMALISER.
      *-----------------
           INSPECT WS-ZONE-NORME CONVERTING '-''.,' TO '    '
           .
      ******************************************************************
      *   RANG DE L'INITIALE DANS L'ALPHABET (27 HORS LETTRE)          *
      ******************************************************************
       19100-RANG-INITIALE.
      *--------------------
           MOVE 27 TO WS-RANG-INITIALE.
           SET IX-LET TO 1.
           SEARCH WS-LETTRE
              AT END
                 CONTINUE
              WHEN WS-LETTRE(IX-LET) = WS-INITIALE
                 SET WS-RANG-INITIALE TO IX-LET
           END-SEARCH
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00CLID FB02DRVX FCGEMANX FB00GELK FB00GELQ
                 FB00GELS.
           DISPLAY 'FB00B37 : ENTREES DE LA LISTE         = '
                    WS-NB-LISTE.
           DISPLAY 'FB00B37 : CLIENTS CRIBLES             = '
                    WS-CPT-CLIENTS.
           DISPLAY 'FB00B37 : CONDUCTEURS CRIBLES         = '
                    WS-CPT-CONDUCTEURS.
           DISPLAY 'FB00B37 : MANDATS CRIBLES             = '
                    WS-CPT-MANDATAIRES.
           DISPLAY 'FB00B37 : CORRESPONDANCES A REVOIR    = '
                    WS-CPT-A-REVOIR.
           DISPLAY 'FB00B37 : CORRESPONDANCES CONFIRMEES  = '
                    WS-CPT-CONFIRMES.
           DISPLAY 'FB00B37 :  DONT CONFIRMEES CE JOUR    = '
                    WS-CPT-NOUV-CONFIRMES.
           DISPLAY 'FB00B37 : LEVEES MAINTENUES           = '
                    WS-CPT-LEVES-MAINTENUS.
           DISPLAY 'FB00B37 : PASSEES SANS SUITE          = '
                    WS-CPT-SANS-SUITE.
           DISPLAY 'FB00B37 : LIGNES CONTRAT (FB00GELB)   = '
                    WS-CPT-CONTRATS-GEL.
           IF WS-CPT-A-REVOIR > ZERO
              OR WS-CPT-NOUV-CONFIRMES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B37 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
