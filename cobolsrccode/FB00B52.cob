       ID DIVISION.
       PROGRAM-ID. FB00B52.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH DE SECOURS DE RECONSTITUTION DES
      *           COMPOSITIONS DE TOUT LE PORTEFEUILLE PAR REJEU AVANT
      *           DE L'HISTORIQUE FB00HIST, APRES PERTE OU CORRUPTION
      *           DE LA BASE OU DE SON EXTRAIT FB00COMP. FB00B04 NE
      *           REMONTE QU'UN CONTRAT A L'ENVERS ET FB00B19 NE
      *           RETABLIT QU'UN CONTRAT : RIEN NE PERMETTAIT DE
      *           RECONSTRUIRE L'ENSEMBLE.
      *           LE PROGRAMME PART D'UNE IMAGE DE SAUVEGARDE DES
      *           COMPOSITIONS (FB00COMS, DESSIN FB00COMP, PRISE EN
      *           FIN DE JOURNEE A LA DATE D'IMAGE DE LA CARTE
      *           FB00PARM) ET REJOUE DANS L'ORDRE LES ACTIONS FB01
      *           DE L'HISTORIQUE (FB00HISX, COPIE REPRO DU KSDS,
      *           ORDRE DE CLE CONTRAT + JOUR + HEURE + RANG)
      *           POSTERIEURES A L'IMAGE ET AU PLUS TARD A LA DATE
      *           CIBLE (DATE DU TRAITEMENT PAR DEFAUT) :
      *           - AJOUT 'A' : L'ELEMENT ENTRE CE JOUR EST AJOUTE ;
      *           - CLOTURE 'C' / SORTIE 'D' : L'ELEMENT SORTI CE
      *             JOUR RECOIT SA DATE DE SORTIE ;
      *           - RESTAURATION 'R' : L'ELEMENT RESTAURE PERD SA
      *             DATE DE SORTIE.
      *           COMME DANS FB00B04, L'HISTORIQUE NE PORTE PAS
      *           L'IDENTITE DE L'ELEMENT TOUCHE : ELLE EST RETROUVEE
      *           DANS LA COMPOSITION PERSISTEE ACTUELLE (FB00COMP)
      *           PAR LES DATES D'ENTREE ET DE SORTIE. UNE ACTION NON
      *           RAPPROCHABLE (ELEMENT PERDU PAR LA BASE) EST LISTEE
      *           DANS FB00ANOM POUR RESSAISIE.
      *           SORTIES :
      *           - FB00COMR : COMPOSITIONS RECONSTITUEES AU DESSIN
      *             FB00COMP (ELEMENTS SORTIS COMPRIS) ;
      *           - FB00RAPC : COMPARAISON AVEC LA BASE ACTUELLE
      *             (ELEMENT ABSENT D'UN COTE, DATE D'ENTREE OU DE
      *             SORTIE DIFFERENTE) POUR LA DECISION DE
      *             RESTAURATION DE LA PRODUCTION ;
      *           - FB00ANOM : ACTIONS NON REJOUEES.
      *           LES TROIS ENTREES SONT TRIEES PAR CONTRAT. POINT DE
      *           CONTROLE ET REPRISE SUR FB00CHKP, MEME TECHNIQUE QUE
      *           FB00B01 (UN TEMOIN 'CRS' RELU AU DEPART).
      *           CODE RETOUR 4 SI ECART OU ACTION NON REJOUEE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51184 CREATION.
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
      *--- CARTE PARAMETRE : DATE DE L'IMAGE + DATE CIBLE + FREQUENCE
      *--- DU POINT DE CONTROLE
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- POINT DE CONTROLE / REPRISE
           SELECT  FB00CHKP   ASSIGN  FB00CHKP
                               FILE STATUS IS  FS-FB00CHKP-STATUS.
      *--- IMAGE DE SAUVEGARDE DES COMPOSITIONS, TRIEE PAR CONTRAT
           SELECT  FB00COMS   ASSIGN  FB00COMS
                               FILE STATUS IS  FS-FB00COMS-STATUS.
      *--- HISTORIQUE DES ACTIONS (COPIE REPRO DE FB00HIST)
           SELECT  FB00HISX   ASSIGN  FB00HISX
                               FILE STATUS IS  FS-FB00HISX-STATUS.
      *--- COMPOSITION PERSISTEE ACTUELLE, TRIEE PAR CONTRAT
           SELECT  FB00COMP   ASSIGN  FB00COMP
                               FILE STATUS IS  FS-FB00COMP-STATUS.
      *--- COMPOSITIONS RECONSTITUEES
           SELECT  FB00COMR   ASSIGN  FB00COMR
                               FILE STATUS IS  FS-FB00COMR-STATUS.
      *--- COMPARAISON AVEC LA BASE ACTUELLE
           SELECT  FB00RAPC   ASSIGN  FB00RAPC
                               FILE STATUS IS  FS-FB00RAPC-STATUS.
      *--- ACTIONS NON REJOUEES
           SELECT  FB00ANOM   ASSIGN  FB00ANOM
                               FILE STATUS IS  FS-FB00ANOM-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-DATE-IMAGE        PIC X(08).
           05  FILLER                 PIC X(01).
           05  PARM-DATE-CIBLE        PIC X(08).
           05  FILLER                 PIC X(01).
           05  PARM-FREQ-CHKP         PIC 9(05).
           05  FILLER                 PIC X(57).
      *
       FD  FB00CHKP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CHKP.
           05  CHKP-TEMOIN            PIC X(03).
               88  CHKP-FIN-NORMALE       VALUE 'FIN'.
               88  CHKP-EN-COURS          VALUE 'CRS'.
           05  FILLER                 PIC X(01).
           05  CHKP-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(01).
           05  CHKP-CPT-CONTRATS      PIC 9(07).
           05  FILLER                 PIC X(01).
           05  CHKP-CPT-COMR          PIC 9(07).
           05  FILLER                 PIC X(01).
           05  CHKP-CPT-RAPC          PIC 9(07).
           05  FILLER                 PIC X(01).
           05  CHKP-CPT-ANOM          PIC 9(07).
           05  FILLER                 PIC X(01).
           05  CHKP-CPT-REJOUEES      PIC 9(07).
           05  FILLER                 PIC X(24).
      *
       FD  FB00COMS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00COMS.
           05  COMS-NUMCONT           PIC X(12).
           05  COMS-TYPE              PIC X(01).
           05  COMS-IDENT             PIC X(30).
           05  COMS-STATYP            PIC X(04).
           05  COMS-DATENT            PIC X(08).
           05  COMS-DATSOR            PIC X(08).
           05  FILLER                 PIC X(17).
      *
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
       FD  FB00COMP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00COMP.
           05  COMP-NUMCONT           PIC X(12).
           05  COMP-TYPE              PIC X(01).
           05  COMP-IDENT             PIC X(30).
           05  COMP-STATYP            PIC X(04).
           05  COMP-DATENT            PIC X(08).
           05  COMP-DATSOR            PIC X(08).
           05  FILLER                 PIC X(17).
      *
       FD  FB00COMR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00COMR.
           05  COMR-NUMCONT           PIC X(12).
           05  COMR-TYPE              PIC X(01).
           05  COMR-IDENT             PIC X(30).
           05  COMR-STATYP            PIC X(04).
           05  COMR-DATENT            PIC X(08).
           05  COMR-DATSOR            PIC X(08).
           05  FILLER                 PIC X(17).
      *
       FD  FB00RAPC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPC.
           05  RAPC-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RAPC-TYPE              PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RAPC-IDENT             PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RAPC-DATENT-RECON      PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RAPC-DATSOR-RECON      PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RAPC-DATENT-BASE       PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RAPC-DATSOR-BASE       PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RAPC-MOTIF             PIC X(30).
      *
       FD  FB00ANOM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ANOM.
           05  ANOM-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ANOM-JOUR              PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ANOM-HEURE             PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ANOM-CODE-ACTION       PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ANOM-MOTIF             PIC X(40).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B52 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00CHKP-STATUS   PIC X(02).
           88     OK-FB00CHKP       VALUE '00'.
       01  FS-FB00COMS-STATUS   PIC X(02).
           88     OK-FB00COMS       VALUE '00'.
       01  FS-FB00HISX-STATUS   PIC X(02).
           88     OK-FB00HISX       VALUE '00'.
       01  FS-FB00COMP-STATUS   PIC X(02).
           88     OK-FB00COMP       VALUE '00'.
       01  FS-FB00COMR-STATUS   PIC X(02).
           88     OK-FB00COMR       VALUE '00'.
       01  FS-FB00RAPC-STATUS   PIC X(02).
           88     OK-FB00RAPC       VALUE '00'.
       01  FS-FB00ANOM-STATUS   PIC X(02).
           88     OK-FB00ANOM       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-COMS       PIC X(01) VALUE 'N'.
           88     FIN-COMS           VALUE 'O'.
       01  WS-IND-FIN-HISX       PIC X(01) VALUE 'N'.
           88     FIN-HISX           VALUE 'O'.
       01  WS-IND-FIN-COMP       PIC X(01) VALUE 'N'.
           88     FIN-COMP           VALUE 'O'.
      *================================================================*
      *   PARAMETRES ET REPRISE                                        *
      *================================================================*
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-DATE-IMAGE         PIC X(08) VALUE SPACES.
       01  WS-DATE-CIBLE         PIC X(08) VALUE SPACES.
       01  WS-FREQ-CHKP          PIC 9(05) COMP VALUE 1000.
       01  WS-CPT-DEPUIS-CHKP    PIC 9(05) COMP VALUE ZERO.
       01  WS-IND-MODE-REPRISE   PIC X(01) VALUE 'N'.
           88     MODE-REPRISE       VALUE 'O'.
       01  WS-NUMCONT-REPRISE    PIC X(12) VALUE SPACES.
      *================================================================*
      *   CLES COURANTES DES TROIS ENTREES (HIGH-VALUE EN FIN)         *
      *================================================================*
       01  WS-CLE-COMS           PIC X(12) VALUE SPACES.
       01  WS-CLE-HISX           PIC X(12) VALUE SPACES.
       01  WS-CLE-COMP           PIC X(12) VALUE SPACES.
       01  WS-NUMCONT-COURANT    PIC X(12) VALUE SPACES.
      *================================================================*
      *   COMPOSITION RECONSTITUEE DU CONTRAT COURANT (MEME CAPACITE   *
      *   QUE LA TABLE PHOTO DE FB00B19 : 500 ELEMENTS)                *
      *================================================================*
       01  WS-NB-RECON           PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-RECON.
           05  WS-REC             OCCURS 500 TIMES
                                  INDEXED BY IX-REC.
               10  WS-REC-TYPE    PIC X(01).
               10  WS-REC-IDENT   PIC X(30).
               10  WS-REC-STATYP  PIC X(04).
               10  WS-REC-DATENT  PIC X(08).
               10  WS-REC-DATSOR  PIC X(08).
      *--- RANG DE L'ELEMENT CORRESPONDANT DANS LA BASE ACTUELLE
      *--- (ZERO SI ABSENT DE LA BASE)
               10  WS-REC-LIEN    PIC S9(4) COMP.
      *================================================================*
      *   COMPOSITION PERSISTEE ACTUELLE DU CONTRAT COURANT            *
      *================================================================*
       01  WS-NB-BASE            PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-BASE.
           05  WS-BAS             OCCURS 500 TIMES
                                  INDEXED BY IX-BAS.
               10  WS-BAS-TYPE    PIC X(01).
               10  WS-BAS-IDENT   PIC X(30).
               10  WS-BAS-STATYP  PIC X(04).
               10  WS-BAS-DATENT  PIC X(08).
               10  WS-BAS-DATSOR  PIC X(08).
      *--- 'O' DES QUE L'ELEMENT EST LIE A UN ELEMENT RECONSTITUE
               10  WS-BAS-LIE     PIC X(01).
      *================================================================*
      *   ZONES DE TRAVAIL DU REJEU                                    *
      *================================================================*
       01  WS-IND-TROUVE         PIC X(01) VALUE 'N'.
           88     ELT-TROUVE         VALUE 'O'.
       01  WS-IND-PARC           PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-BASE           PIC S9(4) COMP VALUE ZERO.
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-CONTRATS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-COMS-LUS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-HISX-LUS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-COMP-LUS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REJOUEES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-COMR           PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RAPC           PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANOM           PIC 9(07) COMP VALUE ZERO.
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
           PERFORM 11000-LIRE-PARAMETRES.
           PERFORM 12000-LIRE-CHECKPOINT.
           OPEN INPUT  FB00COMS
           OPEN INPUT  FB00HISX
           OPEN INPUT  FB00COMP.
           IF MODE-REPRISE
              OPEN EXTEND FB00COMR
              OPEN EXTEND FB00RAPC
              OPEN EXTEND FB00ANOM
           ELSE
              OPEN OUTPUT FB00COMR
              OPEN OUTPUT FB00RAPC
              OPEN OUTPUT FB00ANOM
           END-IF.
           IF NOT OK-FB00COMS OR NOT OK-FB00HISX OR NOT OK-FB00COMP
              OR NOT OK-FB00COMR OR NOT OK-FB00RAPC
              OR NOT OK-FB00ANOM
              DISPLAY 'FB00B52 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21100-LIRE-COMS
           PERFORM 21200-LIRE-HISX
           PERFORM 21300-LIRE-COMP.
           IF MODE-REPRISE
              PERFORM 13000-SAUTER-CONTRATS-SOLDES
           END-IF
           .
      ******************************************************************
      *   CARTE PARAMETRE OBLIGATOIRE : DATE DE L'IMAGE DE SAUVEGARDE *
      *   (SSAAMMJJ), DATE CIBLE FACULTATIVE (DATE DU TRAITEMENT PAR  *
      *   DEFAUT), FREQUENCE DU POINT DE CONTROLE (1000 CONTRATS PAR  *
      *   DEFAUT)                                                     *
      ******************************************************************
       11000-LIRE-PARAMETRES.
      *----------------------
           OPEN INPUT FB00PARM.
           IF NOT OK-FB00PARM
              DISPLAY 'FB00B52 : CARTE PARAMETRE ABSENTE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           READ FB00PARM
              AT END
                 DISPLAY 'FB00B52 : CARTE PARAMETRE VIDE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-READ.
           CLOSE FB00PARM.
           IF PARM-DATE-IMAGE NOT NUMERIC
              DISPLAY 'FB00B52 : DATE DE L''IMAGE INVALIDE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE PARM-DATE-IMAGE       TO WS-DATE-IMAGE.
           IF PARM-DATE-CIBLE NUMERIC
              MOVE PARM-DATE-CIBLE    TO WS-DATE-CIBLE
           ELSE
              MOVE WS-DATE-TRAITEMENT TO WS-DATE-CIBLE
           END-IF.
           IF WS-DATE-CIBLE < WS-DATE-IMAGE
              DISPLAY 'FB00B52 : DATE CIBLE ANTERIEURE A L''IMAGE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           IF PARM-FREQ-CHKP NUMERIC
              AND PARM-FREQ-CHKP > ZERO
              MOVE PARM-FREQ-CHKP     TO WS-FREQ-CHKP
           END-IF
           .
      ******************************************************************
      *   RELECTURE DU POINT DE CONTROLE : UN TEMOIN 'CRS' SIGNIFIE   *
      *   QU'UNE EXECUTION PRECEDENTE S'EST INTERROMPUE - ON REPREND  *
      *   APRES LE DERNIER CONTRAT SOLDE. 'FIN' OU FICHIER ABSENT OU  *
      *   VIDE : DEPART NORMAL.                                       *
      ******************************************************************
       12000-LIRE-CHECKPOINT.
      *----------------------
           OPEN INPUT FB00CHKP.
           IF OK-FB00CHKP
              READ FB00CHKP
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CHKP-EN-COURS
                       SET MODE-REPRISE     TO TRUE
                       MOVE CHKP-NUMCONT    TO WS-NUMCONT-REPRISE
                       MOVE CHKP-CPT-CONTRATS
                                            TO WS-CPT-CONTRATS
                       MOVE CHKP-CPT-COMR   TO WS-CPT-COMR
                       MOVE CHKP-CPT-RAPC   TO WS-CPT-RAPC
                       MOVE CHKP-CPT-ANOM   TO WS-CPT-ANOM
                       MOVE CHKP-CPT-REJOUEES
                                            TO WS-CPT-REJOUEES
                       DISPLAY 'FB00B52 : REPRISE APRES CONTRAT '
                                CHKP-NUMCONT
                    END-IF
              END-READ
              CLOSE FB00CHKP
           END-IF
           .
      ******************************************************************
      *   EN REPRISE : LES CONTRATS DEJA SOLDES (NUMERO INFERIEUR OU  *
      *   EGAL AU POINT DE CONTROLE) SONT SAUTES DANS LES TROIS       *
      *   ENTREES                                                     *
      ******************************************************************
       13000-SAUTER-CONTRATS-SOLDES.
      *------------------------------
           PERFORM 21100-LIRE-COMS
              UNTIL WS-CLE-COMS > WS-NUMCONT-REPRISE.
           PERFORM 21200-LIRE-HISX
              UNTIL WS-CLE-HISX > WS-NUMCONT-REPRISE.
           PERFORM 21300-LIRE-COMP
              UNTIL WS-CLE-COMP > WS-NUMCONT-REPRISE
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-CONTRAT
              UNTIL WS-CLE-COMS = HIGH-VALUE
              AND   WS-CLE-HISX = HIGH-VALUE
              AND   WS-CLE-COMP = HIGH-VALUE
           .
      ******************************************************************
      *   CONTRAT COURANT = PLUS PETITE CLE DES TROIS ENTREES          *
      ******************************************************************
       20100-TRAITER-CONTRAT.
      *----------------------
           MOVE WS-CLE-COMS          TO WS-NUMCONT-COURANT.
           IF WS-CLE-HISX < WS-NUMCONT-COURANT
              MOVE WS-CLE-HISX       TO WS-NUMCONT-COURANT
           END-IF.
           IF WS-CLE-COMP < WS-NUMCONT-COURANT
              MOVE WS-CLE-COMP       TO WS-NUMCONT-COURANT
           END-IF.
           ADD 1                     TO WS-CPT-CONTRATS.
           MOVE ZERO                 TO WS-NB-RECON
                                        WS-NB-BASE.
           PERFORM 22000-CHARGER-IMAGE
              UNTIL WS-CLE-COMS NOT = WS-NUMCONT-COURANT.
           PERFORM 23000-CHARGER-BASE
              UNTIL WS-CLE-COMP NOT = WS-NUMCONT-COURANT.
           PERFORM 24000-LIER-IMAGE-BASE.
           PERFORM 25000-REJOUER-ACTION
              UNTIL WS-CLE-HISX NOT = WS-NUMCONT-COURANT.
           PERFORM 26000-ECRIRE-RECONSTITUTION.
           PERFORM 27000-COMPARER-BASE.
           PERFORM 28000-POINT-DE-CONTROLE
           .
      ******************************************************************
       21100-LIRE-COMS.
      *----------------
           IF NOT FIN-COMS
              READ FB00COMS
                 AT END
                    SET FIN-COMS TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-COMS-LUS
              END-READ
           END-IF.
           IF FIN-COMS
              MOVE HIGH-VALUE       TO WS-CLE-COMS
           ELSE
              MOVE COMS-NUMCONT     TO WS-CLE-COMS
           END-IF
           .
      ******************************************************************
       21200-LIRE-HISX.
      *----------------
           IF NOT FIN-HISX
              READ FB00HISX
                 AT END
                    SET FIN-HISX TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-HISX-LUS
              END-READ
           END-IF.
           IF FIN-HISX
              MOVE HIGH-VALUE       TO WS-CLE-HISX
           ELSE
              MOVE HISX-NUMCONT     TO WS-CLE-HISX
           END-IF
           .
      ******************************************************************
       21300-LIRE-COMP.
      *----------------
           IF NOT FIN-COMP
              READ FB00COMP
                 AT END
                    SET FIN-COMP TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-COMP-LUS
              END-READ
           END-IF.
           IF FIN-COMP
              MOVE HIGH-VALUE       TO WS-CLE-COMP
           ELSE
              MOVE COMP-NUMCONT     TO WS-CLE-COMP
           END-IF
           .
      ******************************************************************
      *   POINT DE DEPART : ELEMENTS DE L'IMAGE DE SAUVEGARDE          *
      ******************************************************************
       22000-CHARGER-IMAGE.
      *--------------------
           IF WS-NB-RECON = 500
              DISPLAY 'FB00B52 : TABLE RECONSTITUTION SATUREE (500) '
                      WS-NUMCONT-COURANT
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1                    TO WS-NB-RECON.
           SET IX-REC               TO WS-NB-RECON.
           MOVE COMS-TYPE           TO WS-REC-TYPE(IX-REC).
           MOVE COMS-IDENT          TO WS-REC-IDENT(IX-REC).
           MOVE COMS-STATYP         TO WS-REC-STATYP(IX-REC).
           MOVE COMS-DATENT         TO WS-REC-DATENT(IX-REC).
           MOVE COMS-DATSOR         TO WS-REC-DATSOR(IX-REC).
           MOVE ZERO                TO WS-REC-LIEN(IX-REC).
           PERFORM 21100-LIRE-COMS
           .
      ******************************************************************
       23000-CHARGER-BASE.
      *-------------------
           IF WS-NB-BASE = 500
              DISPLAY 'FB00B52 : TABLE BASE ACTUELLE SATUREE (500) '
                      WS-NUMCONT-COURANT
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1                    TO WS-NB-BASE.
           SET IX-BAS               TO WS-NB-BASE.
           MOVE COMP-TYPE           TO WS-BAS-TYPE(IX-BAS).
           MOVE COMP-IDENT          TO WS-BAS-IDENT(IX-BAS).
           MOVE COMP-STATYP         TO WS-BAS-STATYP(IX-BAS).
           MOVE COMP-DATENT         TO WS-BAS-DATENT(IX-BAS).
           MOVE COMP-DATSOR         TO WS-BAS-DATSOR(IX-BAS).
           MOVE 'N'                 TO WS-BAS-LIE(IX-BAS).
           PERFORM 21300-LIRE-COMP
           .
      ******************************************************************
      *   CHAQUE ELEMENT DE L'IMAGE EST LIE A SON HOMOLOGUE DE LA      *
      *   BASE ACTUELLE (MEME TYPE, MEME IDENTIFIANT)                  *
      ******************************************************************
       24000-LIER-IMAGE-BASE.
      *----------------------
           MOVE 1 TO WS-IND-PARC.
           PERFORM 24100-LIER-UN-ELEMENT
              UNTIL WS-IND-PARC > WS-NB-RECON
           .
      ******************************************************************
       24100-LIER-UN-ELEMENT.
      *----------------------
           SET IX-REC TO WS-IND-PARC.
           MOVE 'N'   TO WS-IND-TROUVE.
           MOVE 1     TO WS-IND-BASE.
           PERFORM 24200-CHERCHER-HOMOLOGUE
              UNTIL WS-IND-BASE > WS-NB-BASE
              OR ELT-TROUVE.
           ADD 1 TO WS-IND-PARC
           .
      ******************************************************************
       24200-CHERCHER-HOMOLOGUE.
      *-------------------------
           SET IX-BAS TO WS-IND-BASE.
           IF WS-BAS-LIE(IX-BAS) = 'N'
              AND WS-BAS-TYPE(IX-BAS)  = WS-REC-TYPE(IX-REC)
              AND WS-BAS-IDENT(IX-BAS) = WS-REC-IDENT(IX-REC)
              MOVE 'O'          TO WS-BAS-LIE(IX-BAS)
              MOVE WS-IND-BASE  TO WS-REC-LIEN(IX-REC)
              SET ELT-TROUVE    TO TRUE
           END-IF.
           ADD 1 TO WS-IND-BASE
           .
      ******************************************************************
      *   REJEU AVANT DES ACTIONS FB01 DU CONTRAT POSTERIEURES A       *
      *   L'IMAGE ET AU PLUS TARD A LA DATE CIBLE (ORDRE DE CLE :      *
      *   JOUR + HEURE + RANG). LES MODIFICATIONS 'M' NE CHANGENT PAS  *
      *   LA COMPOSITION.                                              *
      ******************************************************************
       25000-REJOUER-ACTION.
      *---------------------
           IF HISX-ECRAN = 'FB01'
              AND HISX-JOUR > WS-DATE-IMAGE
              AND HISX-JOUR NOT > WS-DATE-CIBLE
              EVALUATE HISX-CODE-ACTION
                 WHEN 'A'
                    PERFORM 25100-REJOUER-AJOUT
                 WHEN 'C'
                 WHEN 'D'
                    PERFORM 25200-REJOUER-SORTIE
                 WHEN 'R'
                    PERFORM 25300-REJOUER-RESTAURATION
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM 21200-LIRE-HISX
           .
      ******************************************************************
      *   AJOUT LE JOUR J : L'ELEMENT EST RECHERCHE DANS LA BASE       *
      *   ACTUELLE PARMI CEUX ENTRES CE JOUR ET NON ENCORE LIES        *
      ******************************************************************
       25100-REJOUER-AJOUT.
      *--------------------
           MOVE 'N' TO WS-IND-TROUVE.
           MOVE 1   TO WS-IND-BASE.
           PERFORM 25110-CHERCHER-ENTREE
              UNTIL WS-IND-BASE > WS-NB-BASE
              OR ELT-TROUVE.
           IF ELT-TROUVE
              IF WS-NB-RECON = 500
                 DISPLAY 'FB00B52 : TABLE RECONSTITUTION SATUREE '
                         '(500) ' WS-NUMCONT-COURANT
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                      TO WS-NB-RECON
              SET IX-REC                 TO WS-NB-RECON
              MOVE WS-BAS-TYPE(IX-BAS)   TO WS-REC-TYPE(IX-REC)
              MOVE WS-BAS-IDENT(IX-BAS)  TO WS-REC-IDENT(IX-REC)
              MOVE WS-BAS-STATYP(IX-BAS) TO WS-REC-STATYP(IX-REC)
              MOVE HISX-JOUR             TO WS-REC-DATENT(IX-REC)
              MOVE SPACES                TO WS-REC-DATSOR(IX-REC)
              SET WS-REC-LIEN(IX-REC)    TO IX-BAS
              MOVE 'O'                   TO WS-BAS-LIE(IX-BAS)
              ADD 1                      TO WS-CPT-REJOUEES
           ELSE
              MOVE 'AJOUT NON IDENTIFIE DANS LA BASE'
                                         TO ANOM-MOTIF
              PERFORM 29000-ECRIRE-ANOMALIE
           END-IF
           .
      ******************************************************************
       25110-CHERCHER-ENTREE.
      *----------------------
           SET IX-BAS TO WS-IND-BASE.
           IF WS-BAS-LIE(IX-BAS) = 'N'
              AND WS-BAS-DATENT(IX-BAS) = HISX-JOUR
              SET ELT-TROUVE TO TRUE
           ELSE
              ADD 1 TO WS-IND-BASE
           END-IF
           .
      ******************************************************************
      *   CLOTURE / SORTIE LE JOUR J : ELEMENT RECONSTITUE ENCORE      *
      *   ACTIF DONT L'HOMOLOGUE DE LA BASE EST SORTI CE JOUR          *
      ******************************************************************
       25200-REJOUER-SORTIE.
      *---------------------
           MOVE 'N' TO WS-IND-TROUVE.
           MOVE 1   TO WS-IND-PARC.
           PERFORM 25210-CHERCHER-SORTIE
              UNTIL WS-IND-PARC > WS-NB-RECON
              OR ELT-TROUVE.
           IF ELT-TROUVE
              MOVE HISX-JOUR     TO WS-REC-DATSOR(IX-REC)
              ADD 1              TO WS-CPT-REJOUEES
           ELSE
              MOVE 'SORTIE NON IDENTIFIEE DANS LA BASE'
                                 TO ANOM-MOTIF
              PERFORM 29000-ECRIRE-ANOMALIE
           END-IF
           .
      ******************************************************************
       25210-CHERCHER-SORTIE.
      *----------------------
           SET IX-REC TO WS-IND-PARC.
           IF WS-REC-DATSOR(IX-REC) = SPACES
              AND WS-REC-LIEN(IX-REC) > ZERO
              SET IX-BAS TO WS-REC-LIEN(IX-REC)
              IF WS-BAS-DATSOR(IX-BAS) = HISX-JOUR
                 SET ELT-TROUVE TO TRUE
              END-IF
           END-IF.
           IF NOT ELT-TROUVE
              ADD 1 TO WS-IND-PARC
           END-IF
           .
      ******************************************************************
      *   RESTAURATION LE JOUR J : ELEMENT RECONSTITUE SORTI DONT      *
      *   L'HOMOLOGUE DE LA BASE EST ACTIF (LA RESTAURATION A EFFACE   *
      *   SA DATE DE SORTIE, CF. RESTAURATION-TS DE FB01T00)           *
      ******************************************************************
       25300-REJOUER-RESTAURATION.
      *---------------------------
           MOVE 'N' TO WS-IND-TROUVE.
           MOVE 1   TO WS-IND-PARC.
           PERFORM 25310-CHERCHER-RESTAURE
              UNTIL WS-IND-PARC > WS-NB-RECON
              OR ELT-TROUVE.
           IF ELT-TROUVE
              MOVE SPACES        TO WS-REC-DATSOR(IX-REC)
              ADD 1              TO WS-CPT-REJOUEES
           ELSE
              MOVE 'RESTAURATION NON IDENTIFIEE DANS LA BASE'
                                 TO ANOM-MOTIF
              PERFORM 29000-ECRIRE-ANOMALIE
           END-IF
           .
      ******************************************************************
       25310-CHERCHER-RESTAURE.
      *------------------------
           SET IX-REC TO WS-IND-PARC.
           IF WS-REC-DATSOR(IX-REC) NOT = SPACES
              AND WS-REC-DATSOR(IX-REC) NOT > HISX-JOUR
              AND WS-REC-LIEN(IX-REC) > ZERO
              SET IX-BAS TO WS-REC-LIEN(IX-REC)
              IF WS-BAS-DATSOR(IX-BAS) = SPACES
                 SET ELT-TROUVE TO TRUE
              END-IF
           END-IF.
           IF NOT ELT-TROUVE
              ADD 1 TO WS-IND-PARC
           END-IF
           .
      ******************************************************************
      *   ECRITURE DE LA COMPOSITION RECONSTITUEE DU CONTRAT           *
      ******************************************************************
       26000-ECRIRE-RECONSTITUTION.
      *----------------------------
           MOVE 1 TO WS-IND-PARC.
           PERFORM 26100-ECRIRE-UN-ELEMENT
              UNTIL WS-IND-PARC > WS-NB-RECON
           .
      ******************************************************************
       26100-ECRIRE-UN-ELEMENT.
      *------------------------
           SET IX-REC                TO WS-IND-PARC.
           MOVE SPACES               TO ENRG-FB00COMR.
           MOVE WS-NUMCONT-COURANT   TO COMR-NUMCONT.
           MOVE WS-REC-TYPE(IX-REC)  TO COMR-TYPE.
           MOVE WS-REC-IDENT(IX-REC) TO COMR-IDENT.
           MOVE WS-REC-STATYP(IX-REC) TO COMR-STATYP.
           MOVE WS-REC-DATENT(IX-REC) TO COMR-DATENT.
           MOVE WS-REC-DATSOR(IX-REC) TO COMR-DATSOR.
           WRITE ENRG-FB00COMR.
           ADD 1                     TO WS-CPT-COMR.
           ADD 1                     TO WS-IND-PARC
           .
      ******************************************************************
      *   COMPARAISON AVEC LA BASE ACTUELLE : ELEMENT RECONSTITUE SANS *
      *   HOMOLOGUE, DATES DIFFERENTES, PUIS ELEMENT DE LA BASE QUE LA *
      *   RECONSTITUTION NE CONNAIT PAS                                *
      ******************************************************************
       27000-COMPARER-BASE.
      *--------------------
           MOVE 1 TO WS-IND-PARC.
           PERFORM 27100-COMPARER-ELEMENT
              UNTIL WS-IND-PARC > WS-NB-RECON.
           MOVE 1 TO WS-IND-BASE.
           PERFORM 27200-EXAMINER-BASE
              UNTIL WS-IND-BASE > WS-NB-BASE
           .
      ******************************************************************
       27100-COMPARER-ELEMENT.
      *-----------------------
           SET IX-REC TO WS-IND-PARC.
           MOVE SPACES                 TO ENRG-FB00RAPC.
           MOVE WS-REC-TYPE(IX-REC)    TO RAPC-TYPE.
           MOVE WS-REC-IDENT(IX-REC)   TO RAPC-IDENT.
           MOVE WS-REC-DATENT(IX-REC)  TO RAPC-DATENT-RECON.
           MOVE WS-REC-DATSOR(IX-REC)  TO RAPC-DATSOR-RECON.
           IF WS-REC-LIEN(IX-REC) = ZERO
              MOVE 'ABSENT DE LA BASE ACTUELLE' TO RAPC-MOTIF
              PERFORM 27900-ECRIRE-ECART
           ELSE
              SET IX-BAS TO WS-REC-LIEN(IX-REC)
              MOVE WS-BAS-DATENT(IX-BAS)  TO RAPC-DATENT-BASE
              MOVE WS-BAS-DATSOR(IX-BAS)  TO RAPC-DATSOR-BASE
              EVALUATE TRUE
                 WHEN WS-BAS-DATENT(IX-BAS) NOT = WS-REC-DATENT(IX-REC)
                    MOVE 'DATE D''ENTREE DIFFERENTE' TO RAPC-MOTIF
                    PERFORM 27900-ECRIRE-ECART
                 WHEN WS-BAS-DATSOR(IX-BAS) NOT = WS-REC-DATSOR(IX-REC)
                    MOVE 'DATE DE SORTIE DIFFERENTE' TO RAPC-MOTIF
                    PERFORM 27900-ECRIRE-ECART
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           ADD 1 TO WS-IND-PARC
           .
      ******************************************************************
       27200-EXAMINER-BASE.
      *--------------------
           SET IX-BAS TO WS-IND-BASE.
           IF WS-BAS-LIE(IX-BAS) = 'N'
              MOVE SPACES                 TO ENRG-FB00RAPC
              MOVE WS-BAS-TYPE(IX-BAS)    TO RAPC-TYPE
              MOVE WS-BAS-IDENT(IX-BAS)   TO RAPC-IDENT
              MOVE WS-BAS-DATENT(IX-BAS)  TO RAPC-DATENT-BASE
              MOVE WS-BAS-DATSOR(IX-BAS)  TO RAPC-DATSOR-BASE
              MOVE 'ABSENT DE LA RECONSTITUTION' TO RAPC-MOTIF
              PERFORM 27900-ECRIRE-ECART
           END-IF.
           ADD 1 TO WS-IND-BASE
           .
      ******************************************************************
       27900-ECRIRE-ECART.
      *-------------------
           MOVE WS-NUMCONT-COURANT    TO RAPC-NUMCONT.
           WRITE ENRG-FB00RAPC.
           ADD 1                      TO WS-CPT-RAPC
           .
      ******************************************************************
      *   POINT DE CONTROLE : TOUS LES N CONTRATS SOLDES, LE DERNIER   *
      *   CONTRAT ET LES COMPTEURS SONT SAUVEGARDES DANS FB00CHKP      *
      *   (REECRITURE COMPLETE, UN SEUL ENREGISTREMENT).               *
      *   EN REPRISE, LE JCL DOIT AU PREALABLE RAMENER FB00COMR,       *
      *   FB00RAPC ET FB00ANOM A CHKP-CPT-COMR, CHKP-CPT-RAPC ET       *
      *   CHKP-CPT-ANOM LIGNES (MEME TECHNIQUE QUE FB00B01)            *
      ******************************************************************
       28000-POINT-DE-CONTROLE.
      *------------------------
           ADD 1 TO WS-CPT-DEPUIS-CHKP.
           IF WS-CPT-DEPUIS-CHKP NOT < WS-FREQ-CHKP
              MOVE ZERO TO WS-CPT-DEPUIS-CHKP
      *---    LES SORTIES SONT VIDEES SUR DISQUE (CLOSE/OPEN EXTEND)
      *---    AVANT L'ECRITURE DU TEMOIN
              CLOSE FB00COMR FB00RAPC FB00ANOM
              OPEN EXTEND FB00COMR
              OPEN EXTEND FB00RAPC
              OPEN EXTEND FB00ANOM
              IF NOT OK-FB00COMR OR NOT OK-FB00RAPC
                 OR NOT OK-FB00ANOM
                 DISPLAY 'FB00B52 : ERREUR REOUVERTURE DES SORTIES'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              MOVE 'CRS' TO CHKP-TEMOIN
              PERFORM 28100-ECRIRE-CHECKPOINT
           END-IF
           .
      ******************************************************************
       28100-ECRIRE-CHECKPOINT.
      *------------------------
           OPEN OUTPUT FB00CHKP.
           IF NOT OK-FB00CHKP
              DISPLAY 'FB00B52 : ERREUR OUVERTURE FB00CHKP'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           MOVE WS-NUMCONT-COURANT   TO CHKP-NUMCONT
           MOVE WS-CPT-CONTRATS      TO CHKP-CPT-CONTRATS
           MOVE WS-CPT-COMR          TO CHKP-CPT-COMR
           MOVE WS-CPT-RAPC          TO CHKP-CPT-RAPC
           MOVE WS-CPT-ANOM          TO CHKP-CPT-ANOM
           MOVE WS-CPT-REJOUEES      TO CHKP-CPT-REJOUEES
           WRITE ENRG-FB00CHKP
           CLOSE FB00CHKP
           .
      ******************************************************************
       29000-ECRIRE-ANOMALIE.
      *----------------------
           MOVE WS-NUMCONT-COURANT TO ANOM-NUMCONT
           MOVE HISX-JOUR          TO ANOM-JOUR
           MOVE HISX-HEURE         TO ANOM-HEURE
           MOVE HISX-CODE-ACTION   TO ANOM-CODE-ACTION
           WRITE ENRG-FB00ANOM
           ADD 1                   TO WS-CPT-ANOM
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00COMS FB00HISX FB00COMP
                 FB00COMR FB00RAPC FB00ANOM.
      *--- FIN NORMALE : LE POINT DE CONTROLE EST SOLDE (TEMOIN 'FIN')
           MOVE 'FIN' TO CHKP-TEMOIN.
           PERFORM 28100-ECRIRE-CHECKPOINT.
           DISPLAY 'FB00B52 : DATE DE L''IMAGE          = '
                    WS-DATE-IMAGE.
           DISPLAY 'FB00B52 : DATE CIBLE DU REJEU      = '
                    WS-DATE-CIBLE.
           DISPLAY 'FB00B52 : CONTRATS TRAITES         = '
                    WS-CPT-CONTRATS.
           DISPLAY 'FB00B52 : ACTIONS REJOUEES         = '
                    WS-CPT-REJOUEES.
           DISPLAY 'FB00B52 : ACTIONS NON REJOUEES     = '
                    WS-CPT-ANOM.
           DISPLAY 'FB00B52 : ELEMENTS RECONSTITUES    = '
                    WS-CPT-COMR.
           DISPLAY 'FB00B52 : ECARTS AVEC LA BASE      = '
                    WS-CPT-RAPC.
           IF WS-CPT-ANOM > ZERO OR WS-CPT-RAPC > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B52 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
