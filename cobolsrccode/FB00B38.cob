       ID DIVISION.
       PROGRAM-ID. FB00B38.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH NOCTURNE DE DETECTION DES DOUBLONS
      *           DE NUMEROS CLIENT. UN MEME CLIENT ENTREPRISE EXISTE
      *           SOUVENT SOUS DEUX OU TROIS NUMEROS GESCLI : LE
      *           PORTEFEUILLE FB06, LE RELEVE MENSUEL FB00B18,
      *           L'ATTESTATION ET LES RELEVES DE COMPTE SONT ALORS
      *           ECLATES. LES NUMEROS CLIENT DU PORTEFEUILLE SONT
      *           RAPPROCHES DEUX A DEUX SUR :
      *           - LE SIREN (IDENTIQUE, 9 CHIFFRES) ........ 50 PTS ;
      *           - LA RAISON SOCIALE NORMALISEE (PONCTUATION,
      *             ESPACES ET FORMES JURIDIQUES NEUTRALISES) 30 PTS ;
      *           - L'ADRESSE (CODE POSTAL + VOIE NORMALISEE) 20 PTS ;
      *           - LES CONDUCTEURS DECLARES COMMUNS (IDENTITE DE
      *             L'INDEX FB02IDXD SUR DES CONTRATS DES DEUX
      *             CLIENTS) ........... 10 PTS PAR CONDUCTEUR, 30 MAX.
      *           L'ADRESSE SEULE NE CREE PAS DE PAIRE (CENTRES
      *           D'AFFAIRES, DOMICILIATIONS) : ELLE CONFORTE UNE PAIRE
      *           DETECTEE PAR UN AUTRE CRITERE.
      *           LES PAIRES D'AU MOINS 30 POINTS SONT EDITEES SUR LA
      *           LISTE DE REVUE FB00DUPL (NIVEAU FORT A PARTIR DE 60),
      *           SAUF CELLES DEJA TRANCHEES PAR UNE DECISION TRAITEE
      *           PAR FB00B39 (FB00DUPH, DESSIN FB00FUSF). LES
      *           DECISIONS DES GESTIONNAIRES SONT SAISIES AU DESSIN
      *           FB00FUSF ET APPLIQUEES PAR FB00B39.
      *           ENTREES PREPAREES PAR LE JCL :
      *           - FB00CLIR : IDENTITE DES CLIENTS DU PORTEFEUILLE
      *             (EXTRAIT DU REFERENTIEL GESCLI, UNE LIGNE PAR
      *             CLIENT, TRIE SUR LE NUMERO CLIENT) ;
      *           - FB00CLIC : CLIENTS ET CONTRATS (EXTRAIT FB00CLID
      *             DE FB00B37 RETRIE SUR LE CONTRAT) ;
      *           - FB02DRVX : CONDUCTEURS PERSISTES (DESSIN DE
      *             FB02B05, TRIE SUR L'IDENTITE - CLE FB02IDXD).
      *           CODE RETOUR 4 SI LA LISTE DE REVUE N'EST PAS VIDE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51170 CREATION.
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
      *--- IDENTITE DES CLIENTS, TRIEE SUR LE NUMERO CLIENT
           SELECT  FB00CLIR   ASSIGN  FB00CLIR
                               FILE STATUS IS  FS-FB00CLIR-STATUS.
      *--- CLIENTS ET CONTRATS, TRIES SUR LE CONTRAT
           SELECT  FB00CLIC   ASSIGN  FB00CLIC
                               FILE STATUS IS  FS-FB00CLIC-STATUS.
      *--- CONDUCTEURS PERSISTES, TRIES SUR NOM + PRENOM + NAISSANCE
           SELECT  FB02DRVX   ASSIGN  FB02DRVX
                               FILE STATUS IS  FS-FB02DRVX-STATUS.
      *--- PAIRES DEJA TRANCHEES (CUMUL DES DECISIONS DE FB00B39)
           SELECT  FB00DUPH   ASSIGN  FB00DUPH
                               FILE STATUS IS  FS-FB00DUPH-STATUS.
      *--- LISTE DE REVUE DES DOUBLONS SUSPECTES
           SELECT  FB00DUPL   ASSIGN  FB00DUPL
                               FILE STATUS IS  FS-FB00DUPL-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00CLIR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CLIR.
           05  CLIR-GESCLI            PIC X(11).
           05  CLIR-RAISON-SOCIALE    PIC X(40).
           05  CLIR-SIREN             PIC X(09).
           05  CLIR-VOIE              PIC X(32).
           05  CLIR-CODE-POSTAL       PIC X(05).
           05  CLIR-COMMUNE           PIC X(26).
           05  FILLER                 PIC X(27).
      *
       FD  FB00CLIC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CLIC.
           05  CLIC-GESCLI            PIC X(11).
           05  CLIC-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(77).
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
       FD  FB00DUPH
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DUPH              PIC X(80).
      *
       FD  FB00DUPL
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DUPL              PIC X(132).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B38 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00CLIR-STATUS   PIC X(02).
           88     OK-FB00CLIR       VALUE '00'.
       01  FS-FB00CLIC-STATUS   PIC X(02).
           88     OK-FB00CLIC       VALUE '00'.
       01  FS-FB02DRVX-STATUS   PIC X(02).
           88     OK-FB02DRVX       VALUE '00'.
       01  FS-FB00DUPH-STATUS   PIC X(02).
           88     OK-FB00DUPH       VALUE '00'.
       01  FS-FB00DUPL-STATUS   PIC X(02).
           88     OK-FB00DUPL       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-CLIR       PIC X(01) VALUE 'N'.
           88     FIN-CLIR           VALUE 'O'.
       01  WS-IND-FIN-CLIC       PIC X(01) VALUE 'N'.
           88     FIN-CLIC           VALUE 'O'.
       01  WS-IND-FIN-DRVX       PIC X(01) VALUE 'N'.
           88     FIN-DRVX           VALUE 'O'.
       01  WS-IND-FIN-DUPH       PIC X(01) VALUE 'N'.
           88     FIN-DUPH           VALUE 'O'.
      *================================================================*
      *   DECISIONS DEJA TRAITEES (DESSIN FB00FUSF)                    *
      *================================================================*
       COPY FB00FUSF.
       01  WS-NB-TRANCHEES       PIC S9(8) COMP VALUE ZERO.
       01  WS-TABLE-TRANCHEES.
           05  WS-TRA             OCCURS 5000 TIMES
                                  INDEXED BY IX-TRA.
               10  WS-TRA-GESCLI-1    PIC X(11).
               10  WS-TRA-GESCLI-2    PIC X(11).
      *================================================================*
      *   CLIENTS EN TABLE (ORDRE DU NUMERO CLIENT). TROIS CHAINAGES   *
      *   LIMITENT LES COMPARAISONS : INITIALE DE LA RAISON SOCIALE,   *
      *   SIREN MODULO 997, CODE POSTAL MODULO 997                     *
      *================================================================*
       01  WS-NB-CLIENTS         PIC S9(8) COMP VALUE ZERO.
       01  WS-TABLE-CLIENTS.
           05  WS-CLI             OCCURS 10000 TIMES
                                  INDEXED BY IX-CLI IX-AUT.
               10  WS-CLI-GESCLI      PIC X(11).
               10  WS-CLI-RAISON      PIC X(40).
               10  WS-CLI-NOM         PIC X(40).
               10  WS-CLI-SIREN       PIC X(09).
               10  WS-CLI-CP          PIC X(05).
               10  WS-CLI-VOIE        PIC X(32).
               10  WS-CLI-SUIV-NOM    PIC S9(8) COMP.
               10  WS-CLI-SUIV-SIREN  PIC S9(8) COMP.
               10  WS-CLI-SUIV-ADR    PIC S9(8) COMP.
       01  WS-TABLE-TETES-NOM.
           05  WS-TETE-NOM        OCCURS 27 TIMES
                                  PIC S9(8) COMP.
       01  WS-TABLE-TETES-HASH.
           05  WS-TETE-HASH       OCCURS 997 TIMES.
               10  WS-TETE-SIREN      PIC S9(8) COMP.
               10  WS-TETE-ADR        PIC S9(8) COMP.
       01  WS-ALPHABET            PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-TABLE-ALPHABET REDEFINES WS-ALPHABET.
           05  WS-LETTRE          OCCURS 26 TIMES
                                  INDEXED BY IX-LET
                                  PIC X(01).
       01  WS-INITIALE           PIC X(01) VALUE SPACE.
       01  WS-RANG-INITIALE      PIC S9(4) COMP VALUE ZERO.
       01  WS-RANG-HASH          PIC S9(4) COMP VALUE ZERO.
       01  WS-VALEUR-HASH        PIC 9(09) VALUE ZERO.
       01  WS-QUOTIENT-HASH      PIC 9(09) VALUE ZERO.
       01  WS-RESTE-HASH         PIC 9(04) VALUE ZERO.
       01  WS-GESCLI-PRECEDENT   PIC X(11) VALUE LOW-VALUES.
      *================================================================*
      *   CONTRATS EN TABLE (ORDRE DU CONTRAT) : RANG DU CLIENT        *
      *================================================================*
       01  WS-NB-CONTRATS        PIC S9(8) COMP VALUE ZERO.
       01  WS-TABLE-CONTRATS.
           05  WS-CTR             OCCURS 30000 TIMES
                                  INDEXED BY IX-CTR.
               10  WS-CTR-NUMCONT     PIC X(12).
               10  WS-CTR-RANG-CLI    PIC S9(8) COMP.
       01  WS-NUMCONT-PRECEDENT  PIC X(12) VALUE LOW-VALUES.
      *================================================================*
      *   CLIENTS DISTINCTS D'UN MEME CONDUCTEUR                       *
      *================================================================*
       01  WS-IDENT-COURANTE     PIC X(48) VALUE SPACES.
       01  WS-NB-GROUPE          PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-GROUPE.
           05  WS-GRP             OCCURS 50 TIMES
                                  INDEXED BY IX-GRP.
               10  WS-GRP-RANG-CLI    PIC S9(8) COMP.
       01  WS-IND-GRP-1          PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-GRP-2          PIC S9(4) COMP VALUE ZERO.
      *================================================================*
      *   PAIRES DE CLIENTS SUSPECTEES (RANG 1 < RANG 2)               *
      *================================================================*
       01  WS-NB-PAIRES          PIC S9(8) COMP VALUE ZERO.
       01  WS-TABLE-PAIRES.
           05  WS-PAI             OCCURS 9999 TIMES
                                  INDEXED BY IX-PAI.
               10  WS-PAI-RANG-1      PIC S9(8) COMP.
               10  WS-PAI-RANG-2      PIC S9(8) COMP.
               10  WS-PAI-SIREN       PIC X(01).
               10  WS-PAI-NOM         PIC X(01).
               10  WS-PAI-ADRESSE     PIC X(01).
               10  WS-PAI-NB-COND     PIC S9(4) COMP.
       01  WS-RANG-1             PIC S9(8) COMP VALUE ZERO.
       01  WS-RANG-2             PIC S9(8) COMP VALUE ZERO.
       01  WS-RANG-ECHANGE       PIC S9(8) COMP VALUE ZERO.
       01  WS-RANG-CLIENT        PIC S9(8) COMP VALUE ZERO.
       01  WS-IX-COURANT         PIC S9(8) COMP VALUE ZERO.
       01  WS-IND-CREATION       PIC X(01) VALUE 'O'.
           88     CREATION-AUTORISEE VALUE 'O'.
       01  WS-IND-PAIRE          PIC X(01) VALUE 'N'.
           88     PAIRE-TROUVEE      VALUE 'O'.
       01  WS-IND-TRANCHEE       PIC X(01) VALUE 'N'.
           88     PAIRE-TRANCHEE     VALUE 'O'.
       01  WS-SCORE              PIC 9(03) VALUE ZERO.
       01  WS-POINTS-COND        PIC 9(03) VALUE ZERO.
      *================================================================*
      *   RECHERCHE DICHOTOMIQUE (CLIENT PAR NUMERO, CONTRAT)          *
      *================================================================*
       01  WS-CLE-GESCLI         PIC X(11) VALUE SPACES.
       01  WS-CLE-NUMCONT        PIC X(12) VALUE SPACES.
       01  WS-BORNE-INF          PIC S9(8) COMP VALUE ZERO.
       01  WS-BORNE-SUP          PIC S9(8) COMP VALUE ZERO.
       01  WS-MILIEU             PIC S9(8) COMP VALUE ZERO.
       01  WS-RANG-TROUVE        PIC S9(8) COMP VALUE ZERO.
      *================================================================*
      *   NORMALISATION : LA ZONE EST DECOUPEE EN MOTS, LES MOTS SONT  *
      *   RECOLLES SANS ESPACE (FORMES JURIDIQUES ECARTEES POUR LA     *
      *   RAISON SOCIALE)                                              *
      *================================================================*
       01  WS-ZONE-NORME         PIC X(40) VALUE SPACES.
       01  WS-ZONE-COMPACTE      PIC X(40) VALUE SPACES.
       01  WS-MOT                PIC X(40) VALUE SPACES.
           88     FORME-JURIDIQUE    VALUE 'SA' 'SAS' 'SASU' 'SARL'
                                           'EURL' 'SNC' 'SCI' 'SCP'
                                           'SELARL' 'GIE' 'STE'
                                           'SOCIETE' 'ETS'
                                           'ETABLISSEMENTS'.
       01  WS-PTR-LECTURE        PIC S9(4) COMP VALUE ZERO.
       01  WS-PTR-ECRITURE       PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-MODE-NOM       PIC X(01) VALUE 'N'.
           88     MODE-RAISON-SOCIALE VALUE 'O'.
      *================================================================*
      *   LISTE DE REVUE                                               *
      *================================================================*
       01  WS-LIGNE-TITRE.
           05  FILLER            PIC X(49) VALUE
               'FB00B38 - DOUBLONS DE NUMEROS CLIENT SUSPECTES DU'.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LT-DATE        PIC X(08).
           05  FILLER            PIC X(74) VALUE SPACES.
       01  WS-LIGNE-ENTETE.
           05  FILLER            PIC X(11) VALUE 'NIVEAU'.
           05  FILLER            PIC X(12) VALUE 'CLIENT 1'.
           05  FILLER            PIC X(37) VALUE 'RAISON SOCIALE 1'.
           05  FILLER            PIC X(12) VALUE 'CLIENT 2'.
           05  FILLER            PIC X(34) VALUE 'RAISON SOCIALE 2'.
           05  FILLER            PIC X(21) VALUE 'CRITERES'.
           05  FILLER            PIC X(05) VALUE 'SCORE'.
       01  WS-LIGNE-PAIRE.
           05  WS-LP-NIVEAU      PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LP-GESCLI-1    PIC X(11).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LP-RAISON-1    PIC X(33).
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-LP-GESCLI-2    PIC X(11).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LP-RAISON-2    PIC X(33).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LP-CRITERES    PIC X(20).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LP-SCORE       PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
       01  WS-PTR-CRITERES       PIC S9(4) COMP VALUE ZERO.
       01  WS-ED-NB-COND         PIC 9(02) VALUE ZERO.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-DATE-JOUR          PIC X(08) VALUE SPACES.
       01  WS-CPT-CONTRATS-SANS-CLIENT PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-IDENTITES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-GROUPES-TRONQUES PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DEJA-TRANCHEES PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SOUS-SEUIL     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-FORTES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-A-VERIFIER     PIC 9(07) COMP VALUE ZERO.
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
           OPEN INPUT  FB00CLIR
           OPEN INPUT  FB00CLIC
           OPEN INPUT  FB02DRVX
           OPEN INPUT  FB00DUPH
           OPEN OUTPUT FB00DUPL.
           IF NOT OK-FB00CLIR OR NOT OK-FB00CLIC
              OR NOT OK-FB02DRVX OR NOT OK-FB00DUPH
              OR NOT OK-FB00DUPL
              DISPLAY 'FB00B38 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 11000-RAZ-TETE-NOM
              VARYING WS-RANG-INITIALE FROM 1 BY 1
              UNTIL WS-RANG-INITIALE > 27.
           PERFORM 11100-RAZ-TETE-HASH
              VARYING WS-RANG-HASH FROM 1 BY 1
              UNTIL WS-RANG-HASH > 997.
           PERFORM 12000-CHARGER-TRANCHEE
              UNTIL FIN-DUPH.
           CLOSE FB00DUPH.
           PERFORM 13000-CHARGER-CLIENT
              UNTIL FIN-CLIR.
           CLOSE FB00CLIR.
           PERFORM 14000-CHARGER-CONTRAT
              UNTIL FIN-CLIC.
           CLOSE FB00CLIC.
           MOVE WS-DATE-JOUR TO WS-LT-DATE.
           WRITE ENRG-FB00DUPL FROM WS-LIGNE-TITRE.
           WRITE ENRG-FB00DUPL FROM WS-LIGNE-ENTETE
           .
      ******************************************************************
       11000-RAZ-TETE-NOM.
      *-------------------
           MOVE ZERO TO WS-TETE-NOM(WS-RANG-INITIALE)
           .
      ******************************************************************
       11100-RAZ-TETE-HASH.
      *--------------------
           MOVE ZERO TO WS-TETE-SIREN(WS-RANG-HASH)
                        WS-TETE-ADR(WS-RANG-HASH)
           .
      ******************************************************************
       12000-CHARGER-TRANCHEE.
      *-----------------------
           READ FB00DUPH INTO WSS-FUSD-ENR
              AT END
                 SET FIN-DUPH TO TRUE
           END-READ.
           IF NOT FIN-DUPH
              IF WS-NB-TRANCHEES = 5000
                 DISPLAY 'FB00B38 : TABLE PAIRES TRANCHEES SATUREE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                    TO WS-NB-TRANCHEES
              SET IX-TRA               TO WS-NB-TRANCHEES
              MOVE FUSD-GESCLI-ABSORBE  TO WS-TRA-GESCLI-1(IX-TRA)
              MOVE FUSD-GESCLI-CONSERVE TO WS-TRA-GESCLI-2(IX-TRA)
           END-IF
           .
      ******************************************************************
      *   CHARGEMENT D'UN CLIENT : FORMES NORMALISEES, RAPPROCHEMENT   *
      *   SUR LE SIREN ET LA RAISON SOCIALE AVEC LES CLIENTS DEJA      *
      *   CHARGES, PUIS INSERTION EN TETE DES TROIS CHAINAGES          *
      ******************************************************************
       13000-CHARGER-CLIENT.
      *---------------------
           READ FB00CLIR
              AT END
                 SET FIN-CLIR TO TRUE
           END-READ.
           IF NOT FIN-CLIR
              IF CLIR-GESCLI NOT > WS-GESCLI-PRECEDENT
                 DISPLAY 'FB00B38 : FB00CLIR NON TRIE OU EN DOUBLE '
                          CLIR-GESCLI
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              MOVE CLIR-GESCLI          TO WS-GESCLI-PRECEDENT
              IF WS-NB-CLIENTS = 10000
                 DISPLAY 'FB00B38 : TABLE CLIENTS SATUREE (10000)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                     TO WS-NB-CLIENTS
              SET IX-CLI                TO WS-NB-CLIENTS
              MOVE CLIR-GESCLI          TO WS-CLI-GESCLI(IX-CLI)
              MOVE CLIR-RAISON-SOCIALE  TO WS-CLI-RAISON(IX-CLI)
                                           WS-ZONE-NORME
              SET MODE-RAISON-SOCIALE   TO TRUE
              PERFORM 19000-COMPACTER
              MOVE WS-ZONE-COMPACTE     TO WS-CLI-NOM(IX-CLI)
              MOVE CLIR-SIREN           TO WS-CLI-SIREN(IX-CLI)
              MOVE CLIR-CODE-POSTAL     TO WS-CLI-CP(IX-CLI)
              MOVE CLIR-VOIE            TO WS-ZONE-NORME
              MOVE 'N'                  TO WS-IND-MODE-NOM
              PERFORM 19000-COMPACTER
              MOVE WS-ZONE-COMPACTE     TO WS-CLI-VOIE(IX-CLI)
              MOVE ZERO                 TO WS-CLI-SUIV-NOM(IX-CLI)
                                           WS-CLI-SUIV-SIREN(IX-CLI)
                                           WS-CLI-SUIV-ADR(IX-CLI)
              MOVE 'O'                  TO WS-IND-CREATION
              IF CLIR-SIREN NUMERIC AND CLIR-SIREN NOT = ZERO
                 MOVE CLIR-SIREN        TO WS-VALEUR-HASH
                 PERFORM 19200-RANG-HASH
                 MOVE WS-TETE-SIREN(WS-RANG-HASH) TO WS-IX-COURANT
                 PERFORM 13100-COMPARER-SIREN
                    UNTIL WS-IX-COURANT = ZERO
                 SET IX-CLI             TO WS-NB-CLIENTS
                 MOVE WS-TETE-SIREN(WS-RANG-HASH)
                                        TO WS-CLI-SUIV-SIREN(IX-CLI)
                 MOVE WS-NB-CLIENTS     TO WS-TETE-SIREN(WS-RANG-HASH)
              END-IF
              IF WS-CLI-NOM(IX-CLI) NOT = SPACES
                 MOVE WS-CLI-NOM(IX-CLI) (1:1) TO WS-INITIALE
                 PERFORM 19100-RANG-INITIALE
                 MOVE WS-TETE-NOM(WS-RANG-INITIALE) TO WS-IX-COURANT
                 PERFORM 13200-COMPARER-NOM
                    UNTIL WS-IX-COURANT = ZERO
                 SET IX-CLI             TO WS-NB-CLIENTS
                 MOVE WS-TETE-NOM(WS-RANG-INITIALE)
                                        TO WS-CLI-SUIV-NOM(IX-CLI)
                 MOVE WS-NB-CLIENTS  TO WS-TETE-NOM(WS-RANG-INITIALE)
              END-IF
              IF CLIR-CODE-POSTAL NUMERIC
                 AND WS-CLI-VOIE(IX-CLI) NOT = SPACES
                 MOVE CLIR-CODE-POSTAL  TO WS-VALEUR-HASH
                 PERFORM 19200-RANG-HASH
                 MOVE WS-TETE-ADR(WS-RANG-HASH)
                                        TO WS-CLI-SUIV-ADR(IX-CLI)
                 MOVE WS-NB-CLIENTS     TO WS-TETE-ADR(WS-RANG-HASH)
              END-IF
           END-IF
           .
      ******************************************************************
       13100-COMPARER-SIREN.
      *---------------------
           SET IX-AUT TO WS-IX-COURANT.
           IF WS-CLI-SIREN(IX-AUT) = CLIR-SIREN
              MOVE WS-IX-COURANT      TO WS-RANG-1
              MOVE WS-NB-CLIENTS      TO WS-RANG-2
              PERFORM 24000-RETENIR-PAIRE
              MOVE 'O'                TO WS-PAI-SIREN(IX-PAI)
           END-IF.
           MOVE WS-CLI-SUIV-SIREN(IX-AUT) TO WS-IX-COURANT
           .
      ******************************************************************
       13200-COMPARER-NOM.
      *-------------------
           SET IX-AUT TO WS-IX-COURANT.
           SET IX-CLI TO WS-NB-CLIENTS.
           IF WS-CLI-NOM(IX-AUT) = WS-CLI-NOM(IX-CLI)
              MOVE WS-IX-COURANT      TO WS-RANG-1
              MOVE WS-NB-CLIENTS      TO WS-RANG-2
              PERFORM 24000-RETENIR-PAIRE
              MOVE 'O'                TO WS-PAI-NOM(IX-PAI)
           END-IF.
           MOVE WS-CLI-SUIV-NOM(IX-AUT) TO WS-IX-COURANT
           .
      ******************************************************************
      *   CONTRATS : LE RANG DU CLIENT EST RESOLU UNE FOIS POUR TOUTES *
      *   (ZERO SI LE CLIENT N'EST PAS DANS L'EXTRAIT D'IDENTITE)      *
      ******************************************************************
       14000-CHARGER-CONTRAT.
      *----------------------
           READ FB00CLIC
              AT END
                 SET FIN-CLIC TO TRUE
           END-READ.
           IF NOT FIN-CLIC
              IF CLIC-NUMCONT < WS-NUMCONT-PRECEDENT
                 DISPLAY 'FB00B38 : FB00CLIC NON TRIE ' CLIC-NUMCONT
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              IF CLIC-NUMCONT NOT = WS-NUMCONT-PRECEDENT
                 MOVE CLIC-NUMCONT      TO WS-NUMCONT-PRECEDENT
                 IF WS-NB-CONTRATS = 30000
                    DISPLAY 'FB00B38 : TABLE CONTRATS SATUREE (30000)'
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
                 MOVE CLIC-GESCLI       TO WS-CLE-GESCLI
                 PERFORM 19300-CHERCHER-CLIENT
                 IF WS-RANG-TROUVE = ZERO
                    ADD 1 TO WS-CPT-CONTRATS-SANS-CLIENT
                 END-IF
                 ADD 1                  TO WS-NB-CONTRATS
                 SET IX-CTR             TO WS-NB-CONTRATS
                 MOVE CLIC-NUMCONT      TO WS-CTR-NUMCONT(IX-CTR)
                 MOVE WS-RANG-TROUVE    TO WS-CTR-RANG-CLI(IX-CTR)
              END-IF
           END-IF
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 21100-LIRE-DRVX.
           PERFORM 21000-TRAITER-CONDUCTEUR
              UNTIL FIN-DRVX.
           MOVE 'N' TO WS-IND-CREATION.
           PERFORM 22000-COMPARER-ADRESSES
              VARYING WS-RANG-CLIENT FROM 1 BY 1
              UNTIL WS-RANG-CLIENT > WS-NB-CLIENTS.
           PERFORM 23000-EDITER-PAIRE
              VARYING IX-PAI FROM 1 BY 1
              UNTIL IX-PAI > WS-NB-PAIRES
           .
      ******************************************************************
      *   CONDUCTEURS : LES CLIENTS DISTINCTS DES CONTRATS D'UNE MEME  *
      *   IDENTITE SONT APPARIES DEUX A DEUX (UN POINT DE CONDUCTEUR   *
      *   COMMUN PAR IDENTITE)                                         *
      ******************************************************************
       21000-TRAITER-CONDUCTEUR.
      *-------------------------
           MOVE DRVX-IDENTITE        TO WS-IDENT-COURANTE.
           MOVE ZERO                 TO WS-NB-GROUPE.
           ADD 1                     TO WS-CPT-IDENTITES.
           PERFORM 21200-RANGER-CONTRAT
              UNTIL FIN-DRVX
              OR DRVX-IDENTITE NOT = WS-IDENT-COURANTE.
           IF WS-NB-GROUPE > 1
              MOVE 'O'               TO WS-IND-CREATION
              PERFORM 21300-APPARIER-CLIENTS
                 VARYING WS-IND-GRP-1 FROM 1 BY 1
                 UNTIL WS-IND-GRP-1 > WS-NB-GROUPE
                 AFTER WS-IND-GRP-2 FROM 1 BY 1
                 UNTIL WS-IND-GRP-2 > WS-NB-GROUPE
           END-IF
           .
      ******************************************************************
       21100-LIRE-DRVX.
      *----------------
           READ FB02DRVX
              AT END
                 SET FIN-DRVX TO TRUE
           END-READ
           .
      ******************************************************************
       21200-RANGER-CONTRAT.
      *---------------------
           IF DRVX-NOM NOT = SPACES
              MOVE DRVX-NUMCONT      TO WS-CLE-NUMCONT
              PERFORM 19400-CHERCHER-CONTRAT
           ELSE
              MOVE ZERO              TO WS-RANG-TROUVE
           END-IF.
           IF WS-RANG-TROUVE NOT = ZERO
              SET IX-CTR             TO WS-RANG-TROUVE
              MOVE WS-CTR-RANG-CLI(IX-CTR) TO WS-RANG-TROUVE
           END-IF.
           IF WS-RANG-TROUVE NOT = ZERO
              SET IX-GRP TO 1
              SEARCH WS-GRP
                 AT END
                    PERFORM 21210-AJOUTER-CLIENT
                 WHEN IX-GRP > WS-NB-GROUPE
                    PERFORM 21210-AJOUTER-CLIENT
                 WHEN WS-GRP-RANG-CLI(IX-GRP) = WS-RANG-TROUVE
                    CONTINUE
              END-SEARCH
           END-IF.
           PERFORM 21100-LIRE-DRVX
           .
      ******************************************************************
       21210-AJOUTER-CLIENT.
      *---------------------
           IF WS-NB-GROUPE < 50
              ADD 1                  TO WS-NB-GROUPE
              SET IX-GRP             TO WS-NB-GROUPE
              MOVE WS-RANG-TROUVE    TO WS-GRP-RANG-CLI(IX-GRP)
           ELSE
              ADD 1                  TO WS-CPT-GROUPES-TRONQUES
           END-IF
           .
      ******************************************************************
       21300-APPARIER-CLIENTS.
      *-----------------------
           IF WS-IND-GRP-2 > WS-IND-GRP-1
              MOVE WS-GRP-RANG-CLI(WS-IND-GRP-1) TO WS-RANG-1
              MOVE WS-GRP-RANG-CLI(WS-IND-GRP-2) TO WS-RANG-2
              PERFORM 24000-RETENIR-PAIRE
              ADD 1 TO WS-PAI-NB-COND(IX-PAI)
           END-IF
           .
      ******************************************************************
      *   ADRESSES : CHAQUE CLIENT EST COMPARE AUX CLIENTS DE RANG     *
      *   INFERIEUR DE LA MEME CHAINE DE CODE POSTAL ; SEULES LES      *
      *   PAIRES DEJA DETECTEES SONT CONFORTEES                        *
      ******************************************************************
       22000-COMPARER-ADRESSES.
      *------------------------
           SET IX-CLI TO WS-RANG-CLIENT.
           IF WS-CLI-CP(IX-CLI) NUMERIC
              AND WS-CLI-VOIE(IX-CLI) NOT = SPACES
              MOVE WS-CLI-CP(IX-CLI)    TO WS-VALEUR-HASH
              PERFORM 19200-RANG-HASH
              MOVE WS-TETE-ADR(WS-RANG-HASH) TO WS-IX-COURANT
              PERFORM 22100-COMPARER-ADRESSE
                 UNTIL WS-IX-COURANT = ZERO
           END-IF
           .
      ******************************************************************
       22100-COMPARER-ADRESSE.
      *-----------------------
           SET IX-AUT TO WS-IX-COURANT.
           SET IX-CLI TO WS-RANG-CLIENT.
           IF WS-IX-COURANT < WS-RANG-CLIENT
              AND WS-CLI-CP(IX-AUT)   = WS-CLI-CP(IX-CLI)
              AND WS-CLI-VOIE(IX-AUT) = WS-CLI-VOIE(IX-CLI)
              MOVE WS-IX-COURANT      TO WS-RANG-1
              MOVE WS-RANG-CLIENT     TO WS-RANG-2
              PERFORM 24000-RETENIR-PAIRE
              IF PAIRE-TROUVEE
                 MOVE 'O'             TO WS-PAI-ADRESSE(IX-PAI)
              END-IF
           END-IF.
           MOVE WS-CLI-SUIV-ADR(IX-AUT) TO WS-IX-COURANT
           .
      ******************************************************************
      *   EDITION D'UNE PAIRE : SCORE, SEUIL, DECISION DEJA PRISE      *
      ******************************************************************
       23000-EDITER-PAIRE.
      *-------------------
           MOVE ZERO TO WS-SCORE.
           IF WS-PAI-SIREN(IX-PAI) = 'O'
              ADD 50 TO WS-SCORE
           END-IF.
           IF WS-PAI-NOM(IX-PAI) = 'O'
              ADD 30 TO WS-SCORE
           END-IF.
           IF WS-PAI-ADRESSE(IX-PAI) = 'O'
              ADD 20 TO WS-SCORE
           END-IF.
           IF WS-PAI-NB-COND(IX-PAI) > 3
              MOVE 30 TO WS-POINTS-COND
           ELSE
              COMPUTE WS-POINTS-COND = WS-PAI-NB-COND(IX-PAI) * 10
           END-IF.
           ADD WS-POINTS-COND TO WS-SCORE.
           SET IX-CLI TO WS-PAI-RANG-1(IX-PAI).
           SET IX-AUT TO WS-PAI-RANG-2(IX-PAI).
           PERFORM 23100-CHERCHER-TRANCHEE.
           EVALUATE TRUE
              WHEN WS-SCORE < 30
                 ADD 1 TO WS-CPT-SOUS-SEUIL
              WHEN PAIRE-TRANCHEE
                 ADD 1 TO WS-CPT-DEJA-TRANCHEES
              WHEN OTHER
                 PERFORM 23200-ECRIRE-PAIRE
           END-EVALUATE
           .
      ******************************************************************
       23100-CHERCHER-TRANCHEE.
      *------------------------
           MOVE 'N' TO WS-IND-TRANCHEE.
           SET IX-TRA TO 1.
           SEARCH WS-TRA
              AT END
                 CONTINUE
              WHEN IX-TRA > WS-NB-TRANCHEES
                 CONTINUE
              WHEN WS-TRA-GESCLI-1(IX-TRA) = WS-CLI-GESCLI(IX-CLI)
               AND WS-TRA-GESCLI-2(IX-TRA) = WS-CLI-GESCLI(IX-AUT)
                 SET PAIRE-TRANCHEE TO TRUE
              WHEN WS-TRA-GESCLI-1(IX-TRA) = WS-CLI-GESCLI(IX-AUT)
               AND WS-TRA-GESCLI-2(IX-TRA) = WS-CLI-GESCLI(IX-CLI)
                 SET PAIRE-TRANCHEE TO TRUE
           END-SEARCH
           .
      ******************************************************************
       23200-ECRIRE-PAIRE.
      *-------------------
           IF WS-SCORE NOT < 60
              MOVE 'FORT'               TO WS-LP-NIVEAU
              ADD 1                     TO WS-CPT-FORTES
           ELSE
              MOVE 'A VERIFIER'         TO WS-LP-NIVEAU
              ADD 1                     TO WS-CPT-A-VERIFIER
           END-IF.
           MOVE WS-CLI-GESCLI(IX-CLI)   TO WS-LP-GESCLI-1.
           MOVE WS-CLI-RAISON(IX-CLI)   TO WS-LP-RAISON-1.
           MOVE WS-CLI-GESCLI(IX-AUT)   TO WS-LP-GESCLI-2.
           MOVE WS-CLI-RAISON(IX-AUT)   TO WS-LP-RAISON-2.
           MOVE SPACES                  TO WS-LP-CRITERES.
           MOVE 1                       TO WS-PTR-CRITERES.
           IF WS-PAI-SIREN(IX-PAI) = 'O'
              STRING 'SIREN ' DELIMITED BY SIZE
                     INTO WS-LP-CRITERES WITH POINTER WS-PTR-CRITERES
           END-IF.
           IF WS-PAI-NOM(IX-PAI) = 'O'
              STRING 'NOM ' DELIMITED BY SIZE
                     INTO WS-LP-CRITERES WITH POINTER WS-PTR-CRITERES
           END-IF.
           IF WS-PAI-ADRESSE(IX-PAI) = 'O'
              STRING 'ADR ' DELIMITED BY SIZE
                     INTO WS-LP-CRITERES WITH POINTER WS-PTR-CRITERES
           END-IF.
           IF WS-PAI-NB-COND(IX-PAI) > ZERO
              IF WS-PAI-NB-COND(IX-PAI) > 99
                 MOVE 99                TO WS-ED-NB-COND
              ELSE
                 MOVE WS-PAI-NB-COND(IX-PAI) TO WS-ED-NB-COND
              END-IF
              STRING 'COND=' WS-ED-NB-COND DELIMITED BY SIZE
                     INTO WS-LP-CRITERES WITH POINTER WS-PTR-CRITERES
           END-IF.
           MOVE WS-SCORE                TO WS-LP-SCORE.
           WRITE ENRG-FB00DUPL FROM WS-LIGNE-PAIRE
           .
      ******************************************************************
      *   RECHERCHE OU CREATION D'UNE PAIRE (RANGS REMIS DANS L'ORDRE) *
      *   SANS CREATION AUTORISEE, PAIRE-TROUVEE SIGNALE L'ABSENCE     *
      ******************************************************************
       24000-RETENIR-PAIRE.
      *--------------------
           IF WS-RANG-1 > WS-RANG-2
              MOVE WS-RANG-1          TO WS-RANG-ECHANGE
              MOVE WS-RANG-2          TO WS-RANG-1
              MOVE WS-RANG-ECHANGE    TO WS-RANG-2
           END-IF.
           MOVE 'N' TO WS-IND-PAIRE.
           SET IX-PAI TO 1.
           SEARCH WS-PAI
              AT END
                 CONTINUE
              WHEN IX-PAI > WS-NB-PAIRES
                 CONTINUE
              WHEN WS-PAI-RANG-1(IX-PAI) = WS-RANG-1
               AND WS-PAI-RANG-2(IX-PAI) = WS-RANG-2
                 SET PAIRE-TROUVEE TO TRUE
           END-SEARCH.
           IF NOT PAIRE-TROUVEE AND CREATION-AUTORISEE
              IF WS-NB-PAIRES = 9999
                 DISPLAY 'FB00B38 : TABLE DES PAIRES SATUREE (9999)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                   TO WS-NB-PAIRES
              SET IX-PAI              TO WS-NB-PAIRES
              MOVE WS-RANG-1          TO WS-PAI-RANG-1(IX-PAI)
              MOVE WS-RANG-2          TO WS-PAI-RANG-2(IX-PAI)
              MOVE 'N'                TO WS-PAI-SIREN(IX-PAI)
                                         WS-PAI-NOM(IX-PAI)
                                         WS-PAI-ADRESSE(IX-PAI)
              MOVE ZERO               TO WS-PAI-NB-COND(IX-PAI)
              SET PAIRE-TROUVEE       TO TRUE
           END-IF
           .
      ******************************************************************
      *   NORMALISATION : PONCTUATION NEUTRALISEE, MOTS RECOLLES SANS  *
      *   ESPACE ; EN MODE RAISON SOCIALE LES FORMES JURIDIQUES SONT   *
      *   ECARTEES ('SARL DUPONT-TRANSPORTS' = 'DUPONT TRANSPORTS SA') *
      ******************************************************************
       19000-COMPACTER.
      *----------------
           INSPECT WS-ZONE-NORME CONVERTING '-''.,&/' TO '      '.
           MOVE SPACES TO WS-ZONE-COMPACTE.
           MOVE 1      TO WS-PTR-LECTURE
                          WS-PTR-ECRITURE.
           PERFORM 19010-MOT-SUIVANT
              UNTIL WS-PTR-LECTURE > 40
           .
      ******************************************************************
       19010-MOT-SUIVANT.
      *------------------
           MOVE SPACES TO WS-MOT.
           UNSTRING WS-ZONE-NORME DELIMITED BY ALL SPACE
                    INTO WS-MOT
                    WITH POINTER WS-PTR-LECTURE
           END-UNSTRING.
           IF WS-MOT NOT = SPACES
              AND NOT (MODE-RAISON-SOCIALE AND FORME-JURIDIQUE)
              STRING WS-MOT DELIMITED BY SPACE
                     INTO WS-ZONE-COMPACTE
                     WITH POINTER WS-PTR-ECRITURE
                 ON OVERFLOW
                    CONTINUE
              END-STRING
           END-IF
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
      *   RANG DE CHAINAGE D'UNE VALEUR NUMERIQUE (MODULO 997)         *
      ******************************************************************
       19200-RANG-HASH.
      *----------------
           DIVIDE WS-VALEUR-HASH BY 997
              GIVING WS-QUOTIENT-HASH
              REMAINDER WS-RESTE-HASH.
           COMPUTE WS-RANG-HASH = WS-RESTE-HASH + 1
           .
      ******************************************************************
      *   RECHERCHE DICHOTOMIQUE D'UN CLIENT (TABLE EN ORDRE DU        *
      *   NUMERO) - WS-RANG-TROUVE A ZERO SI ABSENT                    *
      ******************************************************************
       19300-CHERCHER-CLIENT.
      *----------------------
           MOVE ZERO           TO WS-RANG-TROUVE.
           MOVE 1              TO WS-BORNE-INF.
           MOVE WS-NB-CLIENTS  TO WS-BORNE-SUP.
           PERFORM 19310-DICHOTOMIE-CLIENT
              UNTIL WS-BORNE-INF > WS-BORNE-SUP
              OR WS-RANG-TROUVE NOT = ZERO
           .
      ******************************************************************
       19310-DICHOTOMIE-CLIENT.
      *------------------------
           COMPUTE WS-MILIEU = (WS-BORNE-INF + WS-BORNE-SUP) / 2.
           SET IX-AUT TO WS-MILIEU.
           EVALUATE TRUE
              WHEN WS-CLI-GESCLI(IX-AUT) = WS-CLE-GESCLI
                 MOVE WS-MILIEU      TO WS-RANG-TROUVE
              WHEN WS-CLI-GESCLI(IX-AUT) < WS-CLE-GESCLI
                 COMPUTE WS-BORNE-INF = WS-MILIEU + 1
              WHEN OTHER
                 COMPUTE WS-BORNE-SUP = WS-MILIEU - 1
           END-EVALUATE
           .
      ******************************************************************
      *   RECHERCHE DICHOTOMIQUE D'UN CONTRAT - RANG DANS LA TABLE     *
      ******************************************************************
       19400-CHERCHER-CONTRAT.
      *-----------------------
           MOVE ZERO           TO WS-RANG-TROUVE.
           MOVE 1              TO WS-BORNE-INF.
           MOVE WS-NB-CONTRATS TO WS-BORNE-SUP.
           PERFORM 19410-DICHOTOMIE-CONTRAT
              UNTIL WS-BORNE-INF > WS-BORNE-SUP
              OR WS-RANG-TROUVE NOT = ZERO
           .
      ******************************************************************
       19410-DICHOTOMIE-CONTRAT.
      *-------------------------
           COMPUTE WS-MILIEU = (WS-BORNE-INF + WS-BORNE-SUP) / 2.
           SET IX-CTR TO WS-MILIEU.
           EVALUATE TRUE
              WHEN WS-CTR-NUMCONT(IX-CTR) = WS-CLE-NUMCONT
                 MOVE WS-MILIEU      TO WS-RANG-TROUVE
              WHEN WS-CTR-NUMCONT(IX-CTR) < WS-CLE-NUMCONT
                 COMPUTE WS-BORNE-INF = WS-MILIEU + 1
              WHEN OTHER
                 COMPUTE WS-BORNE-SUP = WS-MILIEU - 1
           END-EVALUATE
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB02DRVX FB00DUPL.
           DISPLAY 'FB00B38 : CLIENTS EXAMINES            = '
                    WS-NB-CLIENTS.
           DISPLAY 'FB00B38 : CONTRATS CHARGES            = '
                    WS-NB-CONTRATS.
           DISPLAY 'FB00B38 :  DONT CLIENT INCONNU        = '
                    WS-CPT-CONTRATS-SANS-CLIENT.
           DISPLAY 'FB00B38 : IDENTITES CONDUCTEUR        = '
                    WS-CPT-IDENTITES.
           DISPLAY 'FB00B38 : CONDUCTEURS SUR + 50 CLIENTS= '
                    WS-CPT-GROUPES-TRONQUES.
           DISPLAY 'FB00B38 : PAIRES DETECTEES            = '
                    WS-NB-PAIRES.
           DISPLAY 'FB00B38 :  SOUS LE SEUIL              = '
                    WS-CPT-SOUS-SEUIL.
           DISPLAY 'FB00B38 :  DEJA TRANCHEES             = '
                    WS-CPT-DEJA-TRANCHEES.
           DISPLAY 'FB00B38 :  EDITEES NIVEAU FORT        = '
                    WS-CPT-FORTES.
           DISPLAY 'FB00B38 :  EDITEES A VERIFIER         = '
                    WS-CPT-A-VERIFIER.
           IF WS-CPT-FORTES > ZERO
              OR WS-CPT-A-VERIFIER > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B38 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
