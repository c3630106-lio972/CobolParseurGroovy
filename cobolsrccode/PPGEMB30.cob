       ID DIVISION.
       PROGRAM-ID. PPGEMB30.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH DE CLOTURE D'UNE CAMPAGNE FISCALE
      *           POUR UNE INSTITUTION. UNE CAMPAGNE N'ETAIT JAMAIS
      *           FERMEE : LES CLES EMISES (FCGEMIS1) ET LES
      *           REFERENCES (FCGEREF1) S'ACCUMULAIENT D'ANNEE EN
      *           ANNEE, LES COMPTEURS BOUGEAIENT ENCORE AU GRE DES
      *           RETOURS PND ET DES RELANCES, ET RIEN N'EMPECHAIT
      *           UNE EMISSION ORDINAIRE SUR UNE ANNEE DEJA SOLDEE.
      *           LA CARTE FB00PARM DESIGNE L'ANNEE DE CAMPAGNE ET
      *           L'INSTITUTION (REGION + INSTITUTION). LE PROGRAMME :
      *           - FIGE LES COMPTEURS FINAUX DANS LE KSDS DES
      *             CAMPAGNES CLOSES FCGECLO1 (CLE INSTITUTION +
      *             ANNEE) : EMIS (DONT AF ET IF) ET RECTIFIES
      *             D'APRES LES CLES FCGEMIS1 DE L'ANNEE, EXCLUS
      *             D'APRES L'HISTORIQUE FCGEHCMP DE PPGEMB27, PND
      *             (FCGEPND1) ET REJETS ELECTRONIQUES (FCGEBNC1)
      *             DE L'ANNEE, COMME PPGEMB27 ;
      *           - ARCHIVE LES CLES FCGEMIS1 ET LES REFERENCES
      *             FCGEREF1 DE L'INSTITUTION POUR L'ANNEE, MEME
      *             TECHNIQUE QUE FB00B53 : LE JCL DECHARGE LE KSDS
      *             FCGEMIS1 (FCGEMISX), LE PROGRAMME SEPARE LES
      *             ENREGISTREMENTS CONSERVES (FCGEMISK, FCGEREFK,
      *             RECHARGES PAR LE JCL A LA PLACE DES ORIGINAUX)
      *             DES ENREGISTREMENTS ARCHIVES (FCGEMISA, FCGEREFA,
      *             CUMULES DANS L'ARCHIVE DE CHAQUE FICHIER) ;
      *           - MARQUE LA CAMPAGNE CLOSE SUR LES POSTES FCGEPAR1
      *             DE L'INSTITUTION (UN POSTE '**' EST CREE SI ELLE
      *             N'EN A AUCUN). PPGEMB17 (M047) REFUSE ALORS TOUTE
      *             EMISSION ORDINAIRE POUR L'ANNEE ; SEULS PASSENT
      *             LES RECTIFICATIFS DE PPGEMB26 ET LES EMISSIONS
      *             TARDIVES AUTORISEES (FCGETAR1), JOURNALISES.
      *           LES FICHIERS KSDS NE SONT MIS A JOUR QU'UNE FOIS
      *           LES SEPARATIONS ACHEVEES : UNE EXECUTION ABANDONNEE
      *           (CODE RETOUR 12) PEUT ETRE RELANCEE TELLE QUELLE.
      *           UNE CAMPAGNE DEJA CLOSE N'EST PAS RETOUCHEE : SES
      *           COMPTEURS RESTENT FIGES, CODE RETOUR 8, ET LE JCL
      *           NE RECHARGE RIEN. COMPTEURS PPGEMB27 ABSENTS
      *           (EXCLUS A ZERO) : CODE RETOUR 4.
      *           A PASSER APRES LA DECLARATION FISCALE PPGEMB28 DE
      *           LA CAMPAGNE, QUI S'APPUIE SUR LES CLES FCGEMIS1 ;
      *           LES TRAITEMENTS QUI REMONTENT AUX REFERENCES D'UNE
      *           CAMPAGNE CLOSE (PPGEMB26) LES TROUVENT DANS
      *           FCGEREFA, FUSIONNE PAR LEUR JCL.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51209 CREATION.
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
      *--- CARTE PARAMETRE : ANNEE DE CAMPAGNE ET INSTITUTION A CLORE
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- CAMPAGNES CLOSES PAR INSTITUTION (COMPTEURS FIGES)
           SELECT  FCGECLO1   ASSIGN  FCGECLO1
                               ORGANIZATION INDEXED
                               ACCESS RANDOM
                               RECORD KEY CLO1-CLE
                               FILE STATUS IS  FS-FCGECLO1-STATUS.
      *--- CLES EMISES : DECHARGEMENT DU KSDS FCGEMIS1 PAR LE JCL
           SELECT  FCGEMISX   ASSIGN  FCGEMISX
                               FILE STATUS IS  FS-FCGEMISX-STATUS.
      *--- CLES EMISES CONSERVEES (RECHARGEES DANS FCGEMIS1)
           SELECT  FCGEMISK   ASSIGN  FCGEMISK
                               FILE STATUS IS  FS-FCGEMISK-STATUS.
      *--- CLES EMISES DE LA CAMPAGNE CLOSE (ARCHIVE)
           SELECT  FCGEMISA   ASSIGN  FCGEMISA
                               FILE STATUS IS  FS-FCGEMISA-STATUS.
      *--- REFERENCES D'EMISSION CUMULEES
           SELECT  FCGEREF1   ASSIGN  FCGEREF1
                               FILE STATUS IS  FS-FCGEREF1-STATUS.
      *--- REFERENCES CONSERVEES (REMPLACENT FCGEREF1)
           SELECT  FCGEREFK   ASSIGN  FCGEREFK
                               FILE STATUS IS  FS-FCGEREFK-STATUS.
      *--- REFERENCES DE LA CAMPAGNE CLOSE (ARCHIVE)
           SELECT  FCGEREFA   ASSIGN  FCGEREFA
                               FILE STATUS IS  FS-FCGEREFA-STATUS.
      *--- HISTORIQUE DES COMPTEURS PAR CAMPAGNE ET INSTITUTION
      *--- (KSDS ALIMENTE PAR PPGEMB27)
           SELECT  FCGEHCMP   ASSIGN  FCGEHCMP
                               ORGANIZATION INDEXED
                               ACCESS RANDOM
                               RECORD KEY HCMP-CLE
                               FILE STATUS IS  FS-FCGEHCMP-STATUS.
      *--- ADRESSES EN PND (KSDS ALIMENTE PAR PPGEMB21)
           SELECT  FCGEPND1   ASSIGN  FCGEPND1
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY PND1-CLE
                               FILE STATUS IS  FS-FCGEPND1-STATUS.
      *--- ECHECS ELECTRONIQUES PAR CLE (KSDS ALIMENTE PAR PPGEMB23)
           SELECT  FCGEBNC1   ASSIGN  FCGEBNC1
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY BNC1-CLE
                               FILE STATUS IS  FS-FCGEBNC1-STATUS.
      *--- PARAMETRAGE DE CAMPAGNE CONSOLIDE (KSDS LU PAR PPGEMB17)
           SELECT  FCGEPAR1   ASSIGN  FCGEPAR1
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY PAR1-CLE
                               FILE STATUS IS  FS-FCGEPAR1-STATUS.
      *--- BILAN DE CLOTURE
           SELECT  PPGRACLO   ASSIGN  PPGRACLO
                               FILE STATUS IS  FS-PPGRACLO-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-AN-CAMPAGNE       PIC X(04).
           05  FILLER                 PIC X(01).
      *--- REGION + INSTITUTION (4 PREMIERS CARACTERES DE LA CLE)
           05  PARM-INSTITUTION       PIC X(04).
           05  FILLER                 PIC X(71).
      *
       FD  FCGECLO1
           LABEL RECORD STANDARD.
       01  ENRG-FCGECLO1.
           05  CLO1-CLE.
               10  CLO1-INSTITUTION   PIC X(004).
               10  CLO1-AN-CAMPAGNE   PIC X(004).
           05  CLO1-DT-CLOTURE        PIC X(008).
           05  CLO1-COMPTEURS.
               10  CLO1-NB-EMIS       PIC 9(007).
               10  CLO1-NB-AF         PIC 9(007).
               10  CLO1-NB-IF         PIC 9(007).
               10  CLO1-NB-EXCLUS     PIC 9(007).
               10  CLO1-NB-PND        PIC 9(007).
               10  CLO1-NB-REJETS     PIC 9(007).
               10  CLO1-NB-RECTIF     PIC 9(007).
               10  CLO1-NB-MIS1-ARCH  PIC 9(007).
               10  CLO1-NB-REF1-ARCH  PIC 9(007).
           05  CLO1-PROGRAMME         PIC X(008).
           05  FILLER                 PIC X(013).
      *
       FD  FCGEMISX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FCGEMISX.
           05  MISX-CLE.
               10  MISX-CLE-ALLOC     PIC X(013).
               10  MISX-TYPE-DOC      PIC X(002).
               10  MISX-AN-CAMPAGNE   PIC X(004).
           05  MISX-DT-EMISSION       PIC X(008).
           05  FILLER                 PIC X(053).
      *
       FD  FCGEMISK
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FCGEMISK              PIC X(080).
      *
       FD  FCGEMISA
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FCGEMISA              PIC X(080).
      *
       FD  FCGEREF1
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FCGEREF1.
           05  REF1-REFERENCE.
               10  REF1-CLE-ALLOC     PIC X(013).
               10  REF1-TYPE-DOC      PIC X(002).
               10  REF1-AN-CAMPAGNE   PIC X(004).
           05  REF1-DT-EMISSION       PIC X(008).
           05  REF1-CANAL             PIC X(002).
           05  FILLER                 PIC X(051).
      *
       FD  FCGEREFK
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FCGEREFK              PIC X(080).
      *
       FD  FCGEREFA
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FCGEREFA              PIC X(080).
      *
       FD  FCGEHCMP
           LABEL RECORD STANDARD.
       01  ENRG-FCGEHCMP.
           05  HCMP-CLE.
               10  HCMP-AN-CAMPAGNE   PIC X(004).
               10  HCMP-INSTITUTION   PIC X(004).
           05  HCMP-COMPTEURS.
               10  HCMP-NB-EMIS       PIC 9(007).
               10  HCMP-NB-ANOMALIES  PIC 9(007).
               10  HCMP-NB-EXCLUS     PIC 9(007).
               10  FILLER             PIC X(070).
           05  HCMP-DT-MAJ            PIC X(008).
           05  FILLER                 PIC X(013).
      *
       FD  FCGEPND1
           LABEL RECORD STANDARD.
       01  ENRG-FCGEPND1.
           05  PND1-CLE               PIC X(013).
           05  PND1-ETAT              PIC X(001).
           05  PND1-DT-RETOUR         PIC X(008).
           05  PND1-MOTIF             PIC X(030).
           05  FILLER                 PIC X(028).
      *
       FD  FCGEBNC1
           LABEL RECORD STANDARD.
       01  ENRG-FCGEBNC1.
           05  BNC1-CLE               PIC X(013).
           05  BNC1-NB-ECHECS         PIC 9(003).
           05  BNC1-ETAT              PIC X(001).
           05  BNC1-DT-DERNIER        PIC X(008).
           05  FILLER                 PIC X(055).
      *
       FD  FCGEPAR1
           LABEL RECORD STANDARD.
       01  ENRG-FCGEPAR1.
           05  PAR1-CLE.
               10  PAR1-INSTITUTION   PIC X(004).
               10  PAR1-TYPE-DOC      PIC X(002).
           05  PAR1-DT-PLUS-TOT       PIC X(008).
           05  PAR1-DT-PLUS-TARD      PIC X(008).
           05  PAR1-GROUPAGE          PIC X(001).
           05  PAR1-MODE              PIC X(001).
           05  PAR1-CONTACT           PIC X(040).
           05  PAR1-SEUILS-ECART      PIC X(013).
           05  PAR1-REVUE-ECARTS      PIC X(001).
           05  FILLER                 PIC X(002).
      *--- DERNIERE CAMPAGNE CLOSE DE L'INSTITUTION
           05  PAR1-AN-CLOS           PIC X(004).
           05  PAR1-DT-CLOTURE        PIC X(008).
           05  FILLER                 PIC X(004).
      *
       FD  PPGRACLO
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-PPGRACLO.
           05  RCLO-INSTITUTION       PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RCLO-AN-CAMPAGNE       PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RCLO-INDICATEUR        PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RCLO-VALEUR            PIC ZZZZZZ9.
           05  FILLER                 PIC X(29) VALUE SPACES.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S PPGEMB30 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FCGECLO1-STATUS   PIC X(02).
           88     OK-FCGECLO1       VALUE '00'.
           88     ABSENT-FCGECLO1   VALUE '23'.
       01  FS-FCGEMISX-STATUS   PIC X(02).
           88     OK-FCGEMISX       VALUE '00'.
       01  FS-FCGEMISK-STATUS   PIC X(02).
           88     OK-FCGEMISK       VALUE '00'.
       01  FS-FCGEMISA-STATUS   PIC X(02).
           88     OK-FCGEMISA       VALUE '00'.
       01  FS-FCGEREF1-STATUS   PIC X(02).
           88     OK-FCGEREF1       VALUE '00'.
       01  FS-FCGEREFK-STATUS   PIC X(02).
           88     OK-FCGEREFK       VALUE '00'.
       01  FS-FCGEREFA-STATUS   PIC X(02).
           88     OK-FCGEREFA       VALUE '00'.
       01  FS-FCGEHCMP-STATUS   PIC X(02).
           88     OK-FCGEHCMP       VALUE '00'.
       01  FS-FCGEPND1-STATUS   PIC X(02).
           88     OK-FCGEPND1       VALUE '00'.
           88     EOF-FCGEPND1      VALUE '10'.
       01  FS-FCGEBNC1-STATUS   PIC X(02).
           88     OK-FCGEBNC1       VALUE '00'.
           88     EOF-FCGEBNC1      VALUE '10'.
       01  FS-FCGEPAR1-STATUS   PIC X(02).
           88     OK-FCGEPAR1       VALUE '00'.
           88     EOF-FCGEPAR1      VALUE '10'.
       01  FS-PPGRACLO-STATUS   PIC X(02).
           88     OK-PPGRACLO       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-MISX       PIC X(01) VALUE 'N'.
           88     FIN-MISX           VALUE 'O'.
       01  WS-IND-FIN-REF1       PIC X(01) VALUE 'N'.
           88     FIN-REF1           VALUE 'O'.
       01  WS-IND-FIN-PND1       PIC X(01) VALUE 'N'.
           88     FIN-PND1           VALUE 'O'.
       01  WS-IND-FIN-BNC1       PIC X(01) VALUE 'N'.
           88     FIN-BNC1           VALUE 'O'.
       01  WS-IND-FIN-PAR1       PIC X(01) VALUE 'N'.
           88     FIN-PAR1           VALUE 'O'.
      *================================================================*
      *   PARAMETRES                                                   *
      *================================================================*
       01  WS-AN-CAMPAGNE        PIC X(04) VALUE SPACES.
       01  WS-INSTITUTION        PIC X(04) VALUE SPACES.
      *================================================================*
      *   COMPTEURS FIGES DE LA CAMPAGNE                               *
      *================================================================*
       01  WS-CPT-EMIS           PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-AF             PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-IF             PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EXCLUS         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PND            PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REJETS         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RECTIF         PIC 9(07) COMP VALUE ZERO.
      *================================================================*
      *   COMPTEURS DE TRAITEMENT                                      *
      *================================================================*
       01  WS-CPT-MISX-LUS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-MIS1-ARCH      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REF1-LUS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REF1-ARCH      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PAR1-MARQUES   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PAR1-CREES     PIC 9(07) COMP VALUE ZERO.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-LIB-INDICATEUR     PIC X(30) VALUE SPACES.
       01  WS-VAL-INDICATEUR     PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 15000-ARCHIVER-CLES-EMISES
           PERFORM 16000-ARCHIVER-REFERENCES
           PERFORM 17000-COMPTER-PND
           PERFORM 18000-COMPTER-REJETS
           PERFORM 19000-LIRE-HISTORIQUE
           PERFORM 20000-MARQUER-PARAMETRAGE
           PERFORM 21000-FIGER-COMPTEURS
           PERFORM 25000-EDITER-BILAN
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
      *   LA CARTE FB00PARM PORTE L'ANNEE DE CAMPAGNE ET L'INSTITUTION *
      *   (OBLIGATOIRES). UNE CAMPAGNE DEJA CLOSE EST REFUSEE AVANT    *
      *   TOUTE OUVERTURE DES FICHIERS EN SORTIE                       *
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT FB00PARM.
           IF NOT OK-FB00PARM
              DISPLAY 'PPGEMB30 : CARTE FB00PARM ABSENTE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           READ FB00PARM
              AT END
                 DISPLAY 'PPGEMB30 : CARTE FB00PARM VIDE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-READ.
           IF PARM-AN-CAMPAGNE NOT NUMERIC
              OR PARM-AN-CAMPAGNE > WS-DATE-TRAITEMENT (1:4)
              DISPLAY 'PPGEMB30 : ANNEE DE CAMPAGNE INVALIDE : '
                       PARM-AN-CAMPAGNE
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           IF PARM-INSTITUTION = SPACES
              DISPLAY 'PPGEMB30 : INSTITUTION ABSENTE DE LA CARTE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE PARM-AN-CAMPAGNE TO WS-AN-CAMPAGNE.
           MOVE PARM-INSTITUTION TO WS-INSTITUTION.
           CLOSE FB00PARM.
           OPEN I-O FCGECLO1.
           IF NOT OK-FCGECLO1
              DISPLAY 'PPGEMB30 : ERREUR OUVERTURE FCGECLO1 - STATUS '
                       FS-FCGECLO1-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE WS-INSTITUTION   TO CLO1-INSTITUTION.
           MOVE WS-AN-CAMPAGNE   TO CLO1-AN-CAMPAGNE.
           READ FCGECLO1.
           IF OK-FCGECLO1
              PERFORM 31000-REFUS-CAMPAGNE-CLOSE
           END-IF.
           IF NOT ABSENT-FCGECLO1
              DISPLAY 'PPGEMB30 : ERREUR LECTURE FCGECLO1 - STATUS '
                       FS-FCGECLO1-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           OPEN INPUT  FCGEMISX
           OPEN OUTPUT FCGEMISK
           OPEN OUTPUT FCGEMISA
           OPEN INPUT  FCGEREF1
           OPEN OUTPUT FCGEREFK
           OPEN OUTPUT FCGEREFA
           OPEN INPUT  FCGEHCMP
           OPEN INPUT  FCGEPND1
           OPEN INPUT  FCGEBNC1
           OPEN I-O    FCGEPAR1
           OPEN OUTPUT PPGRACLO.
           IF NOT OK-FCGEMISX OR NOT OK-FCGEMISK
              OR NOT OK-FCGEMISA OR NOT OK-FCGEREF1
              OR NOT OK-FCGEREFK OR NOT OK-FCGEREFA
              OR NOT OK-FCGEHCMP OR NOT OK-FCGEPND1
              OR NOT OK-FCGEBNC1 OR NOT OK-FCGEPAR1
              OR NOT OK-PPGRACLO
              DISPLAY 'PPGEMB30 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
      *   CLES EMISES : CELLES DE L'INSTITUTION POUR L'ANNEE SONT      *
      *   COMPTEES PAR TYPE ('R' + INITIALE = RECTIFICATIF PPGEMB26)   *
      *   ET ARCHIVEES, TOUTES LES AUTRES SONT CONSERVEES              *
      ******************************************************************
       15000-ARCHIVER-CLES-EMISES.
      *----------------------------
           PERFORM 15100-LIRE-MISX
           PERFORM 15200-SEPARER-CLE-EMISE
              UNTIL FIN-MISX.
           CLOSE FCGEMISX FCGEMISK FCGEMISA
           .
      ******************************************************************
       15100-LIRE-MISX.
      *----------------
           IF NOT FIN-MISX
              READ FCGEMISX
                 AT END
                    SET FIN-MISX TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-MISX-LUS
              END-READ
           END-IF
           .
      ******************************************************************
       15200-SEPARER-CLE-EMISE.
      *-------------------------
           IF MISX-CLE-ALLOC (1:4) = WS-INSTITUTION
              AND MISX-AN-CAMPAGNE = WS-AN-CAMPAGNE
              IF MISX-TYPE-DOC (1:1) = 'R'
                 ADD 1 TO WS-CPT-RECTIF
              ELSE
                 ADD 1 TO WS-CPT-EMIS
                 EVALUATE MISX-TYPE-DOC
                    WHEN 'AF'
                       ADD 1 TO WS-CPT-AF
                    WHEN 'IF'
                       ADD 1 TO WS-CPT-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
              WRITE ENRG-FCGEMISA FROM ENRG-FCGEMISX
              ADD 1 TO WS-CPT-MIS1-ARCH
           ELSE
              WRITE ENRG-FCGEMISK FROM ENRG-FCGEMISX
           END-IF
           PERFORM 15100-LIRE-MISX
           .
      ******************************************************************
       16000-ARCHIVER-REFERENCES.
      *---------------------------
           PERFORM 16100-LIRE-REF1
           PERFORM 16200-SEPARER-REFERENCE
              UNTIL FIN-REF1.
           CLOSE FCGEREF1 FCGEREFK FCGEREFA
           .
      ******************************************************************
       16100-LIRE-REF1.
      *----------------
           IF NOT FIN-REF1
              READ FCGEREF1
                 AT END
                    SET FIN-REF1 TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-REF1-LUS
              END-READ
           END-IF
           .
      ******************************************************************
       16200-SEPARER-REFERENCE.
      *-------------------------
           IF REF1-CLE-ALLOC (1:4) = WS-INSTITUTION
              AND REF1-AN-CAMPAGNE = WS-AN-CAMPAGNE
              WRITE ENRG-FCGEREFA FROM ENRG-FCGEREF1
              ADD 1 TO WS-CPT-REF1-ARCH
           ELSE
              WRITE ENRG-FCGEREFK FROM ENRG-FCGEREF1
           END-IF
           PERFORM 16100-LIRE-REF1
           .
      ******************************************************************
      *   RETOURS PND DE L'ANNEE POUR L'INSTITUTION (POSITIONNEMENT    *
      *   SUR LA CLE REGION + INSTITUTION)                             *
      ******************************************************************
       17000-COMPTER-PND.
      *-------------------
           MOVE LOW-VALUES     TO PND1-CLE.
           MOVE WS-INSTITUTION TO PND1-CLE (1:4).
           START FCGEPND1 KEY NOT < PND1-CLE
           END-START.
           IF OK-FCGEPND1
              PERFORM 17100-LIRE-PND1
              PERFORM 17200-COMPTER-RETOUR
                 UNTIL FIN-PND1
           END-IF.
           CLOSE FCGEPND1
           .
      ******************************************************************
       17100-LIRE-PND1.
      *----------------
           READ FCGEPND1 NEXT
           END-READ.
           IF NOT OK-FCGEPND1
              OR PND1-CLE (1:4) NOT = WS-INSTITUTION
              SET FIN-PND1 TO TRUE
           END-IF
           .
      ******************************************************************
       17200-COMPTER-RETOUR.
      *----------------------
           IF PND1-DT-RETOUR (1:4) = WS-AN-CAMPAGNE
              ADD 1 TO WS-CPT-PND
           END-IF
           PERFORM 17100-LIRE-PND1
           .
      ******************************************************************
      *   ECHECS ELECTRONIQUES DE L'ANNEE POUR L'INSTITUTION           *
      ******************************************************************
       18000-COMPTER-REJETS.
      *----------------------
           MOVE LOW-VALUES     TO BNC1-CLE.
           MOVE WS-INSTITUTION TO BNC1-CLE (1:4).
           START FCGEBNC1 KEY NOT < BNC1-CLE
           END-START.
           IF OK-FCGEBNC1
              PERFORM 18100-LIRE-BNC1
              PERFORM 18200-COMPTER-REJET
                 UNTIL FIN-BNC1
           END-IF.
           CLOSE FCGEBNC1
           .
      ******************************************************************
       18100-LIRE-BNC1.
      *----------------
           READ FCGEBNC1 NEXT
           END-READ.
           IF NOT OK-FCGEBNC1
              OR BNC1-CLE (1:4) NOT = WS-INSTITUTION
              SET FIN-BNC1 TO TRUE
           END-IF
           .
      ******************************************************************
       18200-COMPTER-REJET.
      *---------------------
           IF BNC1-DT-DERNIER (1:4) = WS-AN-CAMPAGNE
              ADD 1 TO WS-CPT-REJETS
           END-IF
           PERFORM 18100-LIRE-BNC1
           .
      ******************************************************************
      *   LES EXCLUSIONS NE SONT CONNUES QUE DU CR CONSOLIDE PPGEMB20, *
      *   HISTORISE PAR PPGEMB27 : SANS HISTORIQUE, EXCLUS A ZERO ET   *
      *   CODE RETOUR 4                                                *
      ******************************************************************
       19000-LIRE-HISTORIQUE.
      *-----------------------
           MOVE WS-AN-CAMPAGNE   TO HCMP-AN-CAMPAGNE.
           MOVE WS-INSTITUTION   TO HCMP-INSTITUTION.
           READ FCGEHCMP.
           IF OK-FCGEHCMP
              AND HCMP-NB-EXCLUS NUMERIC
              MOVE HCMP-NB-EXCLUS TO WS-CPT-EXCLUS
           ELSE
              DISPLAY 'PPGEMB30 : COMPTEURS PPGEMB27 ABSENTS POUR '
                       WS-INSTITUTION ' / ' WS-AN-CAMPAGNE
                       ' - EXCLUS A ZERO'
              MOVE 4 TO WS-CO-RET
           END-IF.
           CLOSE FCGEHCMP
           .
      ******************************************************************
      *   CHAQUE POSTE DE L'INSTITUTION PORTE LA DERNIERE CAMPAGNE     *
      *   CLOSE (UNE CLOTURE TARDIVE D'UNE ANNEE ANTERIEURE NE FAIT    *
      *   PAS RECULER L'ANNEE PORTEE) ; SANS POSTE, UN POSTE '**'      *
      *   SANS FENETRE EST CREE (GROUPAGE N, MODE MASSE) COMME DANS    *
      *   PPGEMB22                                                     *
      ******************************************************************
       20000-MARQUER-PARAMETRAGE.
      *---------------------------
           MOVE WS-INSTITUTION   TO PAR1-INSTITUTION.
           MOVE LOW-VALUES       TO PAR1-TYPE-DOC.
           START FCGEPAR1 KEY NOT < PAR1-CLE
           END-START.
           IF OK-FCGEPAR1
              PERFORM 20100-LIRE-PAR1
              PERFORM 20200-MARQUER-POSTE
                 UNTIL FIN-PAR1
           END-IF.
           IF WS-CPT-PAR1-MARQUES = ZERO
              PERFORM 20300-CREER-POSTE
           END-IF.
           CLOSE FCGEPAR1
           .
      ******************************************************************
       20100-LIRE-PAR1.
      *----------------
           READ FCGEPAR1 NEXT
           END-READ.
           IF NOT OK-FCGEPAR1
              OR PAR1-INSTITUTION NOT = WS-INSTITUTION
              SET FIN-PAR1 TO TRUE
           END-IF
           .
      ******************************************************************
       20200-MARQUER-POSTE.
      *---------------------
           IF PAR1-AN-CLOS NOT NUMERIC
              OR PAR1-AN-CLOS < WS-AN-CAMPAGNE
              MOVE WS-AN-CAMPAGNE     TO PAR1-AN-CLOS
              MOVE WS-DATE-TRAITEMENT TO PAR1-DT-CLOTURE
              REWRITE ENRG-FCGEPAR1
              IF NOT OK-FCGEPAR1
                 DISPLAY 'PPGEMB30 : ERREUR REECRITURE FCGEPAR1 - '
                         'STATUS ' FS-FCGEPAR1-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
           END-IF
           ADD 1 TO WS-CPT-PAR1-MARQUES
           PERFORM 20100-LIRE-PAR1
           .
      ******************************************************************
       20300-CREER-POSTE.
      *-------------------
           MOVE SPACES             TO ENRG-FCGEPAR1.
           MOVE WS-INSTITUTION     TO PAR1-INSTITUTION.
           MOVE '**'               TO PAR1-TYPE-DOC.
           MOVE 'N'                TO PAR1-GROUPAGE.
           MOVE 'M'                TO PAR1-MODE.
           MOVE WS-AN-CAMPAGNE     TO PAR1-AN-CLOS.
           MOVE WS-DATE-TRAITEMENT TO PAR1-DT-CLOTURE.
           WRITE ENRG-FCGEPAR1.
           IF NOT OK-FCGEPAR1
              DISPLAY 'PPGEMB30 : ERREUR ECRITURE FCGEPAR1 - STATUS '
                       FS-FCGEPAR1-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1 TO WS-CPT-PAR1-CREES
           .
      ******************************************************************
      *   ENREGISTREMENT DE LA CAMPAGNE CLOSE : SES COMPTEURS NE       *
      *   SERONT PLUS RECALCULES                                       *
      ******************************************************************
       21000-FIGER-COMPTEURS.
      *-----------------------
           MOVE SPACES             TO ENRG-FCGECLO1.
           MOVE WS-INSTITUTION     TO CLO1-INSTITUTION.
           MOVE WS-AN-CAMPAGNE     TO CLO1-AN-CAMPAGNE.
           MOVE WS-DATE-TRAITEMENT TO CLO1-DT-CLOTURE.
           MOVE WS-CPT-EMIS        TO CLO1-NB-EMIS.
           MOVE WS-CPT-AF          TO CLO1-NB-AF.
           MOVE WS-CPT-IF          TO CLO1-NB-IF.
           MOVE WS-CPT-EXCLUS      TO CLO1-NB-EXCLUS.
           MOVE WS-CPT-PND         TO CLO1-NB-PND.
           MOVE WS-CPT-REJETS      TO CLO1-NB-REJETS.
           MOVE WS-CPT-RECTIF      TO CLO1-NB-RECTIF.
           MOVE WS-CPT-MIS1-ARCH   TO CLO1-NB-MIS1-ARCH.
           MOVE WS-CPT-REF1-ARCH   TO CLO1-NB-REF1-ARCH.
           MOVE 'PPGEMB30'         TO CLO1-PROGRAMME.
           WRITE ENRG-FCGECLO1.
           IF NOT OK-FCGECLO1
              DISPLAY 'PPGEMB30 : ERREUR ECRITURE FCGECLO1 - STATUS '
                       FS-FCGECLO1-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           CLOSE FCGECLO1
           .
      ******************************************************************
       25000-EDITER-BILAN.
      *--------------------
           MOVE 'DOCUMENTS EMIS'           TO WS-LIB-INDICATEUR
           MOVE WS-CPT-EMIS                TO WS-VAL-INDICATEUR
           PERFORM 25100-ECRIRE-LIGNE
           MOVE '  DONT AF'                TO WS-LIB-INDICATEUR
           MOVE WS-CPT-AF                  TO WS-VAL-INDICATEUR
           PERFORM 25100-ECRIRE-LIGNE
           MOVE '  DONT IF'                TO WS-LIB-INDICATEUR
           MOVE WS-CPT-IF                  TO WS-VAL-INDICATEUR
           PERFORM 25100-ECRIRE-LIGNE
           MOVE 'EXCLUSIONS'               TO WS-LIB-INDICATEUR
           MOVE WS-CPT-EXCLUS              TO WS-VAL-INDICATEUR
           PERFORM 25100-ECRIRE-LIGNE
           MOVE 'RETOURS PND'              TO WS-LIB-INDICATEUR
           MOVE WS-CPT-PND                 TO WS-VAL-INDICATEUR
           PERFORM 25100-ECRIRE-LIGNE
           MOVE 'REJETS ELECTRONIQUES'     TO WS-LIB-INDICATEUR
           MOVE WS-CPT-REJETS              TO WS-VAL-INDICATEUR
           PERFORM 25100-ECRIRE-LIGNE
           MOVE 'RECTIFICATIFS'            TO WS-LIB-INDICATEUR
           MOVE WS-CPT-RECTIF              TO WS-VAL-INDICATEUR
           PERFORM 25100-ECRIRE-LIGNE
           MOVE 'CLES FCGEMIS1 ARCHIVEES'  TO WS-LIB-INDICATEUR
           MOVE WS-CPT-MIS1-ARCH           TO WS-VAL-INDICATEUR
           PERFORM 25100-ECRIRE-LIGNE
           MOVE 'REFERENCES FCGEREF1 ARCHIVEES'
                                           TO WS-LIB-INDICATEUR
           MOVE WS-CPT-REF1-ARCH           TO WS-VAL-INDICATEUR
           PERFORM 25100-ECRIRE-LIGNE
           .
      ******************************************************************
       25100-ECRIRE-LIGNE.
      *-------------------
           MOVE WS-INSTITUTION     TO RCLO-INSTITUTION
           MOVE WS-AN-CAMPAGNE     TO RCLO-AN-CAMPAGNE
           MOVE WS-LIB-INDICATEUR  TO RCLO-INDICATEUR
           MOVE WS-VAL-INDICATEUR  TO RCLO-VALEUR
           WRITE ENRG-PPGRACLO
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE PPGRACLO.
           DISPLAY 'PPGEMB30 : CAMPAGNE CLOSE         = '
                    WS-INSTITUTION ' / ' WS-AN-CAMPAGNE.
           DISPLAY 'PPGEMB30 : CLES FCGEMIS1 LUES     = '
                    WS-CPT-MISX-LUS.
           DISPLAY 'PPGEMB30 : CLES FCGEMIS1 ARCHIVEES= '
                    WS-CPT-MIS1-ARCH.
           DISPLAY 'PPGEMB30 : REFERENCES LUES        = '
                    WS-CPT-REF1-LUS.
           DISPLAY 'PPGEMB30 : REFERENCES ARCHIVEES   = '
                    WS-CPT-REF1-ARCH.
           DISPLAY 'PPGEMB30 : POSTES FCGEPAR1 MARQUES= '
                    WS-CPT-PAR1-MARQUES.
           DISPLAY 'PPGEMB30 : POSTES FCGEPAR1 CREES  = '
                    WS-CPT-PAR1-CREES.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
      *   CAMPAGNE DEJA CLOSE : RIEN N'EST MODIFIE, LES COMPTEURS      *
      *   RESTENT CEUX DE LA PREMIERE CLOTURE                          *
      ******************************************************************
       31000-REFUS-CAMPAGNE-CLOSE.
      *----------------------------
           DISPLAY 'PPGEMB30 : CAMPAGNE ' WS-AN-CAMPAGNE
                   ' DEJA CLOSE POUR ' WS-INSTITUTION
                   ' LE ' CLO1-DT-CLOTURE.
           CLOSE FCGECLO1.
           MOVE 8 TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'PPGEMB30 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
