       ID DIVISION.
       PROGRAM-ID. PPGEMB28.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH ANNUEL DE DECLARATION A
      *           L'ADMINISTRATION FISCALE DES MONTANTS IF EMIS.
      *           LA DECLARATION ETAIT CONSTITUEE A PART, SANS LIEN
      *           AVEC LES DOCUMENTS EFFECTIVEMENT PARTIS : UN
      *           ALLOCATAIRE POUVAIT Y FIGURER AVEC UN MONTANT
      *           DIFFERENT DE CELUI DE SON IF, OU APRES UN
      *           RECTIFICATIF AVEC LE MONTANT D'ORIGINE. LE
      *           PROGRAMME PART DE CE QUI A ETE EMIS :
      *           - FCGEREF1 : REFERENCES D'EMISSION (FUSION JCL
      *             AVEC FCGEREFR DES RECTIFICATIFS PPGEMB26), TRIEES
      *             SUR LA REFERENCE ; SEULES LES REFERENCES 'IF' ET
      *             'RI' DE L'ANNEE DE CAMPAGNE SONT RETENUES ;
      *           - FCGEMIS1 : LA REFERENCE RETENUE DOIT Y ETRE
      *             MARQUEE EMISE (GARDE-FOU M034 DE PPGEMB17) ;
      *           - FCGEHMT1 : MONTANTS EMIS (BRUT, NET FISCAL,
      *             RETENUE A LA SOURCE) HISTORISES PAR PPGEMB17.
      *           UN RECTIFICATIF 'RI' DE LA CAMPAGNE REMPLACE
      *           L'EMISSION 'IF' D'ORIGINE DE LA MEME CLE : SES
      *           MONTANTS SONT DECLARES, AVEC LA NATURE 'R'.
      *           LE FICHIER DECLARATIF FCGEDGFI (EN-TETE, DETAILS,
      *           TOTAL DE CONTROLE PAR INSTITUTION, TOTAL GENERAL)
      *           EST AU FORMAT DE L'ADMINISTRATION FISCALE. LES
      *           TOTAUX DE CHAQUE INSTITUTION SONT RAPPROCHES DES
      *           TOTAUX ATTENDUS QU'ELLE A COMMUNIQUES (FCGEATT1) ;
      *           L'ETAT PPGRADGF LISTE LES VALEURS DECLAREES,
      *           ATTENDUES ET L'ECART ('***' SI NON NUL).
      *           REFERENCE NON MARQUEE, EMISSION SANS MONTANT
      *           HISTORISE OU ECART DE RAPPROCHEMENT : CODE RETOUR 4.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51188 CREATION.
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
      *--- CARTE PARAMETRE : ANNEE DE CAMPAGNE ET NUMERO DECLARANT
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- REFERENCES DES EMISSIONS ET DES RECTIFICATIFS, TRIEES SUR
      *--- LA REFERENCE PUIS LA DATE D'EMISSION
           SELECT  FCGEREF1   ASSIGN  FCGEREF1
                               FILE STATUS IS  FS-FCGEREF1-STATUS.
      *--- CLES EMISES (GARDE-FOU M034 DE PPGEMB17)
           SELECT  FCGEMIS1   ASSIGN  FCGEMIS1
                               ORGANIZATION INDEXED
                               ACCESS RANDOM
                               RECORD KEY EMIS1-CLE
                               FILE STATUS IS  FS-FCGEMIS1-STATUS.
      *--- HISTORIQUE DES MONTANTS EMIS (PPGEMB17)
           SELECT  FCGEHMT1   ASSIGN  FCGEHMT1
                               ORGANIZATION INDEXED
                               ACCESS RANDOM
                               RECORD KEY HMT1-CLE
                               FILE STATUS IS  FS-FCGEHMT1-STATUS.
      *--- TOTAUX ATTENDUS COMMUNIQUES PAR LES INSTITUTIONS
           SELECT  FCGEATT1   ASSIGN  FCGEATT1
                               FILE STATUS IS  FS-FCGEATT1-STATUS.
      *--- FICHIER DECLARATIF VERS L'ADMINISTRATION FISCALE
           SELECT  FCGEDGFI   ASSIGN  FCGEDGFI
                               FILE STATUS IS  FS-FCGEDGFI-STATUS.
      *--- ETAT DE RAPPROCHEMENT PAR INSTITUTION
           SELECT  PPGRADGF   ASSIGN  PPGRADGF
                               FILE STATUS IS  FS-PPGRADGF-STATUS.
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
           05  PARM-NO-DECLARANT      PIC X(14).
           05  FILLER                 PIC X(61).
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
       FD  FCGEMIS1
           LABEL RECORD STANDARD.
       01  ENRG-FCGEMIS1.
           05  EMIS1-CLE.
               10  EMIS1-CLE-ALLOC    PIC X(013).
               10  EMIS1-TYPE-DOC     PIC X(002).
               10  EMIS1-AN-CAMPAGNE  PIC X(004).
           05  EMIS1-DT-EMISSION      PIC X(008).
           05  FILLER                 PIC X(053).
      *
       FD  FCGEHMT1
           LABEL RECORD STANDARD.
       01  ENRG-FCGEHMT1.
           05  HMT1-CLE.
               10  HMT1-CLE-ALLOC     PIC X(013).
               10  HMT1-TYPE-DOC      PIC X(002).
               10  HMT1-AN-CAMPAGNE   PIC X(004).
           05  HMT1-MT-BRUT           PIC 9(015).
           05  HMT1-MT-NET-FISC       PIC 9(015).
           05  HMT1-DT-EMISSION       PIC X(008).
           05  HMT1-MT-RTN-SRC        PIC 9(015).
           05  FILLER                 PIC X(008).
      *
      *--- UNE LIGNE PAR INSTITUTION POUR LA CAMPAGNE (MONTANTS EN
      *--- CENTIMES, COMME L'HISTORIQUE)
       FD  FCGEATT1
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FCGEATT1.
           05  ATT1-INSTITUTION       PIC X(04).
           05  ATT1-AN-CAMPAGNE       PIC X(04).
           05  ATT1-NB-DOCUMENTS      PIC 9(07).
           05  ATT1-MT-BRUT           PIC 9(15).
           05  ATT1-MT-NET-FISC       PIC 9(15).
           05  ATT1-MT-RTN-SRC        PIC 9(15).
           05  FILLER                 PIC X(20).
      *
      *--- FORMAT DE L'ADMINISTRATION FISCALE : ENREGISTREMENTS DE
      *--- 120 OCTETS, TYPE EN TETE ('E' EN-TETE, 'D' DETAIL, 'T'
      *--- TOTAL INSTITUTION, 'Z' TOTAL GENERAL)
       FD  FCGEDGFI
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FCGEDGFI.
           05  DGFI-TYPE-ENR          PIC X(01).
           05  DGFI-CORPS             PIC X(119).
       01  ENRG-FCGEDGFI-E.
           05  FILLER                 PIC X(01).
           05  DGFE-NO-DECLARANT      PIC X(14).
           05  DGFE-AN-CAMPAGNE       PIC X(04).
           05  DGFE-AN-REVENUS        PIC 9(04).
           05  DGFE-DT-CREATION       PIC X(08).
           05  FILLER                 PIC X(89).
       01  ENRG-FCGEDGFI-D.
           05  FILLER                 PIC X(01).
           05  DGFD-INSTITUTION       PIC X(04).
           05  DGFD-REFERENCE.
               10  DGFD-CLE-ALLOC     PIC X(13).
               10  DGFD-TYPE-DOC      PIC X(02).
               10  DGFD-AN-CAMPAGNE   PIC X(04).
           05  DGFD-NATURE            PIC X(01).
           05  DGFD-DT-EMISSION       PIC X(08).
           05  DGFD-MT-BRUT           PIC 9(15).
           05  DGFD-MT-NET-FISC       PIC 9(15).
           05  DGFD-MT-RTN-SRC        PIC 9(15).
           05  DGFD-CANAL             PIC X(02).
           05  FILLER                 PIC X(40).
       01  ENRG-FCGEDGFI-T.
           05  FILLER                 PIC X(01).
           05  DGFT-INSTITUTION       PIC X(04).
           05  DGFT-NB-DOCUMENTS      PIC 9(07).
           05  DGFT-NB-RECTIFS        PIC 9(07).
           05  DGFT-MT-BRUT           PIC 9(17).
           05  DGFT-MT-NET-FISC       PIC 9(17).
           05  DGFT-MT-RTN-SRC        PIC 9(17).
           05  DGFT-NB-ENREG          PIC 9(09).
           05  FILLER                 PIC X(41).
      *
       FD  PPGRADGF
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-PPGRADGF.
           05  RADG-LIBELLE           PIC X(14).
           05  RADG-INSTITUTION       PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RADG-INDICATEUR        PIC X(18).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RADG-DECLARE           PIC ZZZZZZZZZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RADG-ATTENDU           PIC ZZZZZZZZZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RADG-ECART             PIC -ZZZZZZZZZZZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RADG-ALERTE            PIC X(03).
           05  FILLER                 PIC X(31) VALUE SPACES.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S PPGEMB28 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FCGEREF1-STATUS   PIC X(02).
           88     OK-FCGEREF1       VALUE '00'.
       01  FS-FCGEMIS1-STATUS   PIC X(02).
           88     OK-FCGEMIS1       VALUE '00'.
       01  FS-FCGEHMT1-STATUS   PIC X(02).
           88     OK-FCGEHMT1       VALUE '00'.
       01  FS-FCGEATT1-STATUS   PIC X(02).
           88     OK-FCGEATT1       VALUE '00'.
       01  FS-FCGEDGFI-STATUS   PIC X(02).
           88     OK-FCGEDGFI       VALUE '00'.
       01  FS-PPGRADGF-STATUS   PIC X(02).
           88     OK-PPGRADGF       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-REF1       PIC X(01) VALUE 'N'.
           88     FIN-REF1           VALUE 'O'.
       01  WS-IND-FIN-ATT1       PIC X(01) VALUE 'N'.
           88     FIN-ATT1           VALUE 'O'.
      *================================================================*
      *   PARAMETRES                                                   *
      *================================================================*
       01  WS-AN-CAMPAGNE        PIC 9(04) VALUE ZERO.
       01  WS-AN-CAMPAGNE-X REDEFINES WS-AN-CAMPAGNE
                                 PIC X(04).
       01  WS-AN-REVENUS         PIC 9(04) VALUE ZERO.
      *================================================================*
      *   EMISSIONS DE LA CLE ALLOCATAIRE EN COURS : L'IF D'ORIGINE   *
      *   DE LA CAMPAGNE ET, LE CAS ECHEANT, SON RECTIFICATIF 'RI'    *
      *   (LA REFERENCE LA PLUS RECENTE EST GARDEE POUR CHACUN)       *
      *================================================================*
       01  WS-CLE-EN-COURS       PIC X(13) VALUE LOW-VALUES.
       01  WS-IND-IF-TROUVE      PIC X(01) VALUE 'N'.
           88     ORIGINAL-TROUVE    VALUE 'O'.
       01  WS-IND-RI-TROUVE      PIC X(01) VALUE 'N'.
           88     RECTIFICATIF-TROUVE VALUE 'O'.
       01  WS-REF-ORIGINAL.
           05  WS-ORI-REFERENCE      PIC X(19).
           05  WS-ORI-DT-EMIS        PIC X(08).
           05  WS-ORI-CANAL          PIC X(02).
       01  WS-REF-RECTIF.
           05  WS-RCT-REFERENCE      PIC X(19).
           05  WS-RCT-DT-EMIS        PIC X(08).
           05  WS-RCT-CANAL          PIC X(02).
      *--- EMISSION RETENUE POUR LA DECLARATION
       01  WS-REF-DECLAREE.
           05  WS-DCL-REFERENCE      PIC X(19).
           05  WS-DCL-DT-EMIS        PIC X(08).
           05  WS-DCL-CANAL          PIC X(02).
       01  WS-DCL-NATURE         PIC X(01) VALUE SPACES.
      *================================================================*
      *   CUMULS DE L'INSTITUTION EN COURS ET DE LA DECLARATION       *
      *================================================================*
       01  WS-INSTIT-RUPTURE     PIC X(04) VALUE LOW-VALUES.
       01  WS-CUMUL-INSTIT.
           05  WS-CI-NB-DOCS         PIC 9(07) COMP.
           05  WS-CI-NB-RECTIFS      PIC 9(07) COMP.
           05  WS-CI-NB-ANOMALIES    PIC 9(07) COMP.
           05  WS-CI-MT-BRUT         PIC 9(17) COMP-3.
           05  WS-CI-MT-NET-FISC     PIC 9(17) COMP-3.
           05  WS-CI-MT-RTN-SRC      PIC 9(17) COMP-3.
       01  WS-CUMUL-TOTAL.
           05  WS-CT-NB-DOCS         PIC 9(07) COMP VALUE ZERO.
           05  WS-CT-NB-RECTIFS      PIC 9(07) COMP VALUE ZERO.
           05  WS-CT-MT-BRUT         PIC 9(17) COMP-3 VALUE ZERO.
           05  WS-CT-MT-NET-FISC     PIC 9(17) COMP-3 VALUE ZERO.
           05  WS-CT-MT-RTN-SRC      PIC 9(17) COMP-3 VALUE ZERO.
       01  WS-NB-ENREG-DGFI      PIC 9(09) COMP VALUE ZERO.
      *================================================================*
      *   TOTAUX ATTENDUS PAR INSTITUTION (FCGEATT1)                   *
      *================================================================*
       01  WS-NB-ATT             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-ATT.
           05  WS-ATT             OCCURS 300 TIMES
                                  INDEXED BY IX-ATT.
               10  WS-ATT-CODE         PIC X(04).
               10  WS-ATT-IND-VU       PIC X(01).
               10  WS-ATT-NB-DOCS      PIC 9(07).
               10  WS-ATT-MT-BRUT      PIC 9(15).
               10  WS-ATT-MT-NET-FISC  PIC 9(15).
               10  WS-ATT-MT-RTN-SRC   PIC 9(15).
       01  WS-INSTIT-CTRL        PIC X(04) VALUE SPACES.
       01  WS-IND-TROUVE         PIC X(01) VALUE 'N'.
           88     ATTENDU-TROUVE     VALUE 'O'.
      *--- LIGNE DE RAPPROCHEMENT EN COURS D'EDITION
       01  WS-LIB-INDICATEUR     PIC X(18) VALUE SPACES.
       01  WS-VAL-DECLARE        PIC 9(17) COMP-3 VALUE ZERO.
       01  WS-VAL-ATTENDU        PIC 9(17) COMP-3 VALUE ZERO.
       01  WS-VAL-ECART          PIC S9(17) COMP-3 VALUE ZERO.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-IND-PARC           PIC S9(4) COMP VALUE ZERO.
       01  WS-CPT-REF-LUES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NON-MARQUES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-MONTANT   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ECARTS         PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 15000-CHARGER-ATTENDUS
           PERFORM 16000-ECRIRE-EN-TETE
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-SOLDER-INSTITUTION
           PERFORM 26000-SIGNALER-NON-DECLAREES
           PERFORM 27000-ECRIRE-TOTAL-GENERAL
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
      *   LA CARTE FB00PARM PORTE L'ANNEE DE CAMPAGNE ET LE NUMERO    *
      *   DU DECLARANT AUPRES DE L'ADMINISTRATION (OBLIGATOIRES)      *
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT FB00PARM.
           IF NOT OK-FB00PARM
              DISPLAY 'PPGEMB28 : CARTE FB00PARM ABSENTE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           READ FB00PARM
              AT END
                 DISPLAY 'PPGEMB28 : CARTE FB00PARM VIDE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-READ.
           IF PARM-AN-CAMPAGNE NOT NUMERIC
              DISPLAY 'PPGEMB28 : ANNEE DE CAMPAGNE INVALIDE : '
                       PARM-AN-CAMPAGNE
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           IF PARM-NO-DECLARANT = SPACES
              DISPLAY 'PPGEMB28 : NUMERO DECLARANT ABSENT'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE PARM-AN-CAMPAGNE TO WS-AN-CAMPAGNE-X.
           SUBTRACT 1 FROM WS-AN-CAMPAGNE GIVING WS-AN-REVENUS.
           CLOSE FB00PARM.
           OPEN INPUT  FCGEREF1
           OPEN INPUT  FCGEMIS1
           OPEN INPUT  FCGEHMT1
           OPEN INPUT  FCGEATT1
           OPEN OUTPUT FCGEDGFI
           OPEN OUTPUT PPGRADGF.
           IF NOT OK-FCGEREF1 OR NOT OK-FCGEMIS1
              OR NOT OK-FCGEHMT1 OR NOT OK-FCGEATT1
              OR NOT OK-FCGEDGFI OR NOT OK-PPGRADGF
              DISPLAY 'PPGEMB28 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE ZERO TO WS-CI-NB-DOCS WS-CI-NB-RECTIFS
                        WS-CI-NB-ANOMALIES WS-CI-MT-BRUT
                        WS-CI-MT-NET-FISC WS-CI-MT-RTN-SRC.
           PERFORM 21000-LIRE-REF1
           .
      ******************************************************************
      *   TOTAUX ATTENDUS : SEULES LES LIGNES DE LA CAMPAGNE SONT     *
      *   RETENUES ; UNE INSTITUTION EN DOUBLE EST CUMULEE            *
      ******************************************************************
       15000-CHARGER-ATTENDUS.
      *------------------------
           PERFORM 15100-LIRE-ATT1
           PERFORM 15200-RANGER-ATTENDU
              UNTIL FIN-ATT1.
           CLOSE FCGEATT1
           .
      ******************************************************************
       15100-LIRE-ATT1.
      *----------------
           IF NOT FIN-ATT1
              READ FCGEATT1
                 AT END
                    SET FIN-ATT1 TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       15200-RANGER-ATTENDU.
      *----------------------
           IF ATT1-AN-CAMPAGNE = WS-AN-CAMPAGNE-X
              IF ATT1-NB-DOCUMENTS NOT NUMERIC
                 OR ATT1-MT-BRUT NOT NUMERIC
                 OR ATT1-MT-NET-FISC NOT NUMERIC
                 OR ATT1-MT-RTN-SRC NOT NUMERIC
                 DISPLAY 'PPGEMB28 : TOTAUX ATTENDUS INVALIDES - '
                          ATT1-INSTITUTION
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              MOVE ATT1-INSTITUTION     TO WS-INSTIT-CTRL
              PERFORM 22000-LOCALISER-ATTENDU
              IF NOT ATTENDU-TROUVE
                 IF WS-NB-ATT = 300
                    DISPLAY 'PPGEMB28 : TABLE ATTENDUS SATUREE (300)'
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
                 ADD 1                  TO WS-NB-ATT
                 SET IX-ATT             TO WS-NB-ATT
                 MOVE ATT1-INSTITUTION  TO WS-ATT-CODE(IX-ATT)
                 MOVE 'N'               TO WS-ATT-IND-VU(IX-ATT)
                 MOVE ZERO              TO WS-ATT-NB-DOCS(IX-ATT)
                                           WS-ATT-MT-BRUT(IX-ATT)
                                           WS-ATT-MT-NET-FISC(IX-ATT)
                                           WS-ATT-MT-RTN-SRC(IX-ATT)
              END-IF
              ADD ATT1-NB-DOCUMENTS    TO WS-ATT-NB-DOCS(IX-ATT)
              ADD ATT1-MT-BRUT         TO WS-ATT-MT-BRUT(IX-ATT)
              ADD ATT1-MT-NET-FISC     TO WS-ATT-MT-NET-FISC(IX-ATT)
              ADD ATT1-MT-RTN-SRC      TO WS-ATT-MT-RTN-SRC(IX-ATT)
           END-IF
           PERFORM 15100-LIRE-ATT1
           .
      ******************************************************************
       16000-ECRIRE-EN-TETE.
      *----------------------
           MOVE SPACES               TO ENRG-FCGEDGFI-E.
           MOVE 'E'                  TO DGFI-TYPE-ENR.
           MOVE PARM-NO-DECLARANT    TO DGFE-NO-DECLARANT.
           MOVE WS-AN-CAMPAGNE-X     TO DGFE-AN-CAMPAGNE.
           MOVE WS-AN-REVENUS        TO DGFE-AN-REVENUS.
           MOVE WS-DATE-TRAITEMENT   TO DGFE-DT-CREATION.
           PERFORM 29000-ECRIRE-DGFI
           .
      ******************************************************************
      *   FCGEREF1 EST TRIE SUR LA REFERENCE (CLE ALLOCATAIRE EN     *
      *   TETE) : TOUTES LES REFERENCES D'UNE CLE SE SUIVENT ET LES  *
      *   CLES D'UNE MEME INSTITUTION AUSSI                          *
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-ALLOCATAIRE
              UNTIL FIN-REF1
           .
      ******************************************************************
       20100-TRAITER-ALLOCATAIRE.
      *--------------------------
           MOVE REF1-CLE-ALLOC     TO WS-CLE-EN-COURS.
           MOVE 'N'                TO WS-IND-IF-TROUVE
                                      WS-IND-RI-TROUVE.
           MOVE LOW-VALUES         TO WS-REF-ORIGINAL
                                      WS-REF-RECTIF.
           PERFORM 20200-RETENIR-REFERENCE
              UNTIL FIN-REF1
              OR REF1-CLE-ALLOC NOT = WS-CLE-EN-COURS.
           IF ORIGINAL-TROUVE
              PERFORM 22500-GERER-RUPTURE-INSTIT
              PERFORM 23000-DECLARER-ALLOCATAIRE
           END-IF
           .
      ******************************************************************
      *   SEULES LES REFERENCES 'IF' ET 'RI' DE LA CAMPAGNE SONT      *
      *   RETENUES ; UNE REEMISSION DE LA MEME REFERENCE GARDE LA     *
      *   DATE LA PLUS RECENTE                                        *
      ******************************************************************
       20200-RETENIR-REFERENCE.
      *-------------------------
           IF REF1-AN-CAMPAGNE = WS-AN-CAMPAGNE-X
              EVALUATE REF1-TYPE-DOC
                 WHEN 'IF'
                    IF REF1-DT-EMISSION > WS-ORI-DT-EMIS
                       MOVE REF1-REFERENCE   TO WS-ORI-REFERENCE
                       MOVE REF1-DT-EMISSION TO WS-ORI-DT-EMIS
                       MOVE REF1-CANAL       TO WS-ORI-CANAL
                    END-IF
                    SET ORIGINAL-TROUVE TO TRUE
                 WHEN 'RI'
                    IF REF1-DT-EMISSION > WS-RCT-DT-EMIS
                       MOVE REF1-REFERENCE   TO WS-RCT-REFERENCE
                       MOVE REF1-DT-EMISSION TO WS-RCT-DT-EMIS
                       MOVE REF1-CANAL       TO WS-RCT-CANAL
                    END-IF
                    SET RECTIFICATIF-TROUVE TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           PERFORM 21000-LIRE-REF1
           .
      ******************************************************************
       21000-LIRE-REF1.
      *----------------
           IF NOT FIN-REF1
              READ FCGEREF1
                 AT END
                    SET FIN-REF1 TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-REF-LUES
              END-READ
           END-IF
           .
      ******************************************************************
       22000-LOCALISER-ATTENDU.
      *-------------------------
           MOVE 'N' TO WS-IND-TROUVE.
           SET IX-ATT TO 1.
           IF WS-NB-ATT > ZERO
              SEARCH WS-ATT
                 AT END
                    CONTINUE
                 WHEN IX-ATT > WS-NB-ATT
                    CONTINUE
                 WHEN WS-ATT-CODE(IX-ATT) = WS-INSTIT-CTRL
                    SET ATTENDU-TROUVE TO TRUE
              END-SEARCH
           END-IF
           .
      ******************************************************************
       22500-GERER-RUPTURE-INSTIT.
      *----------------------------
           IF WS-CLE-EN-COURS (1:4) NOT = WS-INSTIT-RUPTURE
              PERFORM 25000-SOLDER-INSTITUTION
              MOVE WS-CLE-EN-COURS (1:4) TO WS-INSTIT-RUPTURE
           END-IF
           .
      ******************************************************************
      *   LE RECTIFICATIF DE LA CAMPAGNE REMPLACE L'ORIGINAL ; LA     *
      *   REFERENCE RETENUE DOIT ETRE MARQUEE EMISE ET SES MONTANTS   *
      *   HISTORISES, SINON ELLE N'EST PAS DECLAREE (ANOMALIE)        *
      ******************************************************************
       23000-DECLARER-ALLOCATAIRE.
      *----------------------------
           IF RECTIFICATIF-TROUVE
              MOVE WS-REF-RECTIF    TO WS-REF-DECLAREE
              MOVE 'R'              TO WS-DCL-NATURE
           ELSE
              MOVE WS-REF-ORIGINAL  TO WS-REF-DECLAREE
              MOVE 'O'              TO WS-DCL-NATURE
           END-IF.
           MOVE WS-DCL-REFERENCE    TO EMIS1-CLE.
           READ FCGEMIS1
           END-READ.
           IF OK-FCGEMIS1
              MOVE WS-DCL-REFERENCE TO HMT1-CLE
              READ FCGEHMT1
              END-READ
              IF OK-FCGEHMT1
                 PERFORM 23100-ECRIRE-DETAIL
              ELSE
                 ADD 1 TO WS-CPT-SANS-MONTANT WS-CI-NB-ANOMALIES
                 DISPLAY 'PPGEMB28 : EMISSION SANS MONTANT HISTORISE - '
                          WS-DCL-REFERENCE
              END-IF
           ELSE
              ADD 1 TO WS-CPT-NON-MARQUES WS-CI-NB-ANOMALIES
              DISPLAY 'PPGEMB28 : REFERENCE NON MARQUEE EMISE - '
                       WS-DCL-REFERENCE
           END-IF
           .
      ******************************************************************
       23100-ECRIRE-DETAIL.
      *---------------------
           MOVE SPACES              TO ENRG-FCGEDGFI-D.
           MOVE 'D'                 TO DGFI-TYPE-ENR.
           MOVE WS-INSTIT-RUPTURE   TO DGFD-INSTITUTION.
           MOVE WS-DCL-REFERENCE    TO DGFD-REFERENCE.
           MOVE WS-DCL-NATURE       TO DGFD-NATURE.
           MOVE WS-DCL-DT-EMIS      TO DGFD-DT-EMISSION.
           MOVE HMT1-MT-BRUT        TO DGFD-MT-BRUT.
           MOVE HMT1-MT-NET-FISC    TO DGFD-MT-NET-FISC.
           IF HMT1-MT-RTN-SRC NUMERIC
              MOVE HMT1-MT-RTN-SRC  TO DGFD-MT-RTN-SRC
           ELSE
              MOVE ZERO             TO DGFD-MT-RTN-SRC
           END-IF.
           MOVE WS-DCL-CANAL        TO DGFD-CANAL.
           PERFORM 29000-ECRIRE-DGFI.
           ADD 1                    TO WS-CI-NB-DOCS.
           IF WS-DCL-NATURE = 'R'
              ADD 1                 TO WS-CI-NB-RECTIFS
           END-IF.
           ADD DGFD-MT-BRUT         TO WS-CI-MT-BRUT.
           ADD DGFD-MT-NET-FISC     TO WS-CI-MT-NET-FISC.
           ADD DGFD-MT-RTN-SRC      TO WS-CI-MT-RTN-SRC
           .
      ******************************************************************
      *   FIN D'INSTITUTION : TOTAL DE CONTROLE SUR LA DECLARATION    *
      *   PUIS RAPPROCHEMENT AVEC LES TOTAUX ATTENDUS                 *
      ******************************************************************
       25000-SOLDER-INSTITUTION.
      *--------------------------
           IF WS-INSTIT-RUPTURE NOT = LOW-VALUES
              MOVE SPACES             TO ENRG-FCGEDGFI-T
              MOVE 'T'                TO DGFI-TYPE-ENR
              MOVE WS-INSTIT-RUPTURE  TO DGFT-INSTITUTION
              MOVE WS-CI-NB-DOCS      TO DGFT-NB-DOCUMENTS
              MOVE WS-CI-NB-RECTIFS   TO DGFT-NB-RECTIFS
              MOVE WS-CI-MT-BRUT      TO DGFT-MT-BRUT
              MOVE WS-CI-MT-NET-FISC  TO DGFT-MT-NET-FISC
              MOVE WS-CI-MT-RTN-SRC   TO DGFT-MT-RTN-SRC
              MOVE ZERO               TO DGFT-NB-ENREG
              PERFORM 29000-ECRIRE-DGFI
              ADD WS-CI-NB-DOCS       TO WS-CT-NB-DOCS
              ADD WS-CI-NB-RECTIFS    TO WS-CT-NB-RECTIFS
              ADD WS-CI-MT-BRUT       TO WS-CT-MT-BRUT
              ADD WS-CI-MT-NET-FISC   TO WS-CT-MT-NET-FISC
              ADD WS-CI-MT-RTN-SRC    TO WS-CT-MT-RTN-SRC
              PERFORM 25100-RAPPROCHER-INSTITUTION
              MOVE ZERO TO WS-CI-NB-DOCS WS-CI-NB-RECTIFS
                           WS-CI-NB-ANOMALIES WS-CI-MT-BRUT
                           WS-CI-MT-NET-FISC WS-CI-MT-RTN-SRC
           END-IF
           .
      ******************************************************************
       25100-RAPPROCHER-INSTITUTION.
      *------------------------------
           MOVE WS-INSTIT-RUPTURE TO WS-INSTIT-CTRL.
           PERFORM 22000-LOCALISER-ATTENDU.
           MOVE 'INSTITUTION   '  TO RADG-LIBELLE.
           MOVE WS-INSTIT-RUPTURE TO RADG-INSTITUTION.
           IF ATTENDU-TROUVE
              MOVE 'O'            TO WS-ATT-IND-VU(IX-ATT)
              MOVE 'DOCUMENTS'    TO WS-LIB-INDICATEUR
              MOVE WS-CI-NB-DOCS  TO WS-VAL-DECLARE
              MOVE WS-ATT-NB-DOCS(IX-ATT) TO WS-VAL-ATTENDU
              PERFORM 25200-EDITER-LIGNE
              MOVE 'MONTANT BRUT'  TO WS-LIB-INDICATEUR
              MOVE WS-CI-MT-BRUT   TO WS-VAL-DECLARE
              MOVE WS-ATT-MT-BRUT(IX-ATT) TO WS-VAL-ATTENDU
              PERFORM 25200-EDITER-LIGNE
              MOVE 'NET FISCAL'    TO WS-LIB-INDICATEUR
              MOVE WS-CI-MT-NET-FISC TO WS-VAL-DECLARE
              MOVE WS-ATT-MT-NET-FISC(IX-ATT) TO WS-VAL-ATTENDU
              PERFORM 25200-EDITER-LIGNE
              MOVE 'RETENUE SOURCE' TO WS-LIB-INDICATEUR
              MOVE WS-CI-MT-RTN-SRC TO WS-VAL-DECLARE
              MOVE WS-ATT-MT-RTN-SRC(IX-ATT) TO WS-VAL-ATTENDU
              PERFORM 25200-EDITER-LIGNE
           ELSE
              MOVE 'SANS ATTENDU'  TO WS-LIB-INDICATEUR
              MOVE WS-CI-NB-DOCS   TO WS-VAL-DECLARE
              MOVE ZERO            TO WS-VAL-ATTENDU
              PERFORM 25200-EDITER-LIGNE
           END-IF.
           IF WS-CI-NB-ANOMALIES > ZERO
              MOVE 'NON DECLARES'     TO RADG-INDICATEUR
              MOVE WS-CI-NB-ANOMALIES TO RADG-DECLARE
              MOVE ZERO               TO RADG-ATTENDU RADG-ECART
              MOVE '***'              TO RADG-ALERTE
              PERFORM 29100-ECRIRE-RADG
           END-IF
           .
      ******************************************************************
      *   UN ECART NON NUL EST SIGNALE ; UNE INSTITUTION SANS TOTAUX  *
      *   ATTENDUS L'EST AUSSI                                        *
      ******************************************************************
       25200-EDITER-LIGNE.
      *--------------------
           MOVE WS-LIB-INDICATEUR TO RADG-INDICATEUR.
           MOVE WS-VAL-DECLARE    TO RADG-DECLARE.
           MOVE WS-VAL-ATTENDU    TO RADG-ATTENDU.
           COMPUTE WS-VAL-ECART = WS-VAL-DECLARE - WS-VAL-ATTENDU.
           MOVE WS-VAL-ECART      TO RADG-ECART.
           IF WS-VAL-ECART NOT = ZERO
              OR NOT ATTENDU-TROUVE
              MOVE '***'          TO RADG-ALERTE
              ADD 1               TO WS-CPT-ECARTS
           ELSE
              MOVE SPACES         TO RADG-ALERTE
           END-IF.
           PERFORM 29100-ECRIRE-RADG
           .
      ******************************************************************
      *   INSTITUTIONS ATTENDUES SANS AUCUN DOCUMENT DECLARE          *
      ******************************************************************
       26000-SIGNALER-NON-DECLAREES.
      *------------------------------
           MOVE 1 TO WS-IND-PARC.
           PERFORM 26100-CONTROLER-ATTENDU
              UNTIL WS-IND-PARC > WS-NB-ATT
           .
      ******************************************************************
       26100-CONTROLER-ATTENDU.
      *-------------------------
           SET IX-ATT TO WS-IND-PARC.
           IF WS-ATT-IND-VU(IX-ATT) NOT = 'O'
              MOVE 'INSTITUTION   '       TO RADG-LIBELLE
              MOVE WS-ATT-CODE(IX-ATT)    TO RADG-INSTITUTION
              MOVE 'AUCUNE DECLARATION'   TO RADG-INDICATEUR
              MOVE ZERO                   TO RADG-DECLARE
              MOVE WS-ATT-NB-DOCS(IX-ATT) TO RADG-ATTENDU
              COMPUTE WS-VAL-ECART = ZERO - WS-ATT-NB-DOCS(IX-ATT)
              MOVE WS-VAL-ECART           TO RADG-ECART
              MOVE '***'                  TO RADG-ALERTE
              ADD 1                       TO WS-CPT-ECARTS
              PERFORM 29100-ECRIRE-RADG
           END-IF.
           ADD 1 TO WS-IND-PARC
           .
      ******************************************************************
      *   TOTAL GENERAL : LE NOMBRE D'ENREGISTREMENTS COMPTE AUSSI    *
      *   LE TOTAL GENERAL LUI-MEME                                   *
      ******************************************************************
       27000-ECRIRE-TOTAL-GENERAL.
      *----------------------------
           MOVE SPACES               TO ENRG-FCGEDGFI-T.
           MOVE 'Z'                  TO DGFI-TYPE-ENR.
           MOVE WS-CT-NB-DOCS        TO DGFT-NB-DOCUMENTS.
           MOVE WS-CT-NB-RECTIFS     TO DGFT-NB-RECTIFS.
           MOVE WS-CT-MT-BRUT        TO DGFT-MT-BRUT.
           MOVE WS-CT-MT-NET-FISC    TO DGFT-MT-NET-FISC.
           MOVE WS-CT-MT-RTN-SRC     TO DGFT-MT-RTN-SRC.
           ADD 1 WS-NB-ENREG-DGFI GIVING DGFT-NB-ENREG.
           PERFORM 29000-ECRIRE-DGFI.
           MOVE 'TOTAL         '     TO RADG-LIBELLE.
           MOVE SPACES               TO RADG-INSTITUTION RADG-ALERTE.
           MOVE 'DOCUMENTS'          TO RADG-INDICATEUR.
           MOVE WS-CT-NB-DOCS        TO RADG-DECLARE.
           MOVE ZERO                 TO RADG-ATTENDU RADG-ECART.
           PERFORM 29100-ECRIRE-RADG.
           MOVE 'DONT RECTIFICATIFS' TO RADG-INDICATEUR.
           MOVE WS-CT-NB-RECTIFS     TO RADG-DECLARE.
           PERFORM 29100-ECRIRE-RADG.
           MOVE 'MONTANT BRUT'       TO RADG-INDICATEUR.
           MOVE WS-CT-MT-BRUT        TO RADG-DECLARE.
           PERFORM 29100-ECRIRE-RADG.
           MOVE 'NET FISCAL'         TO RADG-INDICATEUR.
           MOVE WS-CT-MT-NET-FISC    TO RADG-DECLARE.
           PERFORM 29100-ECRIRE-RADG.
           MOVE 'RETENUE SOURCE'     TO RADG-INDICATEUR.
           MOVE WS-CT-MT-RTN-SRC     TO RADG-DECLARE.
           PERFORM 29100-ECRIRE-RADG
           .
      ******************************************************************
       29000-ECRIRE-DGFI.
      *-------------------
           WRITE ENRG-FCGEDGFI.
           IF NOT OK-FCGEDGFI
              DISPLAY 'PPGEMB28 : ERREUR ECRITURE FCGEDGFI - STATUS '
                       FS-FCGEDGFI-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1 TO WS-NB-ENREG-DGFI
           .
      ******************************************************************
       29100-ECRIRE-RADG.
      *-------------------
           WRITE ENRG-PPGRADGF.
           IF NOT OK-PPGRADGF
              DISPLAY 'PPGEMB28 : ERREUR ECRITURE PPGRADGF - STATUS '
                       FS-PPGRADGF-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FCGEREF1 FCGEMIS1 FCGEHMT1 FCGEDGFI PPGRADGF.
           DISPLAY 'PPGEMB28 : REFERENCES LUES           = '
                    WS-CPT-REF-LUES.
           DISPLAY 'PPGEMB28 : DOCUMENTS DECLARES        = '
                    WS-CT-NB-DOCS.
           DISPLAY 'PPGEMB28 : DONT RECTIFICATIFS        = '
                    WS-CT-NB-RECTIFS.
           DISPLAY 'PPGEMB28 : REFERENCES NON MARQUEES   = '
                    WS-CPT-NON-MARQUES.
           DISPLAY 'PPGEMB28 : EMISSIONS SANS MONTANT    = '
                    WS-CPT-SANS-MONTANT.
           DISPLAY 'PPGEMB28 : ECARTS DE RAPPROCHEMENT   = '
                    WS-CPT-ECARTS.
           IF WS-CPT-NON-MARQUES > ZERO
              OR WS-CPT-SANS-MONTANT > ZERO
              OR WS-CPT-ECARTS > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'PPGEMB28 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
