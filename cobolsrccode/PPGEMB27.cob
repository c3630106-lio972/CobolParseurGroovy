       ID DIVISION.
       PROGRAM-ID. PPGEMB27.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH DE COMPARAISON D'UNE CAMPAGNE
      *           FISCALE AVEC LA PRECEDENTE, PAR REGION ET PAR
      *           INSTITUTION. LES COMPTEURS CONSOLIDES DE PPGEMB20
      *           N'ETAIENT JAMAIS RAPPROCHES DE CEUX DE L'ANNEE
      *           PASSEE : UNE INSTITUTION QUI PERDAIT LE TIERS DE
      *           SES ALLOCATAIRES OU DONT LE TAUX DE PND DOUBLAIT
      *           PASSAIT INAPERCUE. LE PROGRAMME JOINT PAR
      *           INSTITUTION (MEME FACON DE FAIRE QUE PPGEMB24) :
      *           - PPGCRFOU : CR CONSOLIDE DE PPGEMB20 (EMIS,
      *             ANOMALIES, EXCLUS, DIFFERES) ;
      *           - FCGECRIX : DOCUMENTS EMIS (CR PPGEMB17) ;
      *           - FCGEREF1 : REFERENCES D'EMISSION DE LA CAMPAGNE,
      *             VENTILEES PAR TYPE (AF/IF) ET PAR CANAL (E1 =
      *             ELECTRONIQUE, SINON COURRIER) ;
      *           - FCGEPND1 : RETOURS PND DE LA CAMPAGNE ;
      *           - FCGEBNC1 : ALLOCATAIRES EN ECHEC ELECTRONIQUE
      *             PENDANT LA CAMPAGNE ;
      *           - FCGERCTF : RECTIFICATIFS EMIS.
      *           LES COMPTEURS DE LA CAMPAGNE SONT HISTORISES DANS
      *           LE KSDS FCGEHCMP (CLE CAMPAGNE + INSTITUTION,
      *           REMPLACES EN CAS DE RELANCE) ; CEUX DE LA CAMPAGNE
      *           PRECEDENTE Y SONT RELUS. LE COMPARATIF (PPGRACMP)
      *           DONNE POUR CHAQUE INSTITUTION, CHAQUE REGION ET LA
      *           CAMPAGNE ENTIERE LES VALEURS N ET N-1 ET L'ECART EN
      *           POURCENTAGE ; UN ECART SUPERIEUR AU SEUIL DE LA
      *           CARTE FB00PARM (DEFAUT 20 %) EST SIGNALE PAR '***'
      *           ET DONNE LE CODE RETOUR 4. LES TAUX SONT EXPRIMES
      *           POUR MILLE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51187 CREATION.
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
      *--- CARTE PARAMETRE : ANNEE DE CAMPAGNE ET SEUIL D'ECART (%)
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- COMPTE RENDU CONSOLIDE DE LA CAMPAGNE (PPGEMB20)
           SELECT  PPGCRFOU   ASSIGN  PPGCRFOU
                               FILE STATUS IS  FS-PPGCRFOU-STATUS.
      *--- DOCUMENTS EMIS PAR INSTITUTION (CR PPGEMB17)
           SELECT  FCGECRIX   ASSIGN  FCGECRIX
                               FILE STATUS IS  FS-FCGECRIX-STATUS.
      *--- REFERENCES DES EMISSIONS DE LA CAMPAGNE
           SELECT  FCGEREF1   ASSIGN  FCGEREF1
                               FILE STATUS IS  FS-FCGEREF1-STATUS.
      *--- ADRESSES EN PND (KSDS ALIMENTE PAR PPGEMB21)
           SELECT  FCGEPND1   ASSIGN  FCGEPND1
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY PND1-CLE
                               FILE STATUS IS  FS-FCGEPND1-STATUS.
      *--- ECHECS ELECTRONIQUES PAR CLE (KSDS ALIMENTE PAR PPGEMB23)
           SELECT  FCGEBNC1   ASSIGN  FCGEBNC1
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY BNC1-CLE
                               FILE STATUS IS  FS-FCGEBNC1-STATUS.
      *--- RECTIFICATIFS EMIS (PPGEMB26)
           SELECT  FCGERCTF   ASSIGN  FCGERCTF
                               FILE STATUS IS  FS-FCGERCTF-STATUS.
      *--- HISTORIQUE DES COMPTEURS PAR CAMPAGNE ET INSTITUTION
           SELECT  FCGEHCMP   ASSIGN  FCGEHCMP
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY HCMP-CLE
                               FILE STATUS IS  FS-FCGEHCMP-STATUS.
      *--- COMPARATIF CAMPAGNE N / CAMPAGNE N-1
           SELECT  PPGRACMP   ASSIGN  PPGRACMP
                               FILE STATUS IS  FS-PPGRACMP-STATUS.
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
           05  PARM-SEUIL-ECART       PIC 9(03).
           05  FILLER                 PIC X(72).
      *
      *--- LIGNES EDITEES PAR PPGEMB20 : LES COMPTEURS SONT RELUS EN
      *--- ALPHANUMERIQUE ET CADRES A ZERO AVANT CUMUL
       FD  PPGCRFOU
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-PPGCRFOU.
           05  CRFO-LIBELLE           PIC X(14).
           05  CRFO-INSTITUTION       PIC X(04).
           05  FILLER                 PIC X(02).
           05  CRFO-NB-EMIS           PIC X(07).
           05  FILLER                 PIC X(02).
           05  CRFO-NB-ANOMALIES      PIC X(07).
           05  FILLER                 PIC X(02).
           05  CRFO-NB-EXCLUS         PIC X(07).
           05  FILLER                 PIC X(02).
           05  CRFO-NB-DIFFERES       PIC X(07).
           05  FILLER                 PIC X(33).
      *
       FD  FCGECRIX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FCGECRIX.
           05  CRIX-INSTITUTION       PIC X(04).
           05  CRIX-NB-DOCUMENTS      PIC 9(07).
           05  FILLER                 PIC X(69).
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
      *--- FORMAT FC99FIS1 : LA CLE ALLOCATAIRE OCCUPE LES 13
      *--- PREMIERS OCTETS (CF. PPGEMB26)
       FD  FCGERCTF
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FCGERCTF.
           05  RCTF-CLE-ALLOC         PIC X(013).
           05  FILLER                 PIC X(574).
      *
       FD  FCGEHCMP
           LABEL RECORD STANDARD.
       01  ENRG-FCGEHCMP.
           05  HCMP-CLE.
               10  HCMP-AN-CAMPAGNE   PIC X(004).
               10  HCMP-INSTITUTION   PIC X(004).
           05  HCMP-COMPTEURS         PIC X(091).
           05  HCMP-DT-MAJ            PIC X(008).
           05  FILLER                 PIC X(013).
      *
       FD  PPGRACMP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-PPGRACMP.
           05  RACM-LIBELLE           PIC X(14).
           05  RACM-INSTITUTION       PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RACM-INDICATEUR        PIC X(18).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RACM-VALEUR-N          PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RACM-VALEUR-N1         PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RACM-ECART-PCT         PIC -ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RACM-ALERTE            PIC X(03).
           05  FILLER                 PIC X(13) VALUE SPACES.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S PPGEMB27 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-PPGCRFOU-STATUS   PIC X(02).
           88     OK-PPGCRFOU       VALUE '00'.
       01  FS-FCGECRIX-STATUS   PIC X(02).
           88     OK-FCGECRIX       VALUE '00'.
       01  FS-FCGEREF1-STATUS   PIC X(02).
           88     OK-FCGEREF1       VALUE '00'.
       01  FS-FCGEPND1-STATUS   PIC X(02).
           88     OK-FCGEPND1       VALUE '00'.
       01  FS-FCGEBNC1-STATUS   PIC X(02).
           88     OK-FCGEBNC1       VALUE '00'.
       01  FS-FCGERCTF-STATUS   PIC X(02).
           88     OK-FCGERCTF       VALUE '00'.
       01  FS-FCGEHCMP-STATUS   PIC X(02).
           88     OK-FCGEHCMP       VALUE '00'.
           88     DOUBLON-FCGEHCMP  VALUE '22'.
       01  FS-PPGRACMP-STATUS   PIC X(02).
           88     OK-PPGRACMP       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-CRFO       PIC X(01) VALUE 'N'.
           88     FIN-CRFO           VALUE 'O'.
       01  WS-IND-FIN-CRIX       PIC X(01) VALUE 'N'.
           88     FIN-CRIX           VALUE 'O'.
       01  WS-IND-FIN-REF1       PIC X(01) VALUE 'N'.
           88     FIN-REF1           VALUE 'O'.
       01  WS-IND-FIN-PND1       PIC X(01) VALUE 'N'.
           88     FIN-PND1           VALUE 'O'.
       01  WS-IND-FIN-BNC1       PIC X(01) VALUE 'N'.
           88     FIN-BNC1           VALUE 'O'.
       01  WS-IND-FIN-RCTF       PIC X(01) VALUE 'N'.
           88     FIN-RCTF           VALUE 'O'.
       01  WS-IND-FIN-HCMP       PIC X(01) VALUE 'N'.
           88     FIN-HCMP           VALUE 'O'.
      *================================================================*
      *   PARAMETRES                                                   *
      *================================================================*
       01  WS-AN-CAMPAGNE        PIC 9(04) VALUE ZERO.
       01  WS-AN-CAMPAGNE-X REDEFINES WS-AN-CAMPAGNE
                                 PIC X(04).
       01  WS-AN-PRECEDENT       PIC 9(04) VALUE ZERO.
       01  WS-AN-PRECEDENT-X REDEFINES WS-AN-PRECEDENT
                                 PIC X(04).
       01  WS-SEUIL-ECART        PIC 9(03) VALUE 20.
      *================================================================*
      *   COMPTEURS D'UNE INSTITUTION, D'UNE REGION OU DE LA CAMPAGNE  *
      *   (MEME DESSIN QUE HCMP-COMPTEURS)                             *
      *================================================================*
       01  WS-NB-INST            PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-INST.
           05  WS-INS             OCCURS 300 TIMES
                                  INDEXED BY IX-INS.
               10  WS-INS-CODE      PIC X(04).
               10  WS-INS-IND-N1    PIC X(01).
               10  WS-INS-CPT-N.
                   15  WS-INS-NB-EMIS      PIC 9(07).
                   15  WS-INS-NB-ANOMALIES PIC 9(07).
                   15  WS-INS-NB-EXCLUS    PIC 9(07).
                   15  WS-INS-NB-DIFFERES  PIC 9(07).
                   15  WS-INS-NB-DOCS      PIC 9(07).
                   15  WS-INS-NB-AF        PIC 9(07).
                   15  WS-INS-NB-IF        PIC 9(07).
                   15  WS-INS-NB-PAPIER    PIC 9(07).
                   15  WS-INS-NB-ELEC      PIC 9(07).
                   15  WS-INS-NB-PND       PIC 9(07).
                   15  WS-INS-NB-REJETS    PIC 9(07).
                   15  WS-INS-NB-RECTIF    PIC 9(07).
                   15  FILLER              PIC 9(07).
               10  WS-INS-CPT-N1     PIC X(91).
       01  WS-INS-ECHANGE        PIC X(187).
       01  WS-INSTIT-CTRL        PIC X(04) VALUE SPACES.
       01  WS-IND-TROUVE         PIC X(01) VALUE 'N'.
           88     INSTITUTION-TROUVEE VALUE 'O'.
      *--- BLOC EN COURS D'EDITION : VALEURS N ET N-1
       01  WS-CPT-TRAV-N.
           05  WS-TN-EMIS            PIC 9(07).
           05  WS-TN-ANOMALIES       PIC 9(07).
           05  WS-TN-EXCLUS          PIC 9(07).
           05  WS-TN-DIFFERES        PIC 9(07).
           05  WS-TN-DOCS            PIC 9(07).
           05  WS-TN-AF              PIC 9(07).
           05  WS-TN-IF              PIC 9(07).
           05  WS-TN-PAPIER          PIC 9(07).
           05  WS-TN-ELEC            PIC 9(07).
           05  WS-TN-PND             PIC 9(07).
           05  WS-TN-REJETS          PIC 9(07).
           05  WS-TN-RECTIF          PIC 9(07).
           05  FILLER                PIC 9(07).
       01  WS-CPT-TRAV-N-R REDEFINES WS-CPT-TRAV-N.
           05  WS-TN-CPT             PIC 9(07) OCCURS 13.
       01  WS-CPT-TRAV-N1.
           05  WS-T1-EMIS            PIC 9(07).
           05  WS-T1-ANOMALIES       PIC 9(07).
           05  WS-T1-EXCLUS          PIC 9(07).
           05  WS-T1-DIFFERES        PIC 9(07).
           05  WS-T1-DOCS            PIC 9(07).
           05  WS-T1-AF              PIC 9(07).
           05  WS-T1-IF              PIC 9(07).
           05  WS-T1-PAPIER          PIC 9(07).
           05  WS-T1-ELEC            PIC 9(07).
           05  WS-T1-PND             PIC 9(07).
           05  WS-T1-REJETS          PIC 9(07).
           05  WS-T1-RECTIF          PIC 9(07).
           05  FILLER                PIC 9(07).
       01  WS-CPT-TRAV-N1-R REDEFINES WS-CPT-TRAV-N1.
           05  WS-T1-CPT             PIC 9(07) OCCURS 13.
      *--- CUMULS DE REGION ET DE CAMPAGNE
       01  WS-CPT-REG-N.
           05  WS-RN-CPT             PIC 9(07) OCCURS 13.
       01  WS-CPT-REG-N1.
           05  WS-R1-CPT             PIC 9(07) OCCURS 13.
       01  WS-CPT-TOT-N.
           05  WS-GN-CPT             PIC 9(07) OCCURS 13.
       01  WS-CPT-TOT-N1.
           05  WS-G1-CPT             PIC 9(07) OCCURS 13.
       01  WS-REGION-RUPTURE     PIC X(01) VALUE SPACES.
       01  WS-IND-N1-BLOC        PIC X(01) VALUE 'N'.
           88     BLOC-AVEC-N1       VALUE 'O'.
       01  WS-IND-N1-REGION      PIC X(01) VALUE 'N'.
       01  WS-IND-N1-TOTAL       PIC X(01) VALUE 'N'.
      *--- LIGNE EN COURS D'EDITION
       01  WS-LIB-BLOC           PIC X(14) VALUE SPACES.
       01  WS-CODE-BLOC          PIC X(04) VALUE SPACES.
       01  WS-LIB-INDICATEUR     PIC X(18) VALUE SPACES.
       01  WS-VAL-N              PIC 9(09) COMP VALUE ZERO.
       01  WS-VAL-N1             PIC 9(09) COMP VALUE ZERO.
       01  WS-ECART              PIC S9(09) COMP VALUE ZERO.
       01  WS-ECART-PCT          PIC S9(05) COMP VALUE ZERO.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-IND-PARC           PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-TRI            PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-CPT            PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-ECHANGE        PIC X(01) VALUE 'N'.
           88     ECHANGE-FAIT       VALUE 'O'.
       01  WS-CPT-ECARTS         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-HISTO-ECRITS   PIC 9(07) COMP VALUE ZERO.
      *--- COMPTEUR RELU DEPUIS L'EDITION (CADRAGE ZERO APRES
      *--- REMPLACEMENT DES ESPACES)
       01  WS-NB-EDITE-X         PIC X(07) VALUE SPACES.
       01  WS-NB-EDITE-N REDEFINES WS-NB-EDITE-X
                                 PIC 9(07).
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 15000-CHARGER-CR-CONSOLIDE
           PERFORM 16000-CHARGER-DOCUMENTS
           PERFORM 17000-CHARGER-REFERENCES
           PERFORM 18000-CHARGER-PND
           PERFORM 19000-CHARGER-REJETS
           PERFORM 19500-CHARGER-RECTIFICATIFS
           PERFORM 20000-HISTORISER-CAMPAGNE
           PERFORM 21000-CHARGER-CAMPAGNE-PREC
           PERFORM 23000-TRIER-INSTITUTIONS
           PERFORM 25000-EDITER-COMPARATIF
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
      *   LA CARTE FB00PARM PORTE L'ANNEE DE CAMPAGNE (OBLIGATOIRE)    *
      *   ET LE SEUIL D'ECART SIGNALE (FACULTATIF, DEFAUT 20 %)        *
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT FB00PARM.
           IF NOT OK-FB00PARM
              DISPLAY 'PPGEMB27 : CARTE FB00PARM ABSENTE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           READ FB00PARM
              AT END
                 DISPLAY 'PPGEMB27 : CARTE FB00PARM VIDE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-READ.
           IF PARM-AN-CAMPAGNE NOT NUMERIC
              DISPLAY 'PPGEMB27 : ANNEE DE CAMPAGNE INVALIDE : '
                       PARM-AN-CAMPAGNE
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE PARM-AN-CAMPAGNE TO WS-AN-CAMPAGNE-X.
           SUBTRACT 1 FROM WS-AN-CAMPAGNE GIVING WS-AN-PRECEDENT.
           IF PARM-SEUIL-ECART NUMERIC
              AND PARM-SEUIL-ECART > ZERO
              MOVE PARM-SEUIL-ECART TO WS-SEUIL-ECART
           END-IF.
           CLOSE FB00PARM.
           OPEN INPUT  PPGCRFOU
           OPEN INPUT  FCGECRIX
           OPEN INPUT  FCGEREF1
           OPEN INPUT  FCGEPND1
           OPEN INPUT  FCGEBNC1
           OPEN INPUT  FCGERCTF
           OPEN I-O    FCGEHCMP
           OPEN OUTPUT PPGRACMP.
           IF NOT OK-PPGCRFOU OR NOT OK-FCGECRIX
              OR NOT OK-FCGEREF1 OR NOT OK-FCGEPND1
              OR NOT OK-FCGEBNC1 OR NOT OK-FCGERCTF
              OR NOT OK-FCGEHCMP OR NOT OK-PPGRACMP
              DISPLAY 'PPGEMB27 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
      *   SEULES LES LIGNES 'INSTITUTION' DU CR CONSOLIDE SONT        *
      *   RETENUES (LE TOTAL DE CAMPAGNE EST RECALCULE ICI)           *
      ******************************************************************
       15000-CHARGER-CR-CONSOLIDE.
      *----------------------------
           PERFORM 15100-LIRE-CRFO
           PERFORM 15200-RANGER-CR-CONSOLIDE
              UNTIL FIN-CRFO.
           CLOSE PPGCRFOU
           .
      ******************************************************************
       15100-LIRE-CRFO.
      *----------------
           IF NOT FIN-CRFO
              READ PPGCRFOU
                 AT END
                    SET FIN-CRFO TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       15200-RANGER-CR-CONSOLIDE.
      *---------------------------
           IF CRFO-LIBELLE (1:11) = 'INSTITUTION'
              MOVE CRFO-INSTITUTION TO WS-INSTIT-CTRL
              PERFORM 22000-LOCALISER-INSTITUTION
              MOVE CRFO-NB-EMIS      TO WS-NB-EDITE-X
              PERFORM 15300-CADRER-COMPTEUR
              ADD WS-NB-EDITE-N      TO WS-INS-NB-EMIS(IX-INS)
              MOVE CRFO-NB-ANOMALIES TO WS-NB-EDITE-X
              PERFORM 15300-CADRER-COMPTEUR
              ADD WS-NB-EDITE-N      TO WS-INS-NB-ANOMALIES(IX-INS)
              MOVE CRFO-NB-EXCLUS    TO WS-NB-EDITE-X
              PERFORM 15300-CADRER-COMPTEUR
              ADD WS-NB-EDITE-N      TO WS-INS-NB-EXCLUS(IX-INS)
              MOVE CRFO-NB-DIFFERES  TO WS-NB-EDITE-X
              PERFORM 15300-CADRER-COMPTEUR
              ADD WS-NB-EDITE-N      TO WS-INS-NB-DIFFERES(IX-INS)
           END-IF
           PERFORM 15100-LIRE-CRFO
           .
      ******************************************************************
       15300-CADRER-COMPTEUR.
      *-----------------------
           INSPECT WS-NB-EDITE-X REPLACING ALL SPACE BY '0'.
           IF WS-NB-EDITE-N NOT NUMERIC
              MOVE ZERO TO WS-NB-EDITE-N
           END-IF
           .
      ******************************************************************
       16000-CHARGER-DOCUMENTS.
      *-------------------------
           PERFORM 16100-LIRE-CRIX
           PERFORM 16200-RANGER-DOCUMENTS
              UNTIL FIN-CRIX.
           CLOSE FCGECRIX
           .
      ******************************************************************
       16100-LIRE-CRIX.
      *----------------
           IF NOT FIN-CRIX
              READ FCGECRIX
                 AT END
                    SET FIN-CRIX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       16200-RANGER-DOCUMENTS.
      *------------------------
           MOVE CRIX-INSTITUTION TO WS-INSTIT-CTRL
           PERFORM 22000-LOCALISER-INSTITUTION
           ADD CRIX-NB-DOCUMENTS TO WS-INS-NB-DOCS(IX-INS)
           PERFORM 16100-LIRE-CRIX
           .
      ******************************************************************
      *   VENTILATION PAR TYPE ET PAR CANAL : SEULES LES REFERENCES   *
      *   DE LA CAMPAGNE COMPTENT ; UNE REFERENCE SANS CANAL (ANTE-   *
      *   RIEURE A LA VENTILATION) EST COMPTEE EN COURRIER            *
      ******************************************************************
       17000-CHARGER-REFERENCES.
      *--------------------------
           PERFORM 17100-LIRE-REF1
           PERFORM 17200-RANGER-REFERENCE
              UNTIL FIN-REF1.
           CLOSE FCGEREF1
           .
      ******************************************************************
       17100-LIRE-REF1.
      *----------------
           IF NOT FIN-REF1
              READ FCGEREF1
                 AT END
                    SET FIN-REF1 TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       17200-RANGER-REFERENCE.
      *------------------------
           IF REF1-AN-CAMPAGNE = WS-AN-CAMPAGNE-X
              MOVE REF1-CLE-ALLOC (1:4) TO WS-INSTIT-CTRL
              PERFORM 22000-LOCALISER-INSTITUTION
              EVALUATE REF1-TYPE-DOC
                 WHEN 'AF'
                    ADD 1 TO WS-INS-NB-AF(IX-INS)
                 WHEN 'IF'
                    ADD 1 TO WS-INS-NB-IF(IX-INS)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF REF1-CANAL = 'E1'
                 ADD 1 TO WS-INS-NB-ELEC(IX-INS)
              ELSE
                 ADD 1 TO WS-INS-NB-PAPIER(IX-INS)
              END-IF
           END-IF
           PERFORM 17100-LIRE-REF1
           .
      ******************************************************************
      *   PND : RETOURS DATES DE L'ANNEE DE CAMPAGNE                  *
      ******************************************************************
       18000-CHARGER-PND.
      *------------------
           PERFORM 18100-LIRE-PND1
           PERFORM 18200-RANGER-PND
              UNTIL FIN-PND1.
           CLOSE FCGEPND1
           .
      ******************************************************************
       18100-LIRE-PND1.
      *----------------
           IF NOT FIN-PND1
              READ FCGEPND1 NEXT RECORD
                 AT END
                    SET FIN-PND1 TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       18200-RANGER-PND.
      *-----------------
           IF PND1-DT-RETOUR (1:4) = WS-AN-CAMPAGNE-X
              MOVE PND1-CLE (1:4) TO WS-INSTIT-CTRL
              PERFORM 22000-LOCALISER-INSTITUTION
              ADD 1 TO WS-INS-NB-PND(IX-INS)
           END-IF
           PERFORM 18100-LIRE-PND1
           .
      ******************************************************************
      *   ECHECS ELECTRONIQUES : CLES DONT LE DERNIER ECHEC EST DE    *
      *   L'ANNEE DE CAMPAGNE                                         *
      ******************************************************************
       19000-CHARGER-REJETS.
      *---------------------
           PERFORM 19100-LIRE-BNC1
           PERFORM 19200-RANGER-REJET
              UNTIL FIN-BNC1.
           CLOSE FCGEBNC1
           .
      ******************************************************************
       19100-LIRE-BNC1.
      *----------------
           IF NOT FIN-BNC1
              READ FCGEBNC1 NEXT RECORD
                 AT END
                    SET FIN-BNC1 TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       19200-RANGER-REJET.
      *-------------------
           IF BNC1-DT-DERNIER (1:4) = WS-AN-CAMPAGNE-X
              MOVE BNC1-CLE (1:4) TO WS-INSTIT-CTRL
              PERFORM 22000-LOCALISER-INSTITUTION
              ADD 1 TO WS-INS-NB-REJETS(IX-INS)
           END-IF
           PERFORM 19100-LIRE-BNC1
           .
      ******************************************************************
       19500-CHARGER-RECTIFICATIFS.
      *-----------------------------
           PERFORM 19600-LIRE-RCTF
           PERFORM 19700-RANGER-RECTIFICATIF
              UNTIL FIN-RCTF.
           CLOSE FCGERCTF
           .
      ******************************************************************
       19600-LIRE-RCTF.
      *----------------
           IF NOT FIN-RCTF
              READ FCGERCTF
                 AT END
                    SET FIN-RCTF TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       19700-RANGER-RECTIFICATIF.
      *---------------------------
           MOVE RCTF-CLE-ALLOC (1:4) TO WS-INSTIT-CTRL
           PERFORM 22000-LOCALISER-INSTITUTION
           ADD 1 TO WS-INS-NB-RECTIF(IX-INS)
           PERFORM 19600-LIRE-RCTF
           .
      ******************************************************************
      *   HISTORISATION DES COMPTEURS DE LA CAMPAGNE : UNE RELANCE    *
      *   REMPLACE LES COMPTEURS DEJA ECRITS                          *
      ******************************************************************
       20000-HISTORISER-CAMPAGNE.
      *---------------------------
           MOVE 1 TO WS-IND-PARC.
           PERFORM 20100-HISTORISER-INSTITUTION
              UNTIL WS-IND-PARC > WS-NB-INST
           .
      ******************************************************************
       20100-HISTORISER-INSTITUTION.
      *------------------------------
           SET IX-INS TO WS-IND-PARC.
           MOVE WS-AN-CAMPAGNE-X     TO HCMP-AN-CAMPAGNE.
           MOVE WS-INS-CODE(IX-INS)  TO HCMP-INSTITUTION.
           MOVE WS-INS-CPT-N(IX-INS) TO HCMP-COMPTEURS.
           MOVE WS-DATE-TRAITEMENT   TO HCMP-DT-MAJ.
           WRITE ENRG-FCGEHCMP.
           IF DOUBLON-FCGEHCMP
              REWRITE ENRG-FCGEHCMP
           END-IF.
           IF NOT OK-FCGEHCMP
              DISPLAY 'PPGEMB27 : ERREUR ECRITURE FCGEHCMP - STATUS '
                       FS-FCGEHCMP-STATUS ' ' HCMP-CLE
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1 TO WS-CPT-HISTO-ECRITS.
           ADD 1 TO WS-IND-PARC
           .
      ******************************************************************
      *   COMPTEURS DE LA CAMPAGNE PRECEDENTE : LECTURE DE TOUTE LA   *
      *   CAMPAGNE N-1, POUR FAIRE APPARAITRE AUSSI LES INSTITUTIONS  *
      *   SANS AUCUNE ACTIVITE CETTE ANNEE                            *
      ******************************************************************
       21000-CHARGER-CAMPAGNE-PREC.
      *-----------------------------
           MOVE WS-AN-PRECEDENT-X TO HCMP-AN-CAMPAGNE.
           MOVE LOW-VALUE         TO HCMP-INSTITUTION.
           START FCGEHCMP KEY NOT < HCMP-CLE
              INVALID KEY
                 SET FIN-HCMP TO TRUE
           END-START.
           PERFORM 21100-LIRE-HCMP.
           PERFORM 21200-RANGER-CAMPAGNE-PREC
              UNTIL FIN-HCMP
           .
      ******************************************************************
       21100-LIRE-HCMP.
      *----------------
           IF NOT FIN-HCMP
              READ FCGEHCMP NEXT RECORD
                 AT END
                    SET FIN-HCMP TO TRUE
              END-READ
           END-IF.
           IF NOT FIN-HCMP
              AND HCMP-AN-CAMPAGNE NOT = WS-AN-PRECEDENT-X
              SET FIN-HCMP TO TRUE
           END-IF
           .
      ******************************************************************
       21200-RANGER-CAMPAGNE-PREC.
      *----------------------------
           MOVE HCMP-INSTITUTION     TO WS-INSTIT-CTRL
           PERFORM 22000-LOCALISER-INSTITUTION
           MOVE HCMP-COMPTEURS       TO WS-INS-CPT-N1(IX-INS)
           MOVE 'O'                  TO WS-INS-IND-N1(IX-INS)
           PERFORM 21100-LIRE-HCMP
           .
      ******************************************************************
       22000-LOCALISER-INSTITUTION.
      *-----------------------------
           MOVE 'N' TO WS-IND-TROUVE.
           SET IX-INS TO 1.
           IF WS-NB-INST > ZERO
              SEARCH WS-INS
                 AT END
                    CONTINUE
                 WHEN IX-INS > WS-NB-INST
                    CONTINUE
                 WHEN WS-INS-CODE(IX-INS) = WS-INSTIT-CTRL
                    SET INSTITUTION-TROUVEE TO TRUE
              END-SEARCH
           END-IF.
           IF NOT INSTITUTION-TROUVEE
              IF WS-NB-INST = 300
                 DISPLAY 'PPGEMB27 : TABLE INSTITUTIONS SATUREE (300)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1               TO WS-NB-INST
              SET IX-INS          TO WS-NB-INST
              MOVE WS-INSTIT-CTRL TO WS-INS-CODE(IX-INS)
              MOVE 'N'            TO WS-INS-IND-N1(IX-INS)
              MOVE ZERO           TO WS-CPT-TRAV-N
              MOVE WS-CPT-TRAV-N  TO WS-INS-CPT-N(IX-INS)
                                     WS-INS-CPT-N1(IX-INS)
           END-IF
           .
      ******************************************************************
      *   TRI DE LA TABLE SUR REGION + INSTITUTION (LES SOURCES       *
      *   AUTRES QUE LE CR CONSOLIDE PEUVENT AJOUTER DES POSTES EN    *
      *   FIN DE TABLE) - TRI PAR ECHANGES, LA TABLE EST PETITE       *
      ******************************************************************
       23000-TRIER-INSTITUTIONS.
      *--------------------------
           SET ECHANGE-FAIT TO TRUE.
           PERFORM 23100-PASSE-TRI
              UNTIL NOT ECHANGE-FAIT
           .
      ******************************************************************
       23100-PASSE-TRI.
      *----------------
           MOVE 'N' TO WS-IND-ECHANGE.
           MOVE 1   TO WS-IND-TRI.
           PERFORM 23200-COMPARER-POSTES
              UNTIL WS-IND-TRI NOT < WS-NB-INST
           .
      ******************************************************************
       23200-COMPARER-POSTES.
      *-----------------------
           IF WS-INS-CODE(WS-IND-TRI) > WS-INS-CODE(WS-IND-TRI + 1)
              MOVE WS-INS(WS-IND-TRI)     TO WS-INS-ECHANGE
              MOVE WS-INS(WS-IND-TRI + 1) TO WS-INS(WS-IND-TRI)
              MOVE WS-INS-ECHANGE         TO WS-INS(WS-IND-TRI + 1)
              SET ECHANGE-FAIT TO TRUE
           END-IF.
           ADD 1 TO WS-IND-TRI
           .
      ******************************************************************
      *   COMPARATIF : UN BLOC PAR INSTITUTION, UN BLOC DE REGION A   *
      *   CHAQUE RUPTURE SUR LE CODE REGION, UN BLOC DE CAMPAGNE EN   *
      *   FIN ; LES TAUX SONT RECALCULES SUR LES CUMULS               *
      ******************************************************************
       25000-EDITER-COMPARATIF.
      *------------------------
           MOVE ZERO TO WS-CPT-TRAV-N.
           MOVE WS-CPT-TRAV-N TO WS-CPT-REG-N WS-CPT-REG-N1
                                 WS-CPT-TOT-N WS-CPT-TOT-N1.
           MOVE 1 TO WS-IND-PARC.
           PERFORM 25100-EDITER-INSTITUTION
              UNTIL WS-IND-PARC > WS-NB-INST.
           IF WS-NB-INST > ZERO
              PERFORM 25300-EDITER-REGION
           END-IF.
           MOVE 'TOTAL CAMPAGNE'   TO WS-LIB-BLOC.
           MOVE SPACES             TO WS-CODE-BLOC.
           MOVE WS-CPT-TOT-N       TO WS-CPT-TRAV-N.
           MOVE WS-CPT-TOT-N1      TO WS-CPT-TRAV-N1.
           MOVE WS-IND-N1-TOTAL    TO WS-IND-N1-BLOC.
           PERFORM 25500-EDITER-BLOC
           .
      ******************************************************************
       25100-EDITER-INSTITUTION.
      *--------------------------
           SET IX-INS TO WS-IND-PARC.
           IF WS-REGION-RUPTURE NOT = SPACES
              AND WS-INS-CODE(IX-INS) (1:1) NOT = WS-REGION-RUPTURE
              PERFORM 25300-EDITER-REGION
           END-IF.
           MOVE WS-INS-CODE(IX-INS) (1:1) TO WS-REGION-RUPTURE.
           MOVE 'INSTITUTION   '      TO WS-LIB-BLOC.
           MOVE WS-INS-CODE(IX-INS)   TO WS-CODE-BLOC.
           MOVE WS-INS-CPT-N(IX-INS)  TO WS-CPT-TRAV-N.
           MOVE WS-INS-CPT-N1(IX-INS) TO WS-CPT-TRAV-N1.
           MOVE WS-INS-IND-N1(IX-INS) TO WS-IND-N1-BLOC.
           IF BLOC-AVEC-N1
              MOVE 'O' TO WS-IND-N1-REGION WS-IND-N1-TOTAL
           END-IF.
           MOVE 1 TO WS-IND-CPT.
           PERFORM 25200-CUMULER-COMPTEUR
              UNTIL WS-IND-CPT > 13.
           PERFORM 25500-EDITER-BLOC.
           ADD 1 TO WS-IND-PARC
           .
      ******************************************************************
       25200-CUMULER-COMPTEUR.
      *------------------------
           ADD WS-TN-CPT(WS-IND-CPT) TO WS-RN-CPT(WS-IND-CPT)
                                        WS-GN-CPT(WS-IND-CPT).
           ADD WS-T1-CPT(WS-IND-CPT) TO WS-R1-CPT(WS-IND-CPT)
                                        WS-G1-CPT(WS-IND-CPT).
           ADD 1 TO WS-IND-CPT
           .
      ******************************************************************
       25300-EDITER-REGION.
      *---------------------
           MOVE 'REGION        '   TO WS-LIB-BLOC.
           MOVE WS-REGION-RUPTURE  TO WS-CODE-BLOC.
           MOVE WS-CPT-REG-N       TO WS-CPT-TRAV-N.
           MOVE WS-CPT-REG-N1      TO WS-CPT-TRAV-N1.
           MOVE WS-IND-N1-REGION   TO WS-IND-N1-BLOC.
           PERFORM 25500-EDITER-BLOC.
           MOVE ZERO               TO WS-CPT-TRAV-N.
           MOVE WS-CPT-TRAV-N      TO WS-CPT-REG-N WS-CPT-REG-N1.
           MOVE 'N'                TO WS-IND-N1-REGION
           .
      ******************************************************************
      *   BLOC D'INDICATEURS : VOLUMES, VENTILATIONS PAR TYPE ET PAR  *
      *   CANAL, EXCLUSIONS, TAUX PND (PND / DOCUMENTS), TAUX DE      *
      *   REJET ELECTRONIQUE (REJETS / ENVOIS ELECTRONIQUES) ET       *
      *   RECTIFICATIFS                                               *
      ******************************************************************
       25500-EDITER-BLOC.
      *------------------
           MOVE 'ALLOCATAIRES EMIS ' TO WS-LIB-INDICATEUR
           MOVE WS-TN-EMIS           TO WS-VAL-N
           MOVE WS-T1-EMIS           TO WS-VAL-N1
           PERFORM 25600-EDITER-LIGNE
           MOVE 'DOCUMENTS EMIS    ' TO WS-LIB-INDICATEUR
           MOVE WS-TN-DOCS           TO WS-VAL-N
           MOVE WS-T1-DOCS           TO WS-VAL-N1
           PERFORM 25600-EDITER-LIGNE
           MOVE '  DONT AF         ' TO WS-LIB-INDICATEUR
           MOVE WS-TN-AF             TO WS-VAL-N
           MOVE WS-T1-AF             TO WS-VAL-N1
           PERFORM 25600-EDITER-LIGNE
           MOVE '  DONT IF         ' TO WS-LIB-INDICATEUR
           MOVE WS-TN-IF             TO WS-VAL-N
           MOVE WS-T1-IF             TO WS-VAL-N1
           PERFORM 25600-EDITER-LIGNE
           MOVE 'CANAL COURRIER    ' TO WS-LIB-INDICATEUR
           MOVE WS-TN-PAPIER         TO WS-VAL-N
           MOVE WS-T1-PAPIER         TO WS-VAL-N1
           PERFORM 25600-EDITER-LIGNE
           MOVE 'CANAL ELECTRONIQUE' TO WS-LIB-INDICATEUR
           MOVE WS-TN-ELEC           TO WS-VAL-N
           MOVE WS-T1-ELEC           TO WS-VAL-N1
           PERFORM 25600-EDITER-LIGNE
           MOVE 'PART ELECTR. 0/00 ' TO WS-LIB-INDICATEUR
           MOVE ZERO                 TO WS-VAL-N WS-VAL-N1
           IF WS-TN-PAPIER + WS-TN-ELEC > ZERO
              COMPUTE WS-VAL-N = WS-TN-ELEC * 1000
                               / (WS-TN-PAPIER + WS-TN-ELEC)
           END-IF
           IF WS-T1-PAPIER + WS-T1-ELEC > ZERO
              COMPUTE WS-VAL-N1 = WS-T1-ELEC * 1000
                                / (WS-T1-PAPIER + WS-T1-ELEC)
           END-IF
           PERFORM 25600-EDITER-LIGNE
           MOVE 'EXCLUSIONS        ' TO WS-LIB-INDICATEUR
           MOVE WS-TN-EXCLUS         TO WS-VAL-N
           MOVE WS-T1-EXCLUS         TO WS-VAL-N1
           PERFORM 25600-EDITER-LIGNE
           MOVE 'ANOMALIES         ' TO WS-LIB-INDICATEUR
           MOVE WS-TN-ANOMALIES      TO WS-VAL-N
           MOVE WS-T1-ANOMALIES      TO WS-VAL-N1
           PERFORM 25600-EDITER-LIGNE
           MOVE 'DIFFERES          ' TO WS-LIB-INDICATEUR
           MOVE WS-TN-DIFFERES       TO WS-VAL-N
           MOVE WS-T1-DIFFERES       TO WS-VAL-N1
           PERFORM 25600-EDITER-LIGNE
           MOVE 'RETOURS PND       ' TO WS-LIB-INDICATEUR
           MOVE WS-TN-PND            TO WS-VAL-N
           MOVE WS-T1-PND            TO WS-VAL-N1
           PERFORM 25600-EDITER-LIGNE
           MOVE 'TAUX PND 0/00     ' TO WS-LIB-INDICATEUR
           MOVE ZERO                 TO WS-VAL-N WS-VAL-N1
           IF WS-TN-DOCS > ZERO
              COMPUTE WS-VAL-N = WS-TN-PND * 1000 / WS-TN-DOCS
           END-IF
           IF WS-T1-DOCS > ZERO
              COMPUTE WS-VAL-N1 = WS-T1-PND * 1000 / WS-T1-DOCS
           END-IF
           PERFORM 25600-EDITER-LIGNE
           MOVE 'REJETS ELECTRON.  ' TO WS-LIB-INDICATEUR
           MOVE WS-TN-REJETS         TO WS-VAL-N
           MOVE WS-T1-REJETS         TO WS-VAL-N1
           PERFORM 25600-EDITER-LIGNE
           MOVE 'TAUX REJET EL 0/00' TO WS-LIB-INDICATEUR
           MOVE ZERO                 TO WS-VAL-N WS-VAL-N1
           IF WS-TN-ELEC > ZERO
              COMPUTE WS-VAL-N = WS-TN-REJETS * 1000 / WS-TN-ELEC
           END-IF
           IF WS-T1-ELEC > ZERO
              COMPUTE WS-VAL-N1 = WS-T1-REJETS * 1000 / WS-T1-ELEC
           END-IF
           PERFORM 25600-EDITER-LIGNE
           MOVE 'RECTIFICATIFS     ' TO WS-LIB-INDICATEUR
           MOVE WS-TN-RECTIF         TO WS-VAL-N
           MOVE WS-T1-RECTIF         TO WS-VAL-N1
           PERFORM 25600-EDITER-LIGNE
           .
      ******************************************************************
      *   ECART EN % DE LA VALEUR N-1 (999 SI N-1 NUL ET N NON NUL) ; *
      *   SIGNALE AU-DELA DU SEUIL, EN HAUSSE COMME EN BAISSE, SI LE  *
      *   BLOC A UNE CAMPAGNE PRECEDENTE                              *
      ******************************************************************
       25600-EDITER-LIGNE.
      *-------------------
           MOVE WS-LIB-BLOC        TO RACM-LIBELLE
           MOVE WS-CODE-BLOC       TO RACM-INSTITUTION
           MOVE WS-LIB-INDICATEUR  TO RACM-INDICATEUR
           MOVE WS-VAL-N           TO RACM-VALEUR-N
           MOVE SPACES             TO RACM-ALERTE
           MOVE ZERO               TO WS-ECART-PCT
           COMPUTE WS-ECART = WS-VAL-N - WS-VAL-N1
           IF WS-VAL-N1 > ZERO
              COMPUTE WS-ECART-PCT = WS-ECART * 100 / WS-VAL-N1
                 ON SIZE ERROR
                    MOVE 999 TO WS-ECART-PCT
              END-COMPUTE
           ELSE
              IF WS-VAL-N > ZERO
                 MOVE 999 TO WS-ECART-PCT
              END-IF
           END-IF
           IF WS-ECART-PCT > 999
              MOVE 999 TO WS-ECART-PCT
           END-IF
           IF BLOC-AVEC-N1
              MOVE WS-VAL-N1       TO RACM-VALEUR-N1
              MOVE WS-ECART-PCT    TO RACM-ECART-PCT
              IF WS-ECART-PCT > WS-SEUIL-ECART
                 OR WS-ECART-PCT < ZERO - WS-SEUIL-ECART
                 MOVE '***'        TO RACM-ALERTE
                 ADD 1             TO WS-CPT-ECARTS
                 MOVE 4            TO WS-CO-RET
              END-IF
           ELSE
              MOVE ZERO            TO RACM-VALEUR-N1
              MOVE ZERO            TO RACM-ECART-PCT
           END-IF
           WRITE ENRG-PPGRACMP.
           IF NOT OK-PPGRACMP
              DISPLAY 'PPGEMB27 : ERREUR ECRITURE PPGRACMP - STATUS '
                       FS-PPGRACMP-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FCGEHCMP PPGRACMP.
           DISPLAY 'PPGEMB27 : CAMPAGNE COMPAREE     = '
                    WS-AN-CAMPAGNE ' / ' WS-AN-PRECEDENT.
           DISPLAY 'PPGEMB27 : INSTITUTIONS          = ' WS-NB-INST.
           DISPLAY 'PPGEMB27 : COMPTEURS HISTORISES  = '
                    WS-CPT-HISTO-ECRITS.
           DISPLAY 'PPGEMB27 : ECARTS SIGNALES       = '
                    WS-CPT-ECARTS.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'PPGEMB27 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
