       ID DIVISION.
       PROGRAM-ID. PPGEMB29.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH DE RAPPROCHEMENT DES PREUVES DE
      *           DEPOT DE LA CHAINE AF/IF. LE RAPPROCHEMENT E/S DE
      *           PPGEMB17 PROUVE QU'UN DOCUMENT A ETE TRANSMIS A LA
      *           CHAINE CIC, PAS QU'IL A ETE IMPRIME ET REMIS A LA
      *           POSTE : FACE A UN ALLOCATAIRE QUI DIT NE RIEN AVOIR
      *           RECU, ON N'AVAIT AUCUNE PREUVE. LE PRESTATAIRE
      *           D'IMPRESSION ET DE ROUTAGE RESTITUE SA PRODUCTION
      *           (FCGEPOSP : REFERENCE LISIBLE MACHINE FCGEREF1,
      *           DATE D'IMPRESSION, DATE DE DEPOT, NUMERO DE LOT
      *           POSTAL). LE PROGRAMME LE RAPPROCHE DES REFERENCES
      *           EMISES (FCGEREF1), LES DEUX FICHIERS ETANT TRIES
      *           PAR LE JCL SUR LA REFERENCE :
      *           - REFERENCE DEPOSEE : LA PREUVE EST CONSERVEE DANS
      *             LE KSDS FCGEPST1 (CLE ALLOCATAIRE + TYPE DE
      *             DOCUMENT + DATE D'EMISSION, COMME L'INDEX GED
      *             FB00GEDI) CONSULTE PAR PPGEMB18 ET FB10T00 ;
      *           - REFERENCE COURRIER SANS DEPOT : LISTEE 'NON
      *             DEPOSE' SI ELLE A ETE EMISE AU PLUS TARD A LA
      *             DATE LIMITE DE LA CARTE FB00PARM (LES EMISSIONS
      *             PLUS RECENTES SONT COMPTEES EN ATTENTE) ;
      *           - REFERENCE ELECTRONIQUE (CANAL E1) : PAS DE DEPOT
      *             ATTENDU ;
      *           - RETOUR SANS REFERENCE EMISE : LISTE 'REF
      *             INCONNUE'.
      *           LE COMPTE RENDU PPGRAPST DONNE, PAR INSTITUTION ET
      *           PAR CAMPAGNE, LES DOCUMENTS EMIS EN COURRIER,
      *           DEPOSES, NON DEPOSES ET EN ATTENTE. UN DOCUMENT NON
      *           DEPOSE OU UN RETOUR INCONNU DONNE LE CODE RETOUR 4.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51199 CREATION.
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
      *--- CARTE PARAMETRE : DATE LIMITE D'EMISSION (SSAAMMJJ) AU-
      *--- DELA DE LAQUELLE UN DOCUMENT SANS DEPOT EST EN ATTENTE
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- REFERENCES DES EMISSIONS (PPGEMB17), TRIEES SUR LA
      *--- REFERENCE
           SELECT  FCGEREF1   ASSIGN  FCGEREF1
                               FILE STATUS IS  FS-FCGEREF1-STATUS.
      *--- RETOUR DE PRODUCTION ET DE DEPOT DU PRESTATAIRE, TRIE SUR
      *--- LA REFERENCE
           SELECT  FCGEPOSP   ASSIGN  FCGEPOSP
                               FILE STATUS IS  FS-FCGEPOSP-STATUS.
      *--- PREUVES DE DEPOT (KSDS CONSULTE PAR PPGEMB18 ET FB10T00)
           SELECT  FCGEPST1   ASSIGN  FCGEPST1
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY PST1-CLE
                               FILE STATUS IS  FS-FCGEPST1-STATUS.
      *--- COMPTE RENDU DES DEPOTS PAR INSTITUTION ET CAMPAGNE
           SELECT  PPGRAPST   ASSIGN  PPGRAPST
                               FILE STATUS IS  FS-PPGRAPST-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-DT-LIMITE         PIC X(08).
           05  FILLER                 PIC X(72).
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
       FD  FCGEPOSP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FCGEPOSP.
           05  POSP-REFERENCE.
               10  POSP-CLE-ALLOC     PIC X(013).
               10  POSP-TYPE-DOC      PIC X(002).
               10  POSP-AN-CAMPAGNE   PIC X(004).
           05  POSP-DT-IMPRESSION     PIC X(008).
           05  POSP-DT-DEPOT          PIC X(008).
           05  POSP-NO-LOT            PIC X(012).
           05  FILLER                 PIC X(033).
      *
       FD  FCGEPST1
           LABEL RECORD STANDARD.
       01  ENRG-FCGEPST1.
           05  PST1-CLE.
               10  PST1-CLE-ALLOC     PIC X(013).
               10  PST1-TYPE-DOC      PIC X(002).
               10  PST1-DT-EMISSION   PIC X(008).
           05  PST1-AN-CAMPAGNE       PIC X(004).
           05  PST1-DT-IMPRESSION     PIC X(008).
           05  PST1-DT-DEPOT          PIC X(008).
           05  PST1-NO-LOT            PIC X(012).
           05  PST1-DT-MAJ            PIC X(008).
           05  FILLER                 PIC X(017).
      *
       FD  PPGRAPST
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-PPGRAPST.
           05  RAPS-LIBELLE           PIC X(14).
           05  RAPS-INSTITUTION       PIC X(04).
           05  FILLER                 PIC X(02).
           05  RAPS-AN-CAMPAGNE       PIC X(04).
           05  FILLER                 PIC X(02).
           05  RAPS-NB-EMIS           PIC ZZZZZZ9.
           05  FILLER                 PIC X(02).
           05  RAPS-NB-DEPOSES        PIC ZZZZZZ9.
           05  FILLER                 PIC X(02).
           05  RAPS-NB-NON-DEPOSES    PIC ZZZZZZ9.
           05  FILLER                 PIC X(02).
           05  RAPS-NB-ATTENTE        PIC ZZZZZZ9.
           05  FILLER                 PIC X(20).
      *--- LIGNE DE DETAIL : REFERENCE NON DEPOSEE OU INCONNUE
       01  ENRG-PPGRAPST-DET REDEFINES ENRG-PPGRAPST.
           05  RAPD-LIBELLE           PIC X(14).
           05  RAPD-REFERENCE         PIC X(19).
           05  FILLER                 PIC X(02).
           05  RAPD-DT-EMISSION       PIC X(08).
           05  FILLER                 PIC X(02).
           05  RAPD-DT-DEPOT          PIC X(08).
           05  FILLER                 PIC X(02).
           05  RAPD-NO-LOT            PIC X(12).
           05  FILLER                 PIC X(13).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S PPGEMB29 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FCGEREF1-STATUS   PIC X(02).
           88     OK-FCGEREF1       VALUE '00'.
       01  FS-FCGEPOSP-STATUS   PIC X(02).
           88     OK-FCGEPOSP       VALUE '00'.
       01  FS-FCGEPST1-STATUS   PIC X(02).
           88     OK-FCGEPST1       VALUE '00'.
           88     DOUBLON-FCGEPST1  VALUE '22'.
       01  FS-PPGRAPST-STATUS   PIC X(02).
           88     OK-PPGRAPST       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-REF1       PIC X(01) VALUE 'N'.
           88     FIN-REF1           VALUE 'O'.
       01  WS-IND-FIN-POSP       PIC X(01) VALUE 'N'.
           88     FIN-POSP           VALUE 'O'.
      *================================================================*
      *   CLES DU RAPPROCHEMENT (HIGH-VALUE EN FIN DE FICHIER)         *
      *================================================================*
       01  WS-CLE-REF1           PIC X(19) VALUE LOW-VALUE.
       01  WS-CLE-REF1-PREC      PIC X(19) VALUE LOW-VALUE.
       01  WS-CLE-POSP           PIC X(19) VALUE LOW-VALUE.
       01  WS-IND-DEPOSE         PIC X(01) VALUE 'N'.
           88     REFERENCE-DEPOSEE  VALUE 'O'.
      *================================================================*
      *   PARAMETRES                                                   *
      *================================================================*
       01  WS-DT-LIMITE          PIC X(08) VALUE HIGH-VALUE.
      *================================================================*
      *   COMPTEURS PAR INSTITUTION ET PAR CAMPAGNE                    *
      *================================================================*
       01  WS-NB-IC              PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-IC.
           05  WS-IC              OCCURS 500 TIMES
                                  INDEXED BY IX-IC.
               10  WS-IC-CLE.
                   15  WS-IC-INSTITUTION   PIC X(04).
                   15  WS-IC-AN-CAMPAGNE   PIC X(04).
               10  WS-IC-NB-EMIS           PIC 9(07).
               10  WS-IC-NB-DEPOSES        PIC 9(07).
               10  WS-IC-NB-NON-DEPOSES    PIC 9(07).
               10  WS-IC-NB-ATTENTE        PIC 9(07).
       01  WS-IC-ECHANGE         PIC X(36).
       01  WS-IC-CLE-CTRL.
           05  WS-IC-INSTIT-CTRL     PIC X(04).
           05  WS-IC-CAMPAGNE-CTRL   PIC X(04).
       01  WS-IND-TROUVE         PIC X(01) VALUE 'N'.
           88     POSTE-TROUVE       VALUE 'O'.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-IND-PARC           PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-TRI            PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-ECHANGE        PIC X(01) VALUE 'N'.
           88     ECHANGE-FAIT       VALUE 'O'.
       01  WS-CPT-REFERENCES     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REF-DOUBLES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ELECTRONIQUES  PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RETOURS        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RETOURS-INVAL  PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DEPOSES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NON-DEPOSES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ATTENTE        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-INCONNUS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PREUVES        PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-TRAITEMENT
           PERFORM 23000-TRIER-POSTES
           PERFORM 25000-EDITER-BILAN
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
      *   LA CARTE FB00PARM EST FACULTATIVE : SANS DATE LIMITE, TOUTE *
      *   REFERENCE COURRIER SANS DEPOT EST NON DEPOSEE               *
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT FB00PARM.
           IF OK-FB00PARM
              READ FB00PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-DT-LIMITE NUMERIC
                       MOVE PARM-DT-LIMITE TO WS-DT-LIMITE
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           OPEN INPUT  FCGEREF1
           OPEN INPUT  FCGEPOSP
           OPEN I-O    FCGEPST1
           OPEN OUTPUT PPGRAPST.
           IF NOT OK-FCGEREF1 OR NOT OK-FCGEPOSP
              OR NOT OK-FCGEPST1 OR NOT OK-PPGRAPST
              DISPLAY 'PPGEMB29 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-REF1
           PERFORM 21100-LIRE-POSP
           .
      ******************************************************************
      *   RAPPROCHEMENT DES DEUX FICHIERS TRIES SUR LA REFERENCE :    *
      *   UNE REFERENCE EST SOLDEE QUAND LE RETOUR COURANT LA DEPASSE *
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-RAPPROCHER
              UNTIL FIN-REF1 AND FIN-POSP
           .
      ******************************************************************
       20100-RAPPROCHER.
      *-----------------
           EVALUATE TRUE
              WHEN WS-CLE-REF1 < WS-CLE-POSP
                 PERFORM 20200-SOLDER-REFERENCE
                 PERFORM 21000-LIRE-REF1
              WHEN WS-CLE-REF1 = WS-CLE-POSP
                 PERFORM 20300-ENREGISTRER-DEPOT
                 PERFORM 21100-LIRE-POSP
              WHEN OTHER
                 PERFORM 20400-SIGNALER-INCONNU
                 PERFORM 21100-LIRE-POSP
           END-EVALUATE
           .
      ******************************************************************
      *   REFERENCE SOLDEE : LES REFERENCES ELECTRONIQUES NE SONT PAS *
      *   ATTENDUES AU DEPOT ; UNE REFERENCE COURRIER SANS DEPOT EST  *
      *   EN ATTENTE SI ELLE EST POSTERIEURE A LA DATE LIMITE         *
      ******************************************************************
       20200-SOLDER-REFERENCE.
      *------------------------
           IF REF1-CANAL = 'E1'
              AND NOT REFERENCE-DEPOSEE
              ADD 1 TO WS-CPT-ELECTRONIQUES
           ELSE
              MOVE REF1-CLE-ALLOC (1:4) TO WS-IC-INSTIT-CTRL
              MOVE REF1-AN-CAMPAGNE     TO WS-IC-CAMPAGNE-CTRL
              PERFORM 22000-LOCALISER-POSTE
              ADD 1 TO WS-IC-NB-EMIS (IX-IC)
              EVALUATE TRUE
                 WHEN REFERENCE-DEPOSEE
                    ADD 1 TO WS-IC-NB-DEPOSES (IX-IC)
                             WS-CPT-DEPOSES
                 WHEN REF1-DT-EMISSION > WS-DT-LIMITE
                    ADD 1 TO WS-IC-NB-ATTENTE (IX-IC)
                             WS-CPT-ATTENTE
                 WHEN OTHER
                    ADD 1 TO WS-IC-NB-NON-DEPOSES (IX-IC)
                             WS-CPT-NON-DEPOSES
                    MOVE SPACES           TO ENRG-PPGRAPST-DET
                    MOVE 'NON DEPOSE    ' TO RAPD-LIBELLE
                    MOVE REF1-REFERENCE   TO RAPD-REFERENCE
                    MOVE REF1-DT-EMISSION TO RAPD-DT-EMISSION
                    PERFORM 29000-ECRIRE-RAPST
              END-EVALUATE
           END-IF
           .
      ******************************************************************
      *   DEPOT D'UNE REFERENCE EMISE : LA PREUVE EST POSEE (OU       *
      *   REMPLACEE EN CAS DE RELANCE OU DE REDEPOT) DANS FCGEPST1    *
      ******************************************************************
       20300-ENREGISTRER-DEPOT.
      *-------------------------
           IF POSP-DT-DEPOT NOT NUMERIC
              ADD 1 TO WS-CPT-RETOURS-INVAL
              DISPLAY 'PPGEMB29 : DATE DE DEPOT INVALIDE - '
                       POSP-REFERENCE ' ' POSP-DT-DEPOT
           ELSE
              SET REFERENCE-DEPOSEE    TO TRUE
              MOVE SPACES              TO ENRG-FCGEPST1
              MOVE REF1-CLE-ALLOC      TO PST1-CLE-ALLOC
              MOVE REF1-TYPE-DOC       TO PST1-TYPE-DOC
              MOVE REF1-DT-EMISSION    TO PST1-DT-EMISSION
              MOVE REF1-AN-CAMPAGNE    TO PST1-AN-CAMPAGNE
              MOVE POSP-DT-IMPRESSION  TO PST1-DT-IMPRESSION
              MOVE POSP-DT-DEPOT       TO PST1-DT-DEPOT
              MOVE POSP-NO-LOT         TO PST1-NO-LOT
              MOVE WS-DATE-TRAITEMENT  TO PST1-DT-MAJ
              WRITE ENRG-FCGEPST1
              IF DOUBLON-FCGEPST1
                 REWRITE ENRG-FCGEPST1
                 END-REWRITE
              END-IF
              IF NOT OK-FCGEPST1 AND NOT DOUBLON-FCGEPST1
                 DISPLAY 'PPGEMB29 : ERREUR ECRITURE FCGEPST1 - '
                         'STATUS ' FS-FCGEPST1-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1 TO WS-CPT-PREUVES
           END-IF
           .
      ******************************************************************
      *   RETOUR DU PRESTATAIRE SANS REFERENCE EMISE CORRESPONDANTE   *
      ******************************************************************
       20400-SIGNALER-INCONNU.
      *------------------------
           ADD 1 TO WS-CPT-INCONNUS
           MOVE SPACES             TO ENRG-PPGRAPST-DET
           MOVE 'REF INCONNUE  '   TO RAPD-LIBELLE
           MOVE POSP-REFERENCE     TO RAPD-REFERENCE
           MOVE POSP-DT-DEPOT      TO RAPD-DT-DEPOT
           MOVE POSP-NO-LOT        TO RAPD-NO-LOT
           PERFORM 29000-ECRIRE-RAPST
           .
      ******************************************************************
      *   LECTURE DES REFERENCES : UNE REFERENCE REPETEE (FCGEREF1 DE *
      *   PLUSIEURS PASSAGES CONCATENES) N'EST RAPPROCHEE QU'UNE FOIS *
      ******************************************************************
       21000-LIRE-REF1.
      *----------------
           MOVE 'N' TO WS-IND-DEPOSE.
           MOVE WS-CLE-REF1 TO WS-CLE-REF1-PREC.
           PERFORM 21010-LIRE-ENRG-REF1.
           PERFORM 21010-LIRE-ENRG-REF1
              UNTIL FIN-REF1
              OR WS-CLE-REF1 NOT = WS-CLE-REF1-PREC
           .
      ******************************************************************
       21010-LIRE-ENRG-REF1.
      *---------------------
           IF NOT FIN-REF1
              READ FCGEREF1
                 AT END
                    SET FIN-REF1 TO TRUE
                    MOVE HIGH-VALUE TO WS-CLE-REF1
                 NOT AT END
                    MOVE REF1-REFERENCE TO WS-CLE-REF1
                    IF WS-CLE-REF1 = WS-CLE-REF1-PREC
                       ADD 1 TO WS-CPT-REF-DOUBLES
                    ELSE
                       ADD 1 TO WS-CPT-REFERENCES
                    END-IF
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-POSP.
      *----------------
           IF NOT FIN-POSP
              READ FCGEPOSP
                 AT END
                    SET FIN-POSP TO TRUE
                    MOVE HIGH-VALUE TO WS-CLE-POSP
                 NOT AT END
                    ADD 1 TO WS-CPT-RETOURS
                    MOVE POSP-REFERENCE TO WS-CLE-POSP
              END-READ
           END-IF
           .
      ******************************************************************
       22000-LOCALISER-POSTE.
      *-----------------------
           MOVE 'N' TO WS-IND-TROUVE.
           SET IX-IC TO 1.
           IF WS-NB-IC > ZERO
              SEARCH WS-IC
                 AT END
                    CONTINUE
                 WHEN IX-IC > WS-NB-IC
                    CONTINUE
                 WHEN WS-IC-CLE (IX-IC) = WS-IC-CLE-CTRL
                    SET POSTE-TROUVE TO TRUE
              END-SEARCH
           END-IF.
           IF NOT POSTE-TROUVE
              IF WS-NB-IC = 500
                 DISPLAY 'PPGEMB29 : TABLE INSTITUTIONS SATUREE (500)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                  TO WS-NB-IC
              SET IX-IC              TO WS-NB-IC
              MOVE WS-IC-CLE-CTRL    TO WS-IC-CLE (IX-IC)
              MOVE ZERO              TO WS-IC-NB-EMIS (IX-IC)
                                        WS-IC-NB-DEPOSES (IX-IC)
                                        WS-IC-NB-NON-DEPOSES (IX-IC)
                                        WS-IC-NB-ATTENTE (IX-IC)
           END-IF
           .
      ******************************************************************
      *   TRI DE LA TABLE SUR INSTITUTION + CAMPAGNE (LES REFERENCES  *
      *   SONT TRIEES SUR L'ALLOCATAIRE, PAS SUR LA CAMPAGNE) - TRI   *
      *   PAR ECHANGES, LA TABLE EST PETITE                           *
      ******************************************************************
       23000-TRIER-POSTES.
      *--------------------
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
              UNTIL WS-IND-TRI NOT < WS-NB-IC
           .
      ******************************************************************
       23200-COMPARER-POSTES.
      *-----------------------
           IF WS-IC-CLE (WS-IND-TRI) > WS-IC-CLE (WS-IND-TRI + 1)
              MOVE WS-IC (WS-IND-TRI)     TO WS-IC-ECHANGE
              MOVE WS-IC (WS-IND-TRI + 1) TO WS-IC (WS-IND-TRI)
              MOVE WS-IC-ECHANGE          TO WS-IC (WS-IND-TRI + 1)
              SET ECHANGE-FAIT TO TRUE
           END-IF.
           ADD 1 TO WS-IND-TRI
           .
      ******************************************************************
      *   BILAN : UNE LIGNE PAR INSTITUTION ET CAMPAGNE, PUIS LE      *
      *   TOTAL                                                       *
      ******************************************************************
       25000-EDITER-BILAN.
      *--------------------
           MOVE 1 TO WS-IND-PARC.
           PERFORM 25100-EDITER-POSTE
              UNTIL WS-IND-PARC > WS-NB-IC.
           MOVE SPACES                TO ENRG-PPGRAPST
           MOVE 'TOTAL DEPOTS  '      TO RAPS-LIBELLE
           COMPUTE RAPS-NB-EMIS = WS-CPT-DEPOSES + WS-CPT-NON-DEPOSES
                                + WS-CPT-ATTENTE
           MOVE WS-CPT-DEPOSES        TO RAPS-NB-DEPOSES
           MOVE WS-CPT-NON-DEPOSES    TO RAPS-NB-NON-DEPOSES
           MOVE WS-CPT-ATTENTE        TO RAPS-NB-ATTENTE
           PERFORM 29000-ECRIRE-RAPST
           .
      ******************************************************************
       25100-EDITER-POSTE.
      *--------------------
           MOVE SPACES                TO ENRG-PPGRAPST
           MOVE 'INSTITUTION   '      TO RAPS-LIBELLE
           MOVE WS-IC-INSTITUTION (WS-IND-PARC)
                                      TO RAPS-INSTITUTION
           MOVE WS-IC-AN-CAMPAGNE (WS-IND-PARC)
                                      TO RAPS-AN-CAMPAGNE
           MOVE WS-IC-NB-EMIS (WS-IND-PARC)
                                      TO RAPS-NB-EMIS
           MOVE WS-IC-NB-DEPOSES (WS-IND-PARC)
                                      TO RAPS-NB-DEPOSES
           MOVE WS-IC-NB-NON-DEPOSES (WS-IND-PARC)
                                      TO RAPS-NB-NON-DEPOSES
           MOVE WS-IC-NB-ATTENTE (WS-IND-PARC)
                                      TO RAPS-NB-ATTENTE
           PERFORM 29000-ECRIRE-RAPST
           ADD 1 TO WS-IND-PARC
           .
      ******************************************************************
       29000-ECRIRE-RAPST.
      *--------------------
           WRITE ENRG-PPGRAPST.
           IF NOT OK-PPGRAPST
              DISPLAY 'PPGEMB29 : ERREUR ECRITURE PPGRAPST - STATUS '
                       FS-PPGRAPST-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FCGEREF1 FCGEPOSP FCGEPST1 PPGRAPST.
           DISPLAY 'PPGEMB29 : REFERENCES EMISES LUES  = '
                    WS-CPT-REFERENCES.
           DISPLAY 'PPGEMB29 : REFERENCES EN DOUBLE    = '
                    WS-CPT-REF-DOUBLES.
           DISPLAY 'PPGEMB29 : REFERENCES ELECTRONIQUES= '
                    WS-CPT-ELECTRONIQUES.
           DISPLAY 'PPGEMB29 : RETOURS PRESTATAIRE LUS = '
                    WS-CPT-RETOURS.
           DISPLAY 'PPGEMB29 : RETOURS INVALIDES       = '
                    WS-CPT-RETOURS-INVAL.
           DISPLAY 'PPGEMB29 : PREUVES DE DEPOT POSEES = '
                    WS-CPT-PREUVES.
           DISPLAY 'PPGEMB29 : DOCUMENTS DEPOSES       = '
                    WS-CPT-DEPOSES.
           DISPLAY 'PPGEMB29 : DOCUMENTS NON DEPOSES   = '
                    WS-CPT-NON-DEPOSES.
           DISPLAY 'PPGEMB29 : DOCUMENTS EN ATTENTE    = '
                    WS-CPT-ATTENTE.
           DISPLAY 'PPGEMB29 : RETOURS SANS REFERENCE  = '
                    WS-CPT-INCONNUS.
           IF WS-CPT-NON-DEPOSES > 0
              OR WS-CPT-INCONNUS > 0
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'PPGEMB29 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
