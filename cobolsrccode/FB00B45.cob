       ID DIVISION.
       PROGRAM-ID. FB00B45.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH QUOTIDIEN DE TIRAGE DE L'ECHANTILLON
      *           DU CONTROLE QUALITE DES ACTIONS DE COMPOSITION.
      *           LA VALIDATION A DEUX NIVEAUX FB08 NE PORTE QUE SUR
      *           LES SORTIES ET RESTAURATIONS ; LES AJOUTS ET
      *           MODIFICATIONS (CODES ACTION 'A' ET 'M' DU RELEVE
      *           CONSOLIDE FB00RECA DE LA JOURNEE) SONT ICI TIRES AU
      *           SORT, ACTION PAR ACTION, AU TAUX DU PROFIL DE
      *           L'OPERATEUR (CARTE FB00PARM, EN POURCENTAGE) :
      *           - TAUX STANDARD ;
      *           - TAUX DEBUTANT : OPERATEUR ARRIVE DEPUIS MOINS DE
      *             N JOURS (DATE D'ARRIVEE PORTEE PAR LA REFERENCE
      *             FB00AGRF) OU ENCORE ABSENT DE LA REFERENCE ;
      *           - TAUX ANTECEDENT : OPERATEUR AYANT AU MOINS UNE
      *             ERREUR RELEVEE PAR LE CONTROLE QUALITE SUR LES N
      *             DERNIERS JOURS (VERDICTS DEJA PRESENTS DANS
      *             FB00CQEC).
      *           LE PLUS ELEVE DES TAUX APPLICABLES EST RETENU. LE
      *           GENERATEUR PSEUDO-ALEATOIRE (CONGRUENTIEL, MULTI-
      *           PLICATEUR 16807 MODULO 2**31-1) EST AMORCE SUR LA
      *           DATE DU TRAITEMENT : UNE RELANCE REPRODUIT LE MEME
      *           TIRAGE ET LES POSTES DEJA ECRITS SONT IGNORES.
      *           LES ACTIONS TIREES SONT ECRITES DANS LE KSDS FB00CQEC
      *           (DESSIN FB00CQEF) REVU DANS LA TRANSACTION FB25 ; LE
      *           COMPTE RENDU FB00RAPC DONNE, PAR OPERATEUR, LE PROFIL,
      *           LE TAUX, LES ACTIONS ELIGIBLES ET TIREES.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51177 CREATION.
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
      *--- CARTE PARAMETRE : TAUX DE TIRAGE ET FENETRES
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- REFERENCE RACF -> AGENCE, AVEC DATE D'ARRIVEE
           SELECT  FB00AGRF   ASSIGN  FB00AGRF
                               FILE STATUS IS  FS-FB00AGRF-STATUS.
      *--- RELEVE CONSOLIDE DE LA JOURNEE (SORTIE DE FB00B01)
           SELECT  FB00RECA   ASSIGN  FB00RECA
                               FILE STATUS IS  FS-FB00RECA-STATUS.
      *--- ECHANTILLON DU CONTROLE QUALITE (VSAM KSDS)
           SELECT  FB00CQEC   ASSIGN  FB00CQEC
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY CQECK-CLE
                               FILE STATUS IS  FS-FB00CQEC-STATUS.
      *--- COMPTE RENDU DU TIRAGE PAR OPERATEUR
           SELECT  FB00RAPC   ASSIGN  FB00RAPC
                               FILE STATUS IS  FS-FB00RAPC-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-TAUX-STANDARD     PIC X(03).
           05  PARM-TAUX-DEBUTANT     PIC X(03).
           05  PARM-TAUX-ANTECEDENT   PIC X(03).
           05  PARM-ANCIENNETE        PIC X(03).
           05  PARM-FENETRE-ERREURS   PIC X(03).
           05  FILLER                 PIC X(65).
      *
       FD  FB00AGRF
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00AGRF.
           05  AGRF-RACF              PIC X(15).
           05  AGRF-AGENCE            PIC X(05).
           05  AGRF-LIB-AGENCE        PIC X(30).
           05  AGRF-DATE-ARRIVEE      PIC X(08).
           05  FILLER                 PIC X(22).
      *
       FD  FB00RECA
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RECA.
           05  RECA-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02).
           05  RECA-ECRAN             PIC X(04).
           05  FILLER                 PIC X(02).
           05  RECA-CODE-ACTION       PIC X(01).
           05  RECA-MOTIF             PIC X(01).
           05  FILLER                 PIC X(01).
           05  RECA-LIBELLE           PIC X(30).
           05  FILLER                 PIC X(02).
           05  RECA-RACF              PIC X(15).
           05  FILLER                 PIC X(02).
           05  RECA-JOUR              PIC X(08).
           05  FILLER                 PIC X(01).
           05  RECA-HEURE             PIC X(08).
      *
       FD  FB00CQEC
           LABEL RECORD STANDARD.
       01  ENRG-FB00CQEC.
           05  CQECK-CLE              PIC X(13).
           05  FILLER                 PIC X(187).
      *
       FD  FB00RAPC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPC.
           05  RAPC-RACF              PIC X(15).
           05  FILLER                 PIC X(02).
           05  RAPC-AGENCE            PIC X(05).
           05  FILLER                 PIC X(02).
           05  RAPC-PROFIL            PIC X(01).
           05  FILLER                 PIC X(02).
           05  RAPC-TAUX              PIC ZZ9.
           05  FILLER                 PIC X(02).
           05  RAPC-NB-ELIGIBLES      PIC Z(06)9.
           05  FILLER                 PIC X(02).
           05  RAPC-NB-TIREES         PIC Z(06)9.
           05  FILLER                 PIC X(32).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B45 **'.
      *================================================================*
      *   ECHANTILLON DU CONTROLE QUALITE (DESSIN FB00CQEF)            *
      *================================================================*
           COPY FB00CQEF.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
           COPY FB00CALA.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00AGRF-STATUS   PIC X(02).
           88     OK-FB00AGRF       VALUE '00'.
       01  FS-FB00RECA-STATUS   PIC X(02).
           88     OK-FB00RECA       VALUE '00'.
       01  FS-FB00CQEC-STATUS   PIC X(02).
           88     OK-FB00CQEC       VALUE '00'.
           88     DOUBLON-FB00CQEC  VALUE '22'.
       01  FS-FB00RAPC-STATUS   PIC X(02).
           88     OK-FB00RAPC       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-AGRF       PIC X(01) VALUE 'N'.
           88     FIN-AGRF           VALUE 'O'.
       01  WS-IND-FIN-RECA       PIC X(01) VALUE 'N'.
           88     FIN-RECA           VALUE 'O'.
       01  WS-IND-FIN-CQEC       PIC X(01) VALUE 'N'.
           88     FIN-CQEC           VALUE 'O'.
      *================================================================*
      *   PARAMETRES DU TIRAGE                                         *
      *================================================================*
       01  WS-TAUX-STANDARD      PIC 9(03) VALUE ZERO.
       01  WS-TAUX-DEBUTANT      PIC 9(03) VALUE ZERO.
       01  WS-TAUX-ANTECEDENT    PIC 9(03) VALUE ZERO.
       01  WS-ANCIENNETE         PIC 9(03) VALUE ZERO.
       01  WS-FENETRE-ERREURS    PIC 9(03) VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-DATE-TRAITEMENT-N  REDEFINES WS-DATE-TRAITEMENT
                                 PIC 9(08).
       01  WS-DEBUT-FENETRE      PIC X(08) VALUE SPACES.
      *================================================================*
      *   GENERATEUR PSEUDO-ALEATOIRE (16807 * GERME MODULO 2**31-1)  *
      *================================================================*
       01  WS-GERME              PIC 9(10) COMP-3 VALUE ZERO.
       01  WS-PRODUIT            PIC 9(15) COMP-3 VALUE ZERO.
       01  WS-QUOTIENT           PIC 9(15) COMP-3 VALUE ZERO.
       01  WS-TIRAGE             PIC 9(03) VALUE ZERO.
      *================================================================*
      *   TABLE DES OPERATEURS : AGENCE, PROFIL ET TAUX RETENUS,       *
      *   COMPTEURS DU JOUR                                            *
      *================================================================*
       01  WS-NB-OPE             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-OPERATEURS.
           05  WS-OPE             OCCURS 600 TIMES
                                  INDEXED BY IX-OPE.
               10  WS-OPE-RACF        PIC X(15).
               10  WS-OPE-AGENCE      PIC X(05).
               10  WS-OPE-DEBUTANT    PIC X(01).
               10  WS-OPE-ANTECEDENT  PIC X(01).
               10  WS-OPE-PROFIL      PIC X(01).
               10  WS-OPE-TAUX        PIC 9(03).
               10  WS-OPE-NB-ELIG     PIC 9(07) COMP.
               10  WS-OPE-NB-TIREES   PIC 9(07) COMP.
       01  WS-IND-TROUVE         PIC X(01) VALUE 'N'.
           88     OPE-TROUVE         VALUE 'O'.
       01  WS-RACF-CHERCHE       PIC X(15) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-LIGNES-LUES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ELIGIBLES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-TIREES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DEJA-TIREES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ERREURS-FEN    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-HORS-REF       PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 15000-CHARGER-REFERENCE
           PERFORM 16000-RELEVER-ANTECEDENTS
           PERFORM 17000-FIXER-TAUX
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITER-COMPTE-RENDU
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
      *   LA CARTE PARAMETRE EST OBLIGATOIRE : TAUX EN POURCENTAGE    *
      *   (000 A 100), ANCIENNETE DEBUTANT ET FENETRE DES ERREURS EN  *
      *   JOURS CALENDAIRES                                           *
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT  FB00PARM.
           IF NOT OK-FB00PARM
              DISPLAY 'FB00B45 : ERREUR OUVERTURE FB00PARM'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           READ FB00PARM
              AT END
                 DISPLAY 'FB00B45 : CARTE PARAMETRE ABSENTE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-READ.
           IF PARM-TAUX-STANDARD   NOT NUMERIC
              OR PARM-TAUX-DEBUTANT   NOT NUMERIC
              OR PARM-TAUX-ANTECEDENT NOT NUMERIC
              OR PARM-ANCIENNETE      NOT NUMERIC
              OR PARM-FENETRE-ERREURS NOT NUMERIC
              DISPLAY 'FB00B45 : CARTE PARAMETRE INVALIDE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE PARM-TAUX-STANDARD    TO WS-TAUX-STANDARD.
           MOVE PARM-TAUX-DEBUTANT    TO WS-TAUX-DEBUTANT.
           MOVE PARM-TAUX-ANTECEDENT  TO WS-TAUX-ANTECEDENT.
           MOVE PARM-ANCIENNETE       TO WS-ANCIENNETE.
           MOVE PARM-FENETRE-ERREURS  TO WS-FENETRE-ERREURS.
           CLOSE FB00PARM.
           IF WS-TAUX-STANDARD > 100 OR WS-TAUX-DEBUTANT > 100
              OR WS-TAUX-ANTECEDENT > 100
              DISPLAY 'FB00B45 : TAUX DE TIRAGE SUPERIEUR A 100'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           DISPLAY 'FB00B45 : TAUX STANDARD/DEBUTANT/ANTECEDENT = '
                    WS-TAUX-STANDARD '/' WS-TAUX-DEBUTANT '/'
                    WS-TAUX-ANTECEDENT.
      *--- AMORCE DU GENERATEUR : LA DATE DU TRAITEMENT (UNE RELANCE
      *--- LE MEME JOUR REPRODUIT LE MEME TIRAGE)
           MOVE WS-DATE-TRAITEMENT-N  TO WS-GERME.
           SET CALA-FONC-AJOUT-CAL    TO TRUE.
           MOVE WS-DATE-TRAITEMENT    TO CALA-DATE-1.
           COMPUTE CALA-NOMBRE = ZERO - WS-FENETRE-ERREURS.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              DISPLAY 'FB00B45 : ERREUR FB00SV01 - CODE '
                       CALA-CODE-RETOUR
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE CALA-DATE-RESULTAT    TO WS-DEBUT-FENETRE.
           OPEN INPUT  FB00AGRF
           OPEN INPUT  FB00RECA
           OPEN I-O    FB00CQEC
           OPEN OUTPUT FB00RAPC.
           IF NOT OK-FB00AGRF OR NOT OK-FB00RECA
              OR NOT OK-FB00CQEC OR NOT OK-FB00RAPC
              DISPLAY 'FB00B45 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
      *   CHARGEMENT DE LA REFERENCE RACF -> AGENCE. UN OPERATEUR     *
      *   ARRIVE DEPUIS MOINS DE WS-ANCIENNETE JOURS EST DEBUTANT ;   *
      *   SANS DATE D'ARRIVEE RENSEIGNEE, IL NE L'EST PAS             *
      ******************************************************************
       15000-CHARGER-REFERENCE.
      *------------------------
           PERFORM 15100-LIRE-AGRF
           PERFORM 15200-RANGER-REFERENCE
              UNTIL FIN-AGRF.
           CLOSE FB00AGRF
           .
      ******************************************************************
       15100-LIRE-AGRF.
      *----------------
           IF NOT FIN-AGRF
              READ FB00AGRF
                 AT END
                    SET FIN-AGRF TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       15200-RANGER-REFERENCE.
      *-----------------------
           MOVE AGRF-RACF          TO WS-RACF-CHERCHE
           PERFORM 18000-AJOUTER-OPERATEUR
           MOVE AGRF-AGENCE        TO WS-OPE-AGENCE(IX-OPE)
           IF AGRF-DATE-ARRIVEE NUMERIC
              SET CALA-FONC-ECART-CAL TO TRUE
              MOVE AGRF-DATE-ARRIVEE  TO CALA-DATE-1
              MOVE WS-DATE-TRAITEMENT TO CALA-DATE-2
              CALL 'FB00SV01' USING WSS-CALA-COMMAREA
              IF CALA-RETOUR-OK
                 AND CALA-RESULTAT < WS-ANCIENNETE
                 MOVE 'O'             TO WS-OPE-DEBUTANT(IX-OPE)
              END-IF
           END-IF
           PERFORM 15100-LIRE-AGRF
           .
      ******************************************************************
      *   OPERATEURS AYANT UNE ERREUR RELEVEE SUR LA FENETRE : LES    *
      *   POSTES DE FB00CQEC DONT LE JOUR DE L'ACTION EST DANS LA     *
      *   FENETRE ET DONT LE VERDICT EST 'E'                          *
      ******************************************************************
       16000-RELEVER-ANTECEDENTS.
      *--------------------------
           MOVE SPACES             TO CQECK-CLE.
           MOVE WS-DEBUT-FENETRE   TO CQECK-CLE (1:8).
           START FB00CQEC KEY NOT < CQECK-CLE
           END-START.
           IF NOT OK-FB00CQEC
              SET FIN-CQEC TO TRUE
           END-IF.
           PERFORM 16100-EXAMINER-VERDICT
              UNTIL FIN-CQEC
           .
      ******************************************************************
       16100-EXAMINER-VERDICT.
      *-----------------------
           READ FB00CQEC NEXT INTO WSS-CQEC-ENR
           END-READ.
           IF NOT OK-FB00CQEC
              SET FIN-CQEC TO TRUE
           ELSE
              IF CQEC-ERREUR
                 ADD 1                TO WS-CPT-ERREURS-FEN
                 MOVE CQEC-RACF       TO WS-RACF-CHERCHE
                 PERFORM 18100-CHERCHER-OPERATEUR
                 IF NOT OPE-TROUVE
                    PERFORM 18000-AJOUTER-OPERATEUR
                    MOVE CQEC-AGENCE  TO WS-OPE-AGENCE(IX-OPE)
                 END-IF
                 MOVE 'O'             TO WS-OPE-ANTECEDENT(IX-OPE)
              END-IF
           END-IF
           .
      ******************************************************************
      *   LE PLUS ELEVE DES TAUX APPLICABLES EST RETENU               *
      ******************************************************************
       17000-FIXER-TAUX.
      *-----------------
           SET IX-OPE TO 1.
           PERFORM 17100-FIXER-TAUX-OPERATEUR
              WS-NB-OPE TIMES
           .
      ******************************************************************
       17100-FIXER-TAUX-OPERATEUR.
      *---------------------------
           MOVE 'S'                   TO WS-OPE-PROFIL(IX-OPE)
           MOVE WS-TAUX-STANDARD      TO WS-OPE-TAUX(IX-OPE)
           IF WS-OPE-DEBUTANT(IX-OPE) = 'O'
              AND WS-TAUX-DEBUTANT > WS-OPE-TAUX(IX-OPE)
              MOVE 'D'                TO WS-OPE-PROFIL(IX-OPE)
              MOVE WS-TAUX-DEBUTANT   TO WS-OPE-TAUX(IX-OPE)
           END-IF
           IF WS-OPE-ANTECEDENT(IX-OPE) = 'O'
              AND WS-TAUX-ANTECEDENT > WS-OPE-TAUX(IX-OPE)
              MOVE 'E'                TO WS-OPE-PROFIL(IX-OPE)
              MOVE WS-TAUX-ANTECEDENT TO WS-OPE-TAUX(IX-OPE)
           END-IF
           SET IX-OPE UP BY 1
           .
      ******************************************************************
      *   AJOUT D'UN OPERATEUR EN TABLE (IX-OPE POSITIONNE DESSUS)    *
      ******************************************************************
       18000-AJOUTER-OPERATEUR.
      *------------------------
           IF WS-NB-OPE = 600
              DISPLAY 'FB00B45 : TABLE OPERATEURS SATUREE (600)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1                      TO WS-NB-OPE
           SET IX-OPE                 TO WS-NB-OPE
           MOVE WS-RACF-CHERCHE       TO WS-OPE-RACF(IX-OPE)
           MOVE SPACES                TO WS-OPE-AGENCE(IX-OPE)
           MOVE 'N'                   TO WS-OPE-DEBUTANT(IX-OPE)
                                         WS-OPE-ANTECEDENT(IX-OPE)
           MOVE 'S'                   TO WS-OPE-PROFIL(IX-OPE)
           MOVE WS-TAUX-STANDARD      TO WS-OPE-TAUX(IX-OPE)
           MOVE ZERO                  TO WS-OPE-NB-ELIG(IX-OPE)
                                         WS-OPE-NB-TIREES(IX-OPE)
           .
      ******************************************************************
       18100-CHERCHER-OPERATEUR.
      *-------------------------
           MOVE 'N' TO WS-IND-TROUVE.
           SET IX-OPE TO 1.
           IF WS-NB-OPE > ZERO
              SEARCH WS-OPE
                 AT END
                    CONTINUE
                 WHEN IX-OPE > WS-NB-OPE
                    CONTINUE
                 WHEN WS-OPE-RACF(IX-OPE) = WS-RACF-CHERCHE
                    SET OPE-TROUVE TO TRUE
              END-SEARCH
           END-IF
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 21000-LIRE-RECA
           PERFORM 20100-EXAMINER-ACTION
              UNTIL FIN-RECA
           .
      ******************************************************************
      *   SEULS LES AJOUTS ET MODIFICATIONS SONT ELIGIBLES. UN        *
      *   OPERATEUR ABSENT DE LA REFERENCE EST TRAITE EN DEBUTANT     *
      *   (IL N'Y A PAS ENCORE ETE DECLARE PAR LA PRODUCTION)         *
      ******************************************************************
       20100-EXAMINER-ACTION.
      *----------------------
           IF RECA-CODE-ACTION = 'A' OR 'M'
              ADD 1                   TO WS-CPT-ELIGIBLES
              MOVE RECA-RACF          TO WS-RACF-CHERCHE
              PERFORM 18100-CHERCHER-OPERATEUR
              IF NOT OPE-TROUVE
                 ADD 1                TO WS-CPT-HORS-REF
                 PERFORM 18000-AJOUTER-OPERATEUR
                 MOVE 'O'             TO WS-OPE-DEBUTANT(IX-OPE)
                 PERFORM 17100-FIXER-TAUX-OPERATEUR
                 SET IX-OPE           TO WS-NB-OPE
              END-IF
              ADD 1                   TO WS-OPE-NB-ELIG(IX-OPE)
              PERFORM 22000-TIRER-AU-SORT
              IF WS-TIRAGE < WS-OPE-TAUX(IX-OPE) * 10
                 PERFORM 23000-ECRIRE-ECHANTILLON
              END-IF
           END-IF
           PERFORM 21000-LIRE-RECA
           .
      ******************************************************************
      *   LES LIGNES DE SOUS-TOTAL JOURNALIER ('*') DU MODE MULTI-    *
      *   JOURS DE FB00B01 NE SONT PAS DES ACTIONS ; LE RANG DE LA    *
      *   LIGNE DANS LE RELEVE COMPLETE LA CLE DE L'ECHANTILLON       *
      ******************************************************************
       21000-LIRE-RECA.
      *----------------
           IF NOT FIN-RECA
              READ FB00RECA
                 AT END
                    SET FIN-RECA TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-LIGNES-LUES
              END-READ
           END-IF.
           IF NOT FIN-RECA
              AND RECA-CODE-ACTION = '*'
              GO TO 21000-LIRE-RECA
           END-IF
           .
      ******************************************************************
      *   TIRAGE D'UN NOMBRE DE 000 A 999 : L'ACTION EST RETENUE SI   *
      *   IL EST INFERIEUR AU TAUX EXPRIME EN POUR MILLE              *
      ******************************************************************
       22000-TIRER-AU-SORT.
      *--------------------
           COMPUTE WS-PRODUIT = WS-GERME * 16807.
           DIVIDE WS-PRODUIT BY 2147483647
                  GIVING WS-QUOTIENT REMAINDER WS-GERME.
           DIVIDE WS-GERME BY 1000
                  GIVING WS-QUOTIENT REMAINDER WS-TIRAGE
           .
      ******************************************************************
       23000-ECRIRE-ECHANTILLON.
      *-------------------------
           MOVE SPACES                TO WSS-CQEC-ENR
           MOVE RECA-JOUR             TO CQEC-JOUR
           MOVE WS-CPT-LIGNES-LUES    TO CQEC-RANG
           MOVE RECA-NUMCONT          TO CQEC-NUMCONT
           MOVE RECA-ECRAN            TO CQEC-ECRAN
           MOVE RECA-CODE-ACTION      TO CQEC-CODE-ACTION
           MOVE RECA-LIBELLE          TO CQEC-LIBELLE
           MOVE RECA-RACF             TO CQEC-RACF
           MOVE RECA-HEURE            TO CQEC-HEURE
           MOVE WS-OPE-AGENCE(IX-OPE) TO CQEC-AGENCE
           MOVE WS-OPE-PROFIL(IX-OPE) TO CQEC-PROFIL
           MOVE WS-OPE-TAUX(IX-OPE)   TO CQEC-TAUX
           WRITE ENRG-FB00CQEC FROM WSS-CQEC-ENR
           END-WRITE
           EVALUATE TRUE
              WHEN OK-FB00CQEC
                 ADD 1                TO WS-CPT-TIREES
                 ADD 1                TO WS-OPE-NB-TIREES(IX-OPE)
              WHEN DOUBLON-FB00CQEC
                 ADD 1                TO WS-CPT-DEJA-TIREES
                 ADD 1                TO WS-OPE-NB-TIREES(IX-OPE)
              WHEN OTHER
                 DISPLAY 'FB00B45 : ERREUR ECRITURE FB00CQEC - '
                         'STATUS ' FS-FB00CQEC-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-EVALUATE
           .
      ******************************************************************
      *   COMPTE RENDU : UNE LIGNE PAR OPERATEUR AYANT AU MOINS UNE   *
      *   ACTION ELIGIBLE DANS LA JOURNEE                             *
      ******************************************************************
       25000-EDITER-COMPTE-RENDU.
      *--------------------------
           SET IX-OPE TO 1.
           PERFORM 25100-EDITER-OPERATEUR
              WS-NB-OPE TIMES
           .
      ******************************************************************
       25100-EDITER-OPERATEUR.
      *-----------------------
           IF WS-OPE-NB-ELIG(IX-OPE) > ZERO
              MOVE SPACES                  TO ENRG-FB00RAPC
              MOVE WS-OPE-RACF(IX-OPE)     TO RAPC-RACF
              MOVE WS-OPE-AGENCE(IX-OPE)   TO RAPC-AGENCE
              MOVE WS-OPE-PROFIL(IX-OPE)   TO RAPC-PROFIL
              MOVE WS-OPE-TAUX(IX-OPE)     TO RAPC-TAUX
              MOVE WS-OPE-NB-ELIG(IX-OPE)  TO RAPC-NB-ELIGIBLES
              MOVE WS-OPE-NB-TIREES(IX-OPE) TO RAPC-NB-TIREES
              WRITE ENRG-FB00RAPC
           END-IF
           SET IX-OPE UP BY 1
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00RECA FB00CQEC FB00RAPC.
           DISPLAY 'FB00B45 : LIGNES DE RELEVE LUES  = '
                    WS-CPT-LIGNES-LUES.
           DISPLAY 'FB00B45 : ACTIONS ELIGIBLES      = '
                    WS-CPT-ELIGIBLES.
           DISPLAY 'FB00B45 : ACTIONS TIREES         = '
                    WS-CPT-TIREES.
           DISPLAY 'FB00B45 : DEJA TIREES (RELANCE)  = '
                    WS-CPT-DEJA-TIREES.
           DISPLAY 'FB00B45 : ERREURS SUR LA FENETRE = '
                    WS-CPT-ERREURS-FEN.
           DISPLAY 'FB00B45 : ACTIONS HORS REFERENCE = '
                    WS-CPT-HORS-REF.
           IF WS-CPT-HORS-REF > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B45 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
