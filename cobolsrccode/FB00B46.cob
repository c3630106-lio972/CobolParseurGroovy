       ID DIVISION.
       PROGRAM-ID. FB00B46.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH MENSUEL D'EDITION DES TAUX D'ERREUR
      *           DU CONTROLE QUALITE DES ACTIONS DE COMPOSITION.
      *           LES POSTES DE L'ECHANTILLON FB00CQEC (TIRES PAR
      *           FB00B45, JUGES DANS LA TRANSACTION FB25) DONT LE
      *           JOUR DE L'ACTION EST DANS LE MOIS EDITE SONT
      *           TOTALISES :
      *           - PAR OPERATEUR (TYPE 'O') ;
      *           - PAR AGENCE DE L'OPERATEUR AU JOUR DU TIRAGE,
      *             LIBELLE PRIS DANS LA REFERENCE FB00AGRF (TYPE 'A');
      *           - PAR ECRAN DE SAISIE (TYPE 'E') ;
      *           - PAR CATEGORIE D'ERREUR (TYPE 'C').
      *           LE TAUX D'ERREUR EST CALCULE SUR LES ACTIONS
      *           CONTROLEES ; LES ACTIONS TIREES SANS VERDICT SONT
      *           DONNEES A PART (RESTE A CONTROLER).
      *           LE MOIS EST CELUI DE LA CARTE FB00PARM (SSAAMM) OU,
      *           SANS CARTE, LE MOIS PRECEDANT LE TRAITEMENT.
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
      *--- CARTE PARAMETRE FACULTATIVE : MOIS A EDITER
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- REFERENCE RACF -> AGENCE (LIBELLES DES AGENCES)
           SELECT  FB00AGRF   ASSIGN  FB00AGRF
                               FILE STATUS IS  FS-FB00AGRF-STATUS.
      *--- ECHANTILLON DU CONTROLE QUALITE (VSAM KSDS)
           SELECT  FB00CQEC   ASSIGN  FB00CQEC
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY CQECK-CLE
                               FILE STATUS IS  FS-FB00CQEC-STATUS.
      *--- ETAT MENSUEL DES TAUX D'ERREUR
           SELECT  FB00RAPM   ASSIGN  FB00RAPM
                               FILE STATUS IS  FS-FB00RAPM-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-MOIS              PIC X(06).
           05  FILLER                 PIC X(74).
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
       FD  FB00CQEC
           LABEL RECORD STANDARD.
       01  ENRG-FB00CQEC.
           05  CQECK-CLE              PIC X(13).
           05  FILLER                 PIC X(187).
      *
       FD  FB00RAPM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPM.
           05  RAPM-TYPE              PIC X(01).
           05  FILLER                 PIC X(01).
           05  RAPM-CLE               PIC X(15).
           05  FILLER                 PIC X(01).
           05  RAPM-LIBELLE           PIC X(30).
           05  FILLER                 PIC X(01).
           05  RAPM-NB-TIREES         PIC Z(06)9.
           05  FILLER                 PIC X(01).
           05  RAPM-NB-CONTROLEES     PIC Z(06)9.
           05  FILLER                 PIC X(01).
           05  RAPM-NB-ERREURS        PIC Z(06)9.
           05  FILLER                 PIC X(01).
           05  RAPM-TAUX              PIC ZZ9,9.
           05  FILLER                 PIC X(02).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B46 **'.
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
       01  FS-FB00CQEC-STATUS   PIC X(02).
           88     OK-FB00CQEC       VALUE '00'.
       01  FS-FB00RAPM-STATUS   PIC X(02).
           88     OK-FB00RAPM       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-AGRF       PIC X(01) VALUE 'N'.
           88     FIN-AGRF           VALUE 'O'.
       01  WS-IND-FIN-CQEC       PIC X(01) VALUE 'N'.
           88     FIN-CQEC           VALUE 'O'.
      *================================================================*
      *   MOIS EDITE                                                   *
      *================================================================*
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-MOIS               PIC X(06) VALUE SPACES.
      *================================================================*
      *   TABLE DES LIBELLES D'AGENCE (REFERENCE FB00AGRF)             *
      *================================================================*
       01  WS-NB-LIB             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-LIBELLES.
           05  WS-LIB             OCCURS 200 TIMES
                                  INDEXED BY IX-LIB.
               10  WS-LIB-AGENCE      PIC X(05).
               10  WS-LIB-LIBELLE     PIC X(30).
      *================================================================*
      *   TABLE DES CUMULS : UNE LIGNE PAR TYPE ET PAR CLE             *
      *   (O = OPERATEUR, A = AGENCE, E = ECRAN, C = CATEGORIE)        *
      *================================================================*
       01  WS-NB-CUM             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-CUMULS.
           05  WS-CUM             OCCURS 1000 TIMES
                                  INDEXED BY IX-CUM.
               10  WS-CUM-TYPE        PIC X(01).
               10  WS-CUM-CLE         PIC X(15).
               10  WS-CUM-LIBELLE     PIC X(30).
               10  WS-CUM-NB-TIREES   PIC 9(07) COMP.
               10  WS-CUM-NB-CTL      PIC 9(07) COMP.
               10  WS-CUM-NB-ERR      PIC 9(07) COMP.
       01  WS-IND-TROUVE         PIC X(01) VALUE 'N'.
           88     CUM-TROUVE         VALUE 'O'.
       01  WS-TYPE-CHERCHE       PIC X(01) VALUE SPACES.
       01  WS-CLE-CHERCHEE       PIC X(15) VALUE SPACES.
       01  WS-LIBELLE-CUMUL      PIC X(30) VALUE SPACES.
       01  WS-TYPE-EDITE         PIC X(01) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-TAUX-CALCULE       PIC 9(03)V9 VALUE ZERO.
       01  WS-CPT-LUS            PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-TIREES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CONTROLEES     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ERREURS        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-A-CONTROLER    PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 15000-CHARGER-LIBELLES
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITER-ETAT
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
      *   SANS CARTE PARAMETRE, LE MOIS EDITE EST LE MOIS PRECEDANT  *
      *   LA DATE DU TRAITEMENT (EXPLOITATION EN DEBUT DE MOIS)      *
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT  FB00PARM.
           IF OK-FB00PARM
              READ FB00PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-MOIS NUMERIC
                       MOVE PARM-MOIS TO WS-MOIS
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           IF WS-MOIS = SPACES
              SET CALA-FONC-AJOUT-MOIS   TO TRUE
              MOVE WS-DATE-TRAITEMENT    TO CALA-DATE-1
              MOVE -1                    TO CALA-NOMBRE
              CALL 'FB00SV01' USING WSS-CALA-COMMAREA
              IF NOT CALA-RETOUR-OK
                 DISPLAY 'FB00B46 : ERREUR FB00SV01 - CODE '
                          CALA-CODE-RETOUR
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              MOVE CALA-DATE-RESULTAT (1:6) TO WS-MOIS
           END-IF.
           DISPLAY 'FB00B46 : MOIS EDITE = ' WS-MOIS.
           OPEN INPUT  FB00AGRF
           OPEN INPUT  FB00CQEC
           OPEN OUTPUT FB00RAPM.
           IF NOT OK-FB00AGRF OR NOT OK-FB00CQEC
              OR NOT OK-FB00RAPM
              DISPLAY 'FB00B46 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
      *   LIBELLES DES AGENCES : UN POSTE PAR AGENCE DISTINCTE        *
      ******************************************************************
       15000-CHARGER-LIBELLES.
      *-----------------------
           PERFORM 15100-LIRE-AGRF
           PERFORM 15200-RANGER-LIBELLE
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
       15200-RANGER-LIBELLE.
      *---------------------
           MOVE AGRF-AGENCE        TO WS-CLE-CHERCHEE (1:5)
           PERFORM 18100-CHERCHER-LIBELLE
           IF NOT CUM-TROUVE
              IF WS-NB-LIB = 200
                 DISPLAY 'FB00B46 : TABLE AGENCES SATUREE (200)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                   TO WS-NB-LIB
              SET IX-LIB              TO WS-NB-LIB
              MOVE AGRF-AGENCE        TO WS-LIB-AGENCE(IX-LIB)
              MOVE AGRF-LIB-AGENCE    TO WS-LIB-LIBELLE(IX-LIB)
           END-IF
           PERFORM 15100-LIRE-AGRF
           .
      ******************************************************************
      *   LECTURE DE L'ECHANTILLON A PARTIR DU PREMIER JOUR DU MOIS,  *
      *   JUSQU'AU PREMIER POSTE D'UN MOIS ULTERIEUR                  *
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           MOVE SPACES             TO CQECK-CLE.
           MOVE WS-MOIS            TO CQECK-CLE (1:6).
           MOVE '01'               TO CQECK-CLE (7:2).
           START FB00CQEC KEY NOT < CQECK-CLE
           END-START.
           IF NOT OK-FB00CQEC
              SET FIN-CQEC TO TRUE
           END-IF.
           PERFORM 21000-LIRE-CQEC
           PERFORM 20100-CUMULER-ACTION
              UNTIL FIN-CQEC
           .
      ******************************************************************
      *   UNE ACTION ALIMENTE SON OPERATEUR, SON AGENCE, SON ECRAN ;  *
      *   UNE ERREUR ALIMENTE EN PLUS SA CATEGORIE                    *
      ******************************************************************
       20100-CUMULER-ACTION.
      *---------------------
           ADD 1                      TO WS-CPT-TIREES
           EVALUATE TRUE
              WHEN CQEC-A-CONTROLER
                 ADD 1                TO WS-CPT-A-CONTROLER
              WHEN CQEC-ERREUR
                 ADD 1                TO WS-CPT-CONTROLEES
                                         WS-CPT-ERREURS
              WHEN OTHER
                 ADD 1                TO WS-CPT-CONTROLEES
           END-EVALUATE
           MOVE 'O'                   TO WS-TYPE-CHERCHE
           MOVE CQEC-RACF             TO WS-CLE-CHERCHEE
           MOVE SPACES                TO WS-LIBELLE-CUMUL
           PERFORM 22000-CUMULER
           MOVE 'A'                   TO WS-TYPE-CHERCHE
           MOVE SPACES                TO WS-CLE-CHERCHEE
           MOVE CQEC-AGENCE           TO WS-CLE-CHERCHEE (1:5)
           PERFORM 18100-CHERCHER-LIBELLE
           IF CUM-TROUVE
              MOVE WS-LIB-LIBELLE(IX-LIB) TO WS-LIBELLE-CUMUL
           ELSE
              MOVE 'AGENCE INCONNUE'  TO WS-LIBELLE-CUMUL
           END-IF
           PERFORM 22000-CUMULER
           MOVE 'E'                   TO WS-TYPE-CHERCHE
           MOVE CQEC-ECRAN            TO WS-CLE-CHERCHEE
           MOVE SPACES                TO WS-LIBELLE-CUMUL
           PERFORM 22000-CUMULER
           IF CQEC-ERREUR
              MOVE 'C'                TO WS-TYPE-CHERCHE
              MOVE CQEC-CATEGORIE     TO WS-CLE-CHERCHEE
              PERFORM 18200-LIBELLER-CATEGORIE
              PERFORM 22000-CUMULER
           END-IF
           PERFORM 21000-LIRE-CQEC
           .
      ******************************************************************
       18100-CHERCHER-LIBELLE.
      *-----------------------
           MOVE 'N' TO WS-IND-TROUVE.
           SET IX-LIB TO 1.
           IF WS-NB-LIB > ZERO
              SEARCH WS-LIB
                 AT END
                    CONTINUE
                 WHEN IX-LIB > WS-NB-LIB
                    CONTINUE
                 WHEN WS-LIB-AGENCE(IX-LIB) = WS-CLE-CHERCHEE (1:5)
                    SET CUM-TROUVE TO TRUE
              END-SEARCH
           END-IF
           .
      ******************************************************************
      *   LIBELLES DES CATEGORIES D'ERREUR DU DESSIN FB00CQEF         *
      ******************************************************************
       18200-LIBELLER-CATEGORIE.
      *-------------------------
           EVALUATE TRUE
              WHEN CQEC-CAT-SAISIE
                 MOVE 'ERREUR DE SAISIE'      TO WS-LIBELLE-CUMUL
              WHEN CQEC-CAT-DATE-EFFET
                 MOVE 'DATE D''EFFET ERRONEE' TO WS-LIBELLE-CUMUL
              WHEN CQEC-CAT-STATUT-USAGE
                 MOVE 'STATUT OU USAGE ERRONE' TO WS-LIBELLE-CUMUL
              WHEN CQEC-CAT-JUSTIFICATIF
                 MOVE 'JUSTIFICATIF MANQUANT' TO WS-LIBELLE-CUMUL
              WHEN CQEC-CAT-DOUBLON
                 MOVE 'DOUBLON'               TO WS-LIBELLE-CUMUL
              WHEN CQEC-CAT-OMISSION
                 MOVE 'OMISSION'              TO WS-LIBELLE-CUMUL
              WHEN OTHER
                 MOVE 'AUTRE'                 TO WS-LIBELLE-CUMUL
           END-EVALUATE
           .
      ******************************************************************
      *   LES POSTES D'UN MOIS ULTERIEUR METTENT FIN A LA LECTURE     *
      ******************************************************************
       21000-LIRE-CQEC.
      *----------------
           IF NOT FIN-CQEC
              READ FB00CQEC NEXT INTO WSS-CQEC-ENR
              END-READ
              IF NOT OK-FB00CQEC
                 SET FIN-CQEC TO TRUE
              ELSE
                 ADD 1 TO WS-CPT-LUS
                 IF CQEC-JOUR (1:6) NOT = WS-MOIS
                    SET FIN-CQEC TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *   RECHERCHE (OU CREATION) DE LA LIGNE TYPE + CLE ET CUMUL DE  *
      *   L'ACTION COURANTE                                           *
      ******************************************************************
       22000-CUMULER.
      *--------------
           MOVE 'N' TO WS-IND-TROUVE.
           SET IX-CUM TO 1.
           IF WS-NB-CUM > ZERO
              SEARCH WS-CUM
                 AT END
                    CONTINUE
                 WHEN IX-CUM > WS-NB-CUM
                    CONTINUE
                 WHEN WS-CUM-TYPE(IX-CUM) = WS-TYPE-CHERCHE
                  AND WS-CUM-CLE(IX-CUM)  = WS-CLE-CHERCHEE
                    SET CUM-TROUVE TO TRUE
              END-SEARCH
           END-IF
           IF NOT CUM-TROUVE
              IF WS-NB-CUM = 1000
                 DISPLAY 'FB00B46 : TABLE CUMULS SATUREE (1000)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                   TO WS-NB-CUM
              SET IX-CUM              TO WS-NB-CUM
              MOVE WS-TYPE-CHERCHE    TO WS-CUM-TYPE(IX-CUM)
              MOVE WS-CLE-CHERCHEE    TO WS-CUM-CLE(IX-CUM)
              MOVE WS-LIBELLE-CUMUL   TO WS-CUM-LIBELLE(IX-CUM)
              MOVE ZERO               TO WS-CUM-NB-TIREES(IX-CUM)
                                         WS-CUM-NB-CTL(IX-CUM)
                                         WS-CUM-NB-ERR(IX-CUM)
           END-IF
           ADD 1                      TO WS-CUM-NB-TIREES(IX-CUM)
           IF NOT CQEC-A-CONTROLER
              ADD 1                   TO WS-CUM-NB-CTL(IX-CUM)
           END-IF
           IF CQEC-ERREUR
              ADD 1                   TO WS-CUM-NB-ERR(IX-CUM)
           END-IF
           .
      ******************************************************************
      *   ETAT : LIGNE DE TOTAL PUIS LES LIGNES REGROUPEES PAR TYPE   *
      *   (OPERATEURS, AGENCES, ECRANS, CATEGORIES). POUR UNE         *
      *   CATEGORIE, LE TAUX EST LA PART DANS LE TOTAL DES ERREURS    *
      ******************************************************************
       25000-EDITER-ETAT.
      *------------------
           MOVE SPACES                TO ENRG-FB00RAPM
           MOVE 'T'                   TO RAPM-TYPE
           MOVE WS-MOIS               TO RAPM-CLE
           MOVE 'TOTAL DU MOIS'       TO RAPM-LIBELLE
           MOVE WS-CPT-TIREES         TO RAPM-NB-TIREES
           MOVE WS-CPT-CONTROLEES     TO RAPM-NB-CONTROLEES
           MOVE WS-CPT-ERREURS        TO RAPM-NB-ERREURS
           MOVE ZERO                  TO WS-TAUX-CALCULE
           IF WS-CPT-CONTROLEES > ZERO
              COMPUTE WS-TAUX-CALCULE ROUNDED =
                      WS-CPT-ERREURS * 100 / WS-CPT-CONTROLEES
           END-IF
           MOVE WS-TAUX-CALCULE       TO RAPM-TAUX
           WRITE ENRG-FB00RAPM
           MOVE 'O'                   TO WS-TYPE-EDITE
           PERFORM 25100-EDITER-TYPE
           MOVE 'A'                   TO WS-TYPE-EDITE
           PERFORM 25100-EDITER-TYPE
           MOVE 'E'                   TO WS-TYPE-EDITE
           PERFORM 25100-EDITER-TYPE
           MOVE 'C'                   TO WS-TYPE-EDITE
           PERFORM 25100-EDITER-TYPE
           .
      ******************************************************************
       25100-EDITER-TYPE.
      *------------------
           SET IX-CUM TO 1.
           PERFORM 25200-EDITER-LIGNE
              WS-NB-CUM TIMES
           .
      ******************************************************************
       25200-EDITER-LIGNE.
      *-------------------
           IF WS-CUM-TYPE(IX-CUM) = WS-TYPE-EDITE
              MOVE SPACES                   TO ENRG-FB00RAPM
              MOVE WS-CUM-TYPE(IX-CUM)      TO RAPM-TYPE
              MOVE WS-CUM-CLE(IX-CUM)       TO RAPM-CLE
              MOVE WS-CUM-LIBELLE(IX-CUM)   TO RAPM-LIBELLE
              MOVE WS-CUM-NB-TIREES(IX-CUM) TO RAPM-NB-TIREES
              MOVE WS-CUM-NB-CTL(IX-CUM)    TO RAPM-NB-CONTROLEES
              MOVE WS-CUM-NB-ERR(IX-CUM)    TO RAPM-NB-ERREURS
              MOVE ZERO                     TO WS-TAUX-CALCULE
              EVALUATE TRUE
                 WHEN WS-TYPE-EDITE = 'C'
                  AND WS-CPT-ERREURS > ZERO
                    COMPUTE WS-TAUX-CALCULE ROUNDED =
                       WS-CUM-NB-ERR(IX-CUM) * 100 / WS-CPT-ERREURS
                 WHEN WS-TYPE-EDITE NOT = 'C'
                  AND WS-CUM-NB-CTL(IX-CUM) > ZERO
                    COMPUTE WS-TAUX-CALCULE ROUNDED =
                       WS-CUM-NB-ERR(IX-CUM) * 100
                       / WS-CUM-NB-CTL(IX-CUM)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE WS-TAUX-CALCULE          TO RAPM-TAUX
              WRITE ENRG-FB00RAPM
           END-IF
           SET IX-CUM UP BY 1
           .
      ******************************************************************
      *   CODE RETOUR 4 S'IL RESTE DES ACTIONS DU MOIS A CONTROLER    *
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00CQEC FB00RAPM.
           DISPLAY 'FB00B46 : ACTIONS TIREES DU MOIS  = '
                    WS-CPT-TIREES.
           DISPLAY 'FB00B46 : ACTIONS CONTROLEES      = '
                    WS-CPT-CONTROLEES.
           DISPLAY 'FB00B46 : ERREURS RELEVEES        = '
                    WS-CPT-ERREURS.
           DISPLAY 'FB00B46 : RESTE A CONTROLER       = '
                    WS-CPT-A-CONTROLER.
           IF WS-CPT-A-CONTROLER > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B46 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
