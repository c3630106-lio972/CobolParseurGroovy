       ID DIVISION.
       PROGRAM-ID. FB00B48.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH TRIMESTRIEL DU BILAN DES
      *           RECLAMATIONS CLIENT (REGISTRE FB00RECL, DESSIN
      *           FB00RCLF) POUR LES CHIFFRES DEMANDES PAR LE
      *           REGULATEUR. LES RECLAMATIONS RECUES DANS LE
      *           TRIMESTRE SONT TOTALISEES PAR AGENCE (POSEE PAR
      *           FB00B47) : VOLUME, REPARTITION PAR CATEGORIE
      *           (COMPOSITION, CRM, DOCUMENT AF/IF, AUTRE), RESPECT
      *           DES ECHEANCES D'ACCUSE DE RECEPTION ET DE REPONSE,
      *           RECLAMATIONS ENCORE EN COURS ET RECLAMATIONS
      *           FONDEES (TOTALEMENT OU PARTIELLEMENT). UNE ECHEANCE
      *           NON TENUE A LA DATE DU TRAITEMENT EST COMPTEE HORS
      *           DELAI. LE TAUX EDITE EST LA PART DES REPONSES
      *           DONNEES DANS LE DELAI.
      *           LE TRIMESTRE EST CELUI DE LA CARTE FB00PARM (SSAAT)
      *           OU, SANS CARTE, LE TRIMESTRE PRECEDANT LE
      *           TRAITEMENT.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51178 CREATION.
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
      *--- CARTE PARAMETRE FACULTATIVE : TRIMESTRE A EDITER
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- REGISTRE DES RECLAMATIONS (VSAM KSDS)
           SELECT  FB00RECL   ASSIGN  FB00RECL
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY RECLK-CLE
                               FILE STATUS IS  FS-FB00RECL-STATUS.
      *--- BILAN TRIMESTRIEL PAR AGENCE
           SELECT  FB00RAPT   ASSIGN  FB00RAPT
                               FILE STATUS IS  FS-FB00RAPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-TRIMESTRE.
               10  PARM-SSAA          PIC X(04).
               10  PARM-T             PIC X(01).
           05  FILLER                 PIC X(75).
      *
       FD  FB00RECL
           LABEL RECORD STANDARD.
       01  ENRG-FB00RECL.
           05  RECLK-CLE              PIC X(26).
           05  FILLER                 PIC X(374).
      *
       FD  FB00RAPT
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPT.
           05  RAPT-AGENCE            PIC X(05).
           05  FILLER                 PIC X(01).
           05  RAPT-RECUES            PIC Z(04)9.
           05  FILLER                 PIC X(01).
           05  RAPT-COMPOSITION       PIC Z(03)9.
           05  FILLER                 PIC X(01).
           05  RAPT-CRM               PIC Z(03)9.
           05  FILLER                 PIC X(01).
           05  RAPT-DOCUMENT          PIC Z(03)9.
           05  FILLER                 PIC X(01).
           05  RAPT-AUTRE             PIC Z(03)9.
           05  FILLER                 PIC X(01).
           05  RAPT-AR-DELAI          PIC Z(04)9.
           05  FILLER                 PIC X(01).
           05  RAPT-AR-HORS-DELAI     PIC Z(04)9.
           05  FILLER                 PIC X(01).
           05  RAPT-REP-DELAI         PIC Z(04)9.
           05  FILLER                 PIC X(01).
           05  RAPT-REP-HORS-DELAI    PIC Z(04)9.
           05  FILLER                 PIC X(01).
           05  RAPT-EN-COURS          PIC Z(04)9.
           05  FILLER                 PIC X(01).
           05  RAPT-FONDEES           PIC Z(03)9.
           05  FILLER                 PIC X(01).
           05  RAPT-TAUX-DELAI        PIC ZZ9,9.
           05  FILLER                 PIC X(08).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B48 **'.
      *================================================================*
      *   REGISTRE DES RECLAMATIONS (DESSIN FB00RCLF)                  *
      *================================================================*
           COPY FB00RCLF.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
           COPY FB00CALA.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00RECL-STATUS   PIC X(02).
           88     OK-FB00RECL       VALUE '00'.
       01  FS-FB00RAPT-STATUS   PIC X(02).
           88     OK-FB00RAPT       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN                                           *
      *================================================================*
       01  WS-IND-FIN-RECL       PIC X(01) VALUE 'N'.
           88     FIN-RECL           VALUE 'O'.
      *================================================================*
      *   TRIMESTRE EDITE : MOIS DE DEBUT ET DE FIN (SSAAMM)           *
      *================================================================*
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-SSAA               PIC 9(04) VALUE ZERO.
       01  WS-TRIMESTRE          PIC 9(01) VALUE ZERO.
       01  WS-MOIS-REF           PIC 9(02) VALUE ZERO.
       01  WS-MOIS-DEBUT.
           05  WS-MD-SSAA        PIC 9(04).
           05  WS-MD-MM          PIC 9(02).
       01  WS-MOIS-FIN.
           05  WS-MF-SSAA        PIC 9(04).
           05  WS-MF-MM          PIC 9(02).
      *================================================================*
      *   CUMULS PAR AGENCE (POSTE 1 = TOTAL)                          *
      *================================================================*
       01  WS-NB-AGE             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-AGENCES.
           05  WS-AGE             OCCURS 200 TIMES
                                  INDEXED BY IX-AGE.
               10  WS-AGE-CODE        PIC X(05).
               10  WS-AGE-RECUES      PIC 9(07) COMP.
               10  WS-AGE-CO          PIC 9(07) COMP.
               10  WS-AGE-CR          PIC 9(07) COMP.
               10  WS-AGE-AF          PIC 9(07) COMP.
               10  WS-AGE-AU          PIC 9(07) COMP.
               10  WS-AGE-AR-OK       PIC 9(07) COMP.
               10  WS-AGE-AR-KO       PIC 9(07) COMP.
               10  WS-AGE-REP-OK      PIC 9(07) COMP.
               10  WS-AGE-REP-KO      PIC 9(07) COMP.
               10  WS-AGE-EN-COURS    PIC 9(07) COMP.
               10  WS-AGE-FONDEES     PIC 9(07) COMP.
       01  WS-IND-TROUVE         PIC X(01) VALUE 'N'.
           88     AGE-TROUVEE        VALUE 'O'.
       01  WS-AGENCE-CHERCHEE    PIC X(05) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-TAUX-CALCULE       PIC 9(03)V9 VALUE ZERO.
       01  WS-NB-REPONSES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LUES           PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RETENUES       PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITER-BILAN
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
      *   SANS CARTE PARAMETRE, LE TRIMESTRE EDITE EST CELUI QUI      *
      *   CONTIENT LA DATE DU TRAITEMENT MOINS TROIS MOIS             *
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
                    IF PARM-SSAA NUMERIC
                       AND PARM-T >= '1' AND PARM-T <= '4'
                       MOVE PARM-SSAA    TO WS-SSAA
                       MOVE PARM-T       TO WS-TRIMESTRE
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           IF WS-TRIMESTRE = ZERO
              SET CALA-FONC-AJOUT-MOIS   TO TRUE
              MOVE WS-DATE-TRAITEMENT    TO CALA-DATE-1
              MOVE -3                    TO CALA-NOMBRE
              CALL 'FB00SV01' USING WSS-CALA-COMMAREA
              IF NOT CALA-RETOUR-OK
                 DISPLAY 'FB00B48 : ERREUR FB00SV01 - CODE '
                          CALA-CODE-RETOUR
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              MOVE CALA-DATE-RESULTAT (1:4) TO WS-SSAA
              MOVE CALA-DATE-RESULTAT (5:2) TO WS-MOIS-REF
              COMPUTE WS-TRIMESTRE = (WS-MOIS-REF + 2) / 3
           END-IF.
           MOVE WS-SSAA               TO WS-MD-SSAA WS-MF-SSAA.
           COMPUTE WS-MD-MM = WS-TRIMESTRE * 3 - 2.
           COMPUTE WS-MF-MM = WS-TRIMESTRE * 3.
           DISPLAY 'FB00B48 : TRIMESTRE EDITE = ' WS-SSAA '-T'
                    WS-TRIMESTRE ' (' WS-MOIS-DEBUT ' A '
                    WS-MOIS-FIN ')'.
           OPEN INPUT  FB00RECL
           OPEN OUTPUT FB00RAPT.
           IF NOT OK-FB00RECL OR NOT OK-FB00RAPT
              DISPLAY 'FB00B48 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
      *--- LE POSTE 1 PORTE LE TOTAL
           MOVE 'TOTAL'               TO WS-AGENCE-CHERCHEE.
           PERFORM 22000-CHERCHER-AGENCE
           .
      ******************************************************************
      *   PARCOURS COMPLET DU REGISTRE : LA CLE COMMENCE PAR LE       *
      *   CONTRAT, LE TRIMESTRE EST SELECTIONNE SUR LE JOUR RECU      *
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           MOVE LOW-VALUES         TO RECLK-CLE.
           START FB00RECL KEY NOT < RECLK-CLE
           END-START.
           IF NOT OK-FB00RECL
              SET FIN-RECL TO TRUE
           END-IF.
           PERFORM 21000-LIRE-RECL
           PERFORM 20100-EXAMINER-RECLAMATION
              UNTIL FIN-RECL
           .
      ******************************************************************
       20100-EXAMINER-RECLAMATION.
      *---------------------------
           IF RECL-JOUR-RECU (1:6) NOT < WS-MOIS-DEBUT
              AND RECL-JOUR-RECU (1:6) NOT > WS-MOIS-FIN
              ADD 1                   TO WS-CPT-RETENUES
              SET IX-AGE              TO 1
              PERFORM 23000-CUMULER
              IF RECL-AGENCE = SPACES
                 MOVE '*****'         TO WS-AGENCE-CHERCHEE
              ELSE
                 MOVE RECL-AGENCE     TO WS-AGENCE-CHERCHEE
              END-IF
              PERFORM 22000-CHERCHER-AGENCE
              PERFORM 23000-CUMULER
           END-IF
           PERFORM 21000-LIRE-RECL
           .
      ******************************************************************
       21000-LIRE-RECL.
      *----------------
           IF NOT FIN-RECL
              READ FB00RECL NEXT INTO WSS-RECL-ENR
              END-READ
              IF NOT OK-FB00RECL
                 SET FIN-RECL TO TRUE
              ELSE
                 ADD 1 TO WS-CPT-LUES
              END-IF
           END-IF
           .
      ******************************************************************
      *   RECHERCHE (OU CREATION) DU POSTE DE L'AGENCE                *
      ******************************************************************
       22000-CHERCHER-AGENCE.
      *----------------------
           MOVE 'N' TO WS-IND-TROUVE.
           SET IX-AGE TO 1.
           IF WS-NB-AGE > ZERO
              SEARCH WS-AGE
                 AT END
                    CONTINUE
                 WHEN IX-AGE > WS-NB-AGE
                    CONTINUE
                 WHEN WS-AGE-CODE(IX-AGE) = WS-AGENCE-CHERCHEE
                    SET AGE-TROUVEE TO TRUE
              END-SEARCH
           END-IF
           IF NOT AGE-TROUVEE
              IF WS-NB-AGE = 200
                 DISPLAY 'FB00B48 : TABLE AGENCES SATUREE (200)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                   TO WS-NB-AGE
              SET IX-AGE              TO WS-NB-AGE
              MOVE WS-AGENCE-CHERCHEE TO WS-AGE-CODE(IX-AGE)
              MOVE ZERO               TO WS-AGE-RECUES(IX-AGE)
                                         WS-AGE-CO(IX-AGE)
                                         WS-AGE-CR(IX-AGE)
                                         WS-AGE-AF(IX-AGE)
                                         WS-AGE-AU(IX-AGE)
                                         WS-AGE-AR-OK(IX-AGE)
                                         WS-AGE-AR-KO(IX-AGE)
                                         WS-AGE-REP-OK(IX-AGE)
                                         WS-AGE-REP-KO(IX-AGE)
                                         WS-AGE-EN-COURS(IX-AGE)
                                         WS-AGE-FONDEES(IX-AGE)
           END-IF
           .
      ******************************************************************
      *   UNE ECHEANCE EST TENUE SI L'ACCUSE (OU LA REPONSE) EST      *
      *   DATE AU PLUS TARD DU JOUR DE L'ECHEANCE ; NON FAIT ET       *
      *   ECHEANCE PASSEE, IL EST HORS DELAI ; NON FAIT ET ECHEANCE   *
      *   A VENIR, IL N'EST PAS ENCORE COMPTE                         *
      ******************************************************************
       23000-CUMULER.
      *--------------
           ADD 1                      TO WS-AGE-RECUES(IX-AGE)
           EVALUATE TRUE
              WHEN RECL-CAT-COMPOSITION
                 ADD 1                TO WS-AGE-CO(IX-AGE)
              WHEN RECL-CAT-CRM
                 ADD 1                TO WS-AGE-CR(IX-AGE)
              WHEN RECL-CAT-DOCUMENT
                 ADD 1                TO WS-AGE-AF(IX-AGE)
              WHEN OTHER
                 ADD 1                TO WS-AGE-AU(IX-AGE)
           END-EVALUATE
           EVALUATE TRUE
              WHEN RECL-JOUR-AR NOT = SPACES
               AND RECL-JOUR-AR NOT > RECL-ECHEANCE-AR
                 ADD 1                TO WS-AGE-AR-OK(IX-AGE)
              WHEN RECL-JOUR-AR NOT = SPACES
                 ADD 1                TO WS-AGE-AR-KO(IX-AGE)
              WHEN WS-DATE-TRAITEMENT > RECL-ECHEANCE-AR
                 ADD 1                TO WS-AGE-AR-KO(IX-AGE)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EVALUATE TRUE
              WHEN RECL-REPONDUE
               AND RECL-JOUR-REPONSE NOT > RECL-ECHEANCE-REPONSE
                 ADD 1                TO WS-AGE-REP-OK(IX-AGE)
              WHEN RECL-REPONDUE
                 ADD 1                TO WS-AGE-REP-KO(IX-AGE)
              WHEN WS-DATE-TRAITEMENT > RECL-ECHEANCE-REPONSE
                 ADD 1                TO WS-AGE-REP-KO(IX-AGE)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF RECL-EN-COURS
              ADD 1                   TO WS-AGE-EN-COURS(IX-AGE)
           END-IF
           IF RECL-FONDEE OR RECL-PARTIELLE
              ADD 1                   TO WS-AGE-FONDEES(IX-AGE)
           END-IF
           .
      ******************************************************************
      *   UNE LIGNE PAR AGENCE, PRECEDEE DU TOTAL                     *
      ******************************************************************
       25000-EDITER-BILAN.
      *-------------------
           SET IX-AGE TO 1.
           PERFORM 25100-EDITER-AGENCE
              WS-NB-AGE TIMES
           .
      ******************************************************************
       25100-EDITER-AGENCE.
      *--------------------
           MOVE SPACES                    TO ENRG-FB00RAPT
           MOVE WS-AGE-CODE(IX-AGE)       TO RAPT-AGENCE
           MOVE WS-AGE-RECUES(IX-AGE)     TO RAPT-RECUES
           MOVE WS-AGE-CO(IX-AGE)         TO RAPT-COMPOSITION
           MOVE WS-AGE-CR(IX-AGE)         TO RAPT-CRM
           MOVE WS-AGE-AF(IX-AGE)         TO RAPT-DOCUMENT
           MOVE WS-AGE-AU(IX-AGE)         TO RAPT-AUTRE
           MOVE WS-AGE-AR-OK(IX-AGE)      TO RAPT-AR-DELAI
           MOVE WS-AGE-AR-KO(IX-AGE)      TO RAPT-AR-HORS-DELAI
           MOVE WS-AGE-REP-OK(IX-AGE)     TO RAPT-REP-DELAI
           MOVE WS-AGE-REP-KO(IX-AGE)     TO RAPT-REP-HORS-DELAI
           MOVE WS-AGE-EN-COURS(IX-AGE)   TO RAPT-EN-COURS
           MOVE WS-AGE-FONDEES(IX-AGE)    TO RAPT-FONDEES
           MOVE ZERO                      TO WS-TAUX-CALCULE
           COMPUTE WS-NB-REPONSES = WS-AGE-REP-OK(IX-AGE)
                                  + WS-AGE-REP-KO(IX-AGE)
           IF WS-NB-REPONSES > ZERO
              COMPUTE WS-TAUX-CALCULE ROUNDED =
                      WS-AGE-REP-OK(IX-AGE) * 100 / WS-NB-REPONSES
           END-IF
           MOVE WS-TAUX-CALCULE           TO RAPT-TAUX-DELAI
           WRITE ENRG-FB00RAPT
           SET IX-AGE UP BY 1
           .
      ******************************************************************
      *   CODE RETOUR 4 SI UNE ECHEANCE DU TRIMESTRE N'A PAS ETE      *
      *   TENUE                                                       *
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00RECL FB00RAPT.
           DISPLAY 'FB00B48 : RECLAMATIONS LUES       = '
                    WS-CPT-LUES.
           DISPLAY 'FB00B48 : RECUES DANS LE TRIMESTRE = '
                    WS-CPT-RETENUES.
           IF WS-AGE-AR-KO(1) > ZERO OR WS-AGE-REP-KO(1) > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B48 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
