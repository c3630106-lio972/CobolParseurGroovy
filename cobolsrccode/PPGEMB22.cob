      *           SANS FENETRE POUR LES INSTITUTIONS PARAMETREES
      *           HORS CALENDRIER. LES ANOMALIES PARTENT DANS LE
      *           COMPTE RENDU PPGRAPAR ET LE CODE RETOUR PASSE A 4.
      *           LA CARTE MODE PORTE AUSSI LES SEUILS DU CONTROLE DES
      *           ECARTS DE MONTANTS N/N-1 DE L'INSTITUTION (SEUIL EN
      *           %, ECART MINIMUM, TAUX D'EXCEPTION), REPORTES SUR
      *           CHACUN DE SES POSTES ; L'INDICATEUR ECARTS REVUS
      *           REPART A BLANC A CHAQUE REGENERATION.
      *           LA DERNIERE CAMPAGNE CLOSE DE CHAQUE INSTITUTION
      *           (FCGECLO1, ECRIT PAR PPGEMB30) EST REPORTEE SUR SES
      *           POSTES ; UNE INSTITUTION CLOSE SANS AUCUN POSTE
      *           RECOIT UN POSTE '**' QUI PORTE LA CLOTURE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51123 CREATION.
      * 15.10.2026 GFA/P.ESTEVE     M001      F51186 SEUILS DU CONTROLE
      *                                       DES ECARTS N/N-1 PORTES
      *                                       PAR LA CARTE MODE
      * 15.10.2026 GFA/P.ESTEVE     M002      F51209 REPORT DE LA
      *                                       DERNIERE CAMPAGNE CLOSE
      *                                       (FCGECLO1) SUR LES POSTES
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *--- CARTES MODE DE TRAITEMENT + CONTACT PAR INSTITUTION
           SELECT  FCGEMODC   ASSIGN  FCGEMODC
                               FILE STATUS IS  FS-FCGEMODC-STATUS.
      *--- CAMPAGNES CLOSES PAR INSTITUTION (KSDS ECRIT PAR PPGEMB30)
      *--- FICHIER FACULTATIF, ABSENT = AUCUNE CAMPAGNE CLOSE
           SELECT  FCGECLO1   ASSIGN  FCGECLO1
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY CLO1-CLE
                               FILE STATUS IS  FS-FCGECLO1-STATUS.
      *--- PARAMETRAGE CONSOLIDE REGENERE (KSDS LU PAR PPGEMB17)
           SELECT  FCGEPAR1   ASSIGN  FCGEPAR1
                               ORGANIZATION INDEXED
           05  MODC-INSTITUTION       PIC X(004).
           05  MODC-MODE              PIC X(001).
           05  MODC-CONTACT           PIC X(040).
           05  MODC-SEUILS-ECART.
               10  MODC-SEUIL-ECART-PCT   PIC 9(003).
               10  MODC-SEUIL-ECART-MT    PIC 9(007).
               10  MODC-TAUX-EXCEPTION    PIC 9(003).
           05  FILLER                 PIC X(022).
      *
       FD  FCGEPAR1
           LABEL RECORD STANDARD.
           05  PAR1-GROUPAGE          PIC X(001).
           05  PAR1-MODE              PIC X(001).
           05  PAR1-CONTACT           PIC X(040).
           05  PAR1-SEUILS-ECART.
               10  PAR1-SEUIL-ECART-PCT   PIC 9(003).
               10  PAR1-SEUIL-ECART-MT    PIC 9(007).
               10  PAR1-TAUX-EXCEPTION    PIC 9(003).
           05  PAR1-REVUE-ECARTS      PIC X(001).
           05  FILLER                 PIC X(002).
      *--- DERNIERE CAMPAGNE CLOSE DE L'INSTITUTION (PPGEMB30)
           05  PAR1-AN-CLOS           PIC X(004).
           05  PAR1-DT-CLOTURE        PIC X(008).
           05  FILLER                 PIC X(004).
      *
       FD  FCGECLO1
           LABEL RECORD STANDARD.
       01  ENRG-FCGECLO1.
           05  CLO1-CLE.
               10  CLO1-INSTITUTION   PIC X(004).
               10  CLO1-AN-CAMPAGNE   PIC X(004).
           05  CLO1-DT-CLOTURE        PIC X(008).
           05  FILLER                 PIC X(084).
      *
       FD  PPGRAPAR
           RECORDING   F
       01  FS-FCGEPAR1-STATUS   PIC X(02).
           88     OK-FCGEPAR1       VALUE '00'.
           88     DOUBLON-FCGEPAR1  VALUE '22'.
       01  FS-FCGECLO1-STATUS   PIC X(02).
           88     OK-FCGECLO1       VALUE '00'.
           88     EOF-FCGECLO1      VALUE '10'.
       01  FS-PPGRAPAR-STATUS   PIC X(02).
           88     OK-PPGRAPAR       VALUE '00'.
      *================================================================*
               10  WS-MOD-INSTIT  PIC X(04).
               10  WS-MOD-MODE    PIC X(01).
               10  WS-MOD-CONTACT PIC X(40).
               10  WS-MOD-SEUILS  PIC X(13).
               10  WS-MOD-VU      PIC X(01).
      *================================================================*
      *   TABLE DES CAMPAGNES CLOSES : DERNIERE ANNEE CLOSE PAR       *
      *   INSTITUTION (LE TEMOIN VU SIGNALE LES INSTITUTIONS CLOSES   *
      *   SANS AUCUN POSTE)                                           *
      *================================================================*
       01  WS-NB-CLO             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-CLO.
           05  WS-CLO             OCCURS 200 TIMES
                                  INDEXED BY IX-CLO.
               10  WS-CLO-INSTIT  PIC X(04).
               10  WS-CLO-AN      PIC X(04).
               10  WS-CLO-DT      PIC X(08).
               10  WS-CLO-VU      PIC X(01).
      *================================================================*
      *   CONTROLE DE SEQUENCE ET VALEURS RETENUES                     *
      *================================================================*
       01  WS-CLE-CAL-PREC.
       01  WS-GROUPAGE-RETENU    PIC X(01) VALUE 'N'.
       01  WS-MODE-RETENU        PIC X(01) VALUE 'M'.
       01  WS-CONTACT-RETENU     PIC X(40) VALUE SPACES.
       01  WS-SEUILS-RETENUS     PIC X(13) VALUE SPACES.
       01  WS-IND-TROUVE         PIC X(01) VALUE 'N'.
           88     POSTE-TROUVE       VALUE 'O'.
      *================================================================*
       01  WS-CPT-CAL-LUS        PIC 9(05) COMP VALUE ZERO.
       01  WS-CPT-POSTES-ECRITS  PIC 9(05) COMP VALUE ZERO.
       01  WS-CPT-ANOMALIES      PIC 9(05) COMP VALUE ZERO.
       01  WS-CPT-CLOTURES       PIC 9(05) COMP VALUE ZERO.
       01  WS-IND-PARC           PIC S9(4) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
           PERFORM 10000-INITIALISATION
           PERFORM 15000-CHARGER-GROUPAGE
           PERFORM 16000-CHARGER-MODES
           PERFORM 17000-CHARGER-CLOTURES
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-SOLDER-HORS-CALENDRIER
           PERFORM 27000-SOLDER-CLOTURES
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
           MOVE MODC-INSTITUTION  TO WS-MOD-INSTIT(IX-MOD)
           MOVE MODC-MODE         TO WS-MOD-MODE(IX-MOD)
           MOVE MODC-CONTACT      TO WS-MOD-CONTACT(IX-MOD)
           MOVE MODC-SEUILS-ECART TO WS-MOD-SEUILS(IX-MOD)
           MOVE 'N'               TO WS-MOD-VU(IX-MOD)
           IF MODC-MODE NOT = 'M' AND MODC-MODE NOT = 'P'
              MOVE MODC-INSTITUTION TO RAPP-INSTITUTION
              WRITE ENRG-PPGRAPAR
              ADD 1                 TO WS-CPT-ANOMALIES
           END-IF
      *    SEUILS D'ECART : NUMERIQUES OU A BLANC (PAS DE CONTROLE)
           IF MODC-SEUILS-ECART NOT = SPACES
              AND (MODC-SEUIL-ECART-PCT NOT NUMERIC
                OR MODC-SEUIL-ECART-MT NOT NUMERIC
                OR MODC-TAUX-EXCEPTION NOT NUMERIC)
              MOVE MODC-INSTITUTION TO RAPP-INSTITUTION
              MOVE SPACES           TO RAPP-TYPE-DOC
              MOVE 'SEUILS D''ECART N/N-1 NON NUMERIQUES - IGNORES'
                                    TO RAPP-MOTIF
              WRITE ENRG-PPGRAPAR
              ADD 1                 TO WS-CPT-ANOMALIES
              MOVE SPACES           TO WS-MOD-SEUILS(IX-MOD)
           END-IF
           PERFORM 16100-LIRE-MODC
           .
      ******************************************************************
      *   LE KSDS EST PARCOURU DANS L'ORDRE INSTITUTION + ANNEE : LA  *
      *   DERNIERE CAMPAGNE LUE D'UNE INSTITUTION EST LA PLUS RECENTE *
      ******************************************************************
       17000-CHARGER-CLOTURES.
      *-----------------------
           OPEN INPUT FCGECLO1.
           IF OK-FCGECLO1
              SET IX-CLO TO 1
              PERFORM 17100-LIRE-CLO1
              PERFORM 17200-RANGER-CLO1
                 UNTIL EOF-FCGECLO1
              CLOSE FCGECLO1
           END-IF
           .
      ******************************************************************
       17100-LIRE-CLO1.
      *----------------
           READ FCGECLO1
              AT END
                 SET EOF-FCGECLO1 TO TRUE
           END-READ
           .
      ******************************************************************
       17200-RANGER-CLO1.
      *------------------
           IF WS-NB-CLO = ZERO
              OR CLO1-INSTITUTION NOT = WS-CLO-INSTIT(IX-CLO)
              IF WS-NB-CLO = 200
                 DISPLAY 'PPGEMB22 : TABLE CLOTURES SATUREE (200)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1              TO WS-NB-CLO
              SET IX-CLO         TO WS-NB-CLO
              MOVE CLO1-INSTITUTION TO WS-CLO-INSTIT(IX-CLO)
              MOVE 'N'           TO WS-CLO-VU(IX-CLO)
           END-IF
           MOVE CLO1-AN-CAMPAGNE TO WS-CLO-AN(IX-CLO)
           MOVE CLO1-DT-CLOTURE  TO WS-CLO-DT(IX-CLO)
           PERFORM 17100-LIRE-CLO1
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
       23000-CHERCHER-MODE.
      *--------------------
           MOVE 'M'    TO WS-MODE-RETENU.
           MOVE SPACES TO WS-CONTACT-RETENU
                          WS-SEUILS-RETENUS.
           MOVE 'N'    TO WS-IND-TROUVE.
           SET IX-MOD TO 1.
           IF WS-NB-MODC > ZERO
                 WHEN WS-MOD-INSTIT(IX-MOD) = CAL1-INSTITUTION
                    MOVE WS-MOD-MODE(IX-MOD)    TO WS-MODE-RETENU
                    MOVE WS-MOD-CONTACT(IX-MOD) TO WS-CONTACT-RETENU
                    MOVE WS-MOD-SEUILS(IX-MOD)  TO WS-SEUILS-RETENUS
                    MOVE 'O'                    TO WS-MOD-VU(IX-MOD)
                    SET POSTE-TROUVE TO TRUE
              END-SEARCH
           MOVE WS-GROUPAGE-RETENU TO PAR1-GROUPAGE
           MOVE WS-MODE-RETENU     TO PAR1-MODE
           MOVE WS-CONTACT-RETENU  TO PAR1-CONTACT
           MOVE WS-SEUILS-RETENUS  TO PAR1-SEUILS-ECART
           MOVE SPACES             TO PAR1-REVUE-ECARTS
           PERFORM 26000-PORTER-CLOTURE
           WRITE ENRG-FCGEPAR1.
           IF NOT OK-FCGEPAR1
              DISPLAY 'PPGEMB22 : ERREUR ECRITURE FCGEPAR1 - STATUS '
                                            PAR1-CONTACT
              MOVE WS-GRP-FLAG(IX-GRP)   TO PAR1-GROUPAGE
              MOVE 'M'                   TO PAR1-MODE
              MOVE SPACES                TO PAR1-SEUILS-ECART
                                            PAR1-REVUE-ECARTS
              PERFORM 26000-PORTER-CLOTURE
              WRITE ENRG-FCGEPAR1
              IF OK-FCGEPAR1
                 ADD 1 TO WS-CPT-POSTES-ECRITS
              MOVE 'N'                   TO PAR1-GROUPAGE
              MOVE WS-MOD-MODE(IX-MOD)   TO PAR1-MODE
              MOVE WS-MOD-CONTACT(IX-MOD) TO PAR1-CONTACT
              MOVE WS-MOD-SEUILS(IX-MOD) TO PAR1-SEUILS-ECART
              MOVE SPACES                TO PAR1-REVUE-ECARTS
              PERFORM 26000-PORTER-CLOTURE
              WRITE ENRG-FCGEPAR1
              IF OK-FCGEPAR1
                 ADD 1 TO WS-CPT-POSTES-ECRITS
              END-IF
           END-IF
           ADD 1 TO WS-IND-PARC
           .
      ******************************************************************
      *   DERNIERE CAMPAGNE CLOSE DE L'INSTITUTION DU POSTE, A BLANC  *
      *   SI L'INSTITUTION N'A JAMAIS ETE CLOSE                       *
      ******************************************************************
       26000-PORTER-CLOTURE.
      *---------------------
           MOVE SPACES TO PAR1-AN-CLOS
                          PAR1-DT-CLOTURE.
           SET IX-CLO TO 1.
           IF WS-NB-CLO > ZERO
              SEARCH WS-CLO
                 AT END
                    CONTINUE
                 WHEN IX-CLO > WS-NB-CLO
                    CONTINUE
                 WHEN WS-CLO-INSTIT(IX-CLO) = PAR1-INSTITUTION
                    MOVE WS-CLO-AN(IX-CLO) TO PAR1-AN-CLOS
                    MOVE WS-CLO-DT(IX-CLO) TO PAR1-DT-CLOTURE
                    MOVE 'O'               TO WS-CLO-VU(IX-CLO)
                    ADD 1                  TO WS-CPT-CLOTURES
              END-SEARCH
           END-IF
           .
      ******************************************************************
      *   INSTITUTIONS CLOSES SANS AUCUN POSTE (PLUS DE CALENDRIER NI *
      *   DE CARTE) : UN POSTE '**' SANS FENETRE PORTE LA CLOTURE     *
      *   POUR QUE PPGEMB17 CONTINUE DE LA FAIRE RESPECTER            *
      ******************************************************************
       27000-SOLDER-CLOTURES.
      *----------------------
           MOVE 1 TO WS-IND-PARC.
           PERFORM 27100-EXAMINER-CLO
              UNTIL WS-IND-PARC > WS-NB-CLO
           .
      ******************************************************************
       27100-EXAMINER-CLO.
      *-------------------
           SET IX-CLO TO WS-IND-PARC.
           IF WS-CLO-VU(IX-CLO) = 'N'
              MOVE WS-CLO-INSTIT(IX-CLO) TO PAR1-INSTITUTION
              MOVE '**'                  TO PAR1-TYPE-DOC
              MOVE SPACES                TO PAR1-DT-PLUS-TOT
                                            PAR1-DT-PLUS-TARD
                                            PAR1-CONTACT
                                            PAR1-SEUILS-ECART
                                            PAR1-REVUE-ECARTS
              MOVE 'N'                   TO PAR1-GROUPAGE
              MOVE 'M'                   TO PAR1-MODE
              MOVE WS-CLO-AN(IX-CLO)     TO PAR1-AN-CLOS
              MOVE WS-CLO-DT(IX-CLO)     TO PAR1-DT-CLOTURE
              WRITE ENRG-FCGEPAR1
              IF OK-FCGEPAR1
                 ADD 1 TO WS-CPT-POSTES-ECRITS
                          WS-CPT-CLOTURES
              END-IF
           END-IF
           ADD 1 TO WS-IND-PARC
                    WS-CPT-POSTES-ECRITS.
           DISPLAY 'PPGEMB22 : ANOMALIES SIGNALEES   = '
                    WS-CPT-ANOMALIES.
           DISPLAY 'PPGEMB22 : POSTES CAMPAGNE CLOSE = '
                    WS-CPT-CLOTURES.
           IF WS-CPT-ANOMALIES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
