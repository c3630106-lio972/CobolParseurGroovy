      *           - FB04VALK : KSDS PAR PLAQUE CANONIQUE, CONSULTE
      *             PAR FB04T00 POUR L'AFFICHAGE EN SESSION ;
      *           - FB04VALT : TOTAL ASSURE PAR CONTRAT (ATTESTATION
      *             DE FLOTTE ET STATISTIQUES DE PORTEFEUILLE) ;
      *           - FB04VALS : TOTAL ASSURE PAR CONTRAT ET SOUS-
      *             FLOTTE (SITE OU CENTRE DE COUT), POUR LES
      *             CONTRATS DONT DES VEHICULES SONT AFFECTES A UNE
      *             SOUS-FLOTTE (FB01SFLX, DECHARGEMENT DE FB01SFLA
      *             TRIE PAR CONTRAT, RAPPROCHE SUR LE RANG).
      *           LE JCL REPASSE LE MEME PROGRAMME A L'ANNIVERSAIRE
      *           SUR L'EXTRAIT REDUIT AUX CONTRATS ECHUS
      *           (REVALORISATION). LES VEHICULES SANS COTE SONT
      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51129 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51173 VALORISATION
      *                                       PAR SOUS-FLOTTE
      *                                       (FB01SFLX -> FB04VALS).
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *--- VEHICULES SANS COTE
           SELECT  FB04RAPG   ASSIGN  FB04RAPG
                               FILE STATUS IS  FS-FB04RAPG-STATUS.
      *--- AFFECTATIONS AUX SOUS-FLOTTES (DECHARGEMENT FB01SFLA),
      *--- TRIEES PAR CONTRAT
           SELECT  FB01SFLX   ASSIGN  FB01SFLX
                               FILE STATUS IS  FS-FB01SFLX-STATUS.
      *--- TOTAL ASSURE PAR CONTRAT ET SOUS-FLOTTE
           SELECT  FB04VALS   ASSIGN  FB04VALS
                               FILE STATUS IS  FS-FB04VALS-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPG-MOTIF             PIC X(40).
           05  FILLER                 PIC X(08) VALUE SPACES.
      *
       FD  FB01SFLX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01SFLX              PIC X(100).
      *
       FD  FB04VALS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04VALS.
           05  VALS-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VALS-SOUS-FLOTTE       PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VALS-NB-VEHICULES      PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VALS-TOTAL-ASSURE      PIC ZZZZZZZZZ9.
           05  FILLER                 PIC X(44) VALUE SPACES.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           88     OK-FB04VALT       VALUE '00'.
       01  FS-FB04RAPG-STATUS   PIC X(02).
           88     OK-FB04RAPG       VALUE '00'.
       01  FS-FB01SFLX-STATUS   PIC X(02).
           88     OK-FB01SFLX       VALUE '00'.
           88     EOF-FB01SFLX      VALUE '10'.
       01  FS-FB04VALS-STATUS   PIC X(02).
           88     OK-FB04VALS       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
           88     FIN-ARGQ           VALUE 'O'.
       01  WS-IND-FIN-VEHX       PIC X(01) VALUE 'N'.
           88     FIN-VEHX           VALUE 'O'.
       01  WS-IND-FIN-SFLX       PIC X(01) VALUE 'N'.
           88     FIN-SFLX           VALUE 'O'.
      *================================================================*
      *   BAREME DE COTATION EN TABLE                                  *
      *================================================================*
           88     COTE-TROUVEE       VALUE 'O'.
       01  WS-VALEUR-RETENUE     PIC 9(07) VALUE ZERO.
      *================================================================*
      *   SOUS-FLOTTES DU CONTRAT EN COURS : AFFECTATIONS DES          *
      *   VEHICULES (RANG -> CODE) ET CUMULS PAR CODE                  *
      *================================================================*
       COPY FB00SFLF.
       01  WS-NB-SFV             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-SFV.
           05  WS-SFV             OCCURS 500 TIMES
                                  INDEXED BY IX-SFV.
               10  WS-SFV-RANG    PIC 9(02).
               10  WS-SFV-CODE    PIC X(03).
       01  WS-NB-VSF             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-VSF.
           05  WS-VSF             OCCURS 100 TIMES
                                  INDEXED BY IX-VSF.
               10  WS-VSF-CODE    PIC X(03).
               10  WS-VSF-NB      PIC 9(05) COMP.
               10  WS-VSF-TOTAL   PIC 9(10) COMP-3.
       01  WS-CODE-SFL           PIC X(03) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-VEHI-LUS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-VALORISES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-COTE      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-VALS           PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
      ******************************************************************
      *                     T R A I T E M E N T                        *
           OPEN OUTPUT FB04VALN
           OPEN I-O    FB04VALK
           OPEN OUTPUT FB04VALT
           OPEN OUTPUT FB04RAPG
           OPEN INPUT  FB01SFLX
           OPEN OUTPUT FB04VALS.
           IF NOT OK-FB04ARGQ OR NOT OK-FB04VEHX
              OR NOT OK-FB04VALN OR NOT OK-FB04VALK
              OR NOT OK-FB04VALT OR NOT OK-FB04RAPG
              OR NOT OK-FB01SFLX OR NOT OK-FB04VALS
              DISPLAY 'FB04B07 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-VEHX
           PERFORM 21100-LIRE-SFLX
           .
      ******************************************************************
       15000-CHARGER-BAREME.
           MOVE VEHX-NUMCONT      TO WS-NUMCONT-RUPTURE.
           MOVE ZERO              TO WS-NB-VEHI-CONTRAT
                                     WS-TOTAL-CONTRAT.
           PERFORM 24000-CHARGER-SFL-CONTRAT.
           PERFORM 20200-VALORISER-VEHICULE
              UNTIL FIN-VEHX
              OR VEHX-NUMCONT NOT = WS-NUMCONT-RUPTURE.
           MOVE WS-NB-VEHI-CONTRAT TO VALT-NB-VEHICULES
           MOVE WS-TOTAL-CONTRAT   TO VALT-TOTAL-ASSURE
           WRITE ENRG-FB04VALT
           SET IX-VSF TO 1
           PERFORM 26000-ECRIRE-VALEUR-SFL
              WS-NB-VSF TIMES
           .
      ******************************************************************
       20200-VALORISER-VEHICULE.
                                       WS-CPT-VALORISES
              ADD WS-VALEUR-RETENUE TO WS-TOTAL-CONTRAT
              PERFORM 23000-ECRIRE-VALEUR
              IF WS-NB-SFV > ZERO
                 PERFORM 25000-CUMULER-SFL
              END-IF
           ELSE
              ADD 1                 TO WS-CPT-SANS-COTE
              MOVE VEHX-NUMCONT       TO RAPG-NUMCONT
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
      *   AFFECTATIONS DES VEHICULES DU CONTRAT AUX SOUS-FLOTTES       *
      *   CHARGEES EN MEMOIRE (LES CONDUCTEURS SONT IGNORES)           *
      ******************************************************************
       24000-CHARGER-SFL-CONTRAT.
      *--------------------------
           MOVE ZERO TO WS-NB-SFV
                        WS-NB-VSF.
           PERFORM 21100-LIRE-SFLX
              UNTIL FIN-SFLX
              OR SFLA-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           PERFORM 24100-RANGER-SFV
              UNTIL FIN-SFLX
              OR SFLA-NUMCONT NOT = WS-NUMCONT-RUPTURE
           .
      ******************************************************************
       24100-RANGER-SFV.
      *-----------------
           IF SFLA-TYPE = 'V' AND SFLA-RANG NUMERIC
              IF WS-NB-SFV = 500
                 DISPLAY 'FB04B07 : TABLE DES SOUS-FLOTTES SATUREE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                  TO WS-NB-SFV
              SET IX-SFV             TO WS-NB-SFV
              MOVE SFLA-RANG         TO WS-SFV-RANG(IX-SFV)
              MOVE SFLA-CODE         TO WS-SFV-CODE(IX-SFV)
           END-IF
           PERFORM 21100-LIRE-SFLX
           .
      ******************************************************************
      *   CUMUL DU VEHICULE VALORISE DANS SA SOUS-FLOTTE (CODE A       *
      *   BLANC SI LE VEHICULE N'EST AFFECTE A AUCUNE SOUS-FLOTTE)     *
      ******************************************************************
       25000-CUMULER-SFL.
      *------------------
           MOVE SPACES TO WS-CODE-SFL.
           SET IX-SFV TO 1.
           SEARCH WS-SFV
              AT END
                 CONTINUE
              WHEN IX-SFV > WS-NB-SFV
                 CONTINUE
              WHEN WS-SFV-RANG(IX-SFV) = VEHX-RANG
                 MOVE WS-SFV-CODE(IX-SFV) TO WS-CODE-SFL
           END-SEARCH.
           SET IX-VSF TO 1.
           SEARCH WS-VSF
              AT END
                 CONTINUE
              WHEN IX-VSF > WS-NB-VSF
                 IF WS-NB-VSF = 100
                    DISPLAY 'FB04B07 : TABLE DE VENTILATION SATUREE'
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
                 ADD 1                  TO WS-NB-VSF
                 SET IX-VSF             TO WS-NB-VSF
                 MOVE WS-CODE-SFL       TO WS-VSF-CODE(IX-VSF)
                 MOVE 1                 TO WS-VSF-NB(IX-VSF)
                 MOVE WS-VALEUR-RETENUE TO WS-VSF-TOTAL(IX-VSF)
              WHEN WS-VSF-CODE(IX-VSF) = WS-CODE-SFL
                 ADD 1                  TO WS-VSF-NB(IX-VSF)
                 ADD WS-VALEUR-RETENUE  TO WS-VSF-TOTAL(IX-VSF)
           END-SEARCH
           .
      ******************************************************************
       26000-ECRIRE-VALEUR-SFL.
      *------------------------
           MOVE WS-NUMCONT-RUPTURE   TO VALS-NUMCONT
           MOVE WS-VSF-CODE(IX-VSF)  TO VALS-SOUS-FLOTTE
           MOVE WS-VSF-NB(IX-VSF)    TO VALS-NB-VEHICULES
           MOVE WS-VSF-TOTAL(IX-VSF) TO VALS-TOTAL-ASSURE
           WRITE ENRG-FB04VALS
           ADD 1                     TO WS-CPT-VALS
           SET IX-VSF UP BY 1
           .
      ******************************************************************
       21100-LIRE-SFLX.
      *----------------
           IF NOT FIN-SFLX
              READ FB01SFLX INTO WSS-SFLA-ENR
                 AT END
                    SET FIN-SFLX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21000-LIRE-VEHX.
      *----------------
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB04VEHX FB04VALN FB04VALK FB04VALT FB04RAPG
                 FB01SFLX FB04VALS.
           DISPLAY 'FB04B07 : COTES CHARGEES         = '
                    WS-NB-COTES.
           DISPLAY 'FB04B07 : VEHICULES LUS          = '
                    WS-CPT-VALORISES.
           DISPLAY 'FB04B07 : VEHICULES SANS COTE    = '
                    WS-CPT-SANS-COTE.
           DISPLAY 'FB04B07 : LIGNES PAR SOUS-FLOTTE = '
                    WS-CPT-VALS.
           IF WS-CPT-SANS-COTE > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
