       ID DIVISION.
       PROGRAM-ID. FB01B17.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH HEBDOMADAIRE DE STATISTIQUES DE LA
      *           FILE DES DEMANDES EXTRANET (KSDS FB01DEMQ, DESSIN
      *           FB01DEMF, ALIMENTE PAR FB01B16 ET TRAITE DANS FB24).
      *           SUR LES 7 JOURS QUI SE TERMINENT A LA DATE DU
      *           TRAITEMENT, LE RAPPORT FB01RAPH PRESENTE :
      *           - LES VOLUMES RECUS PAR CANAL ET PAR ACTION, DONT EN
      *             ANOMALIE AU PRE-CONTROLE ;
      *           - LES DEMANDES CLOSES (TRAITEES, SANS SUITE, SANS
      *             ACTION FB00HIST RETROUVEE) ET LES DELAIS EN JOURS
      *             OUVRES FB00SV01 : RECEPTION -> PRISE EN CHARGE ET
      *             RECEPTION -> CLOTURE (MOYENNE, MAXIMUM, CLOSES
      *             HORS DELAI DE SERVICE) ;
      *           - LE STOCK RESTANT (NON PRISES, PRISES, DONT
      *             ESCALADEES) ;
      *           - LE DETAIL PAR OPERATEUR AYANT CLOS.
      *           LE DELAI DE SERVICE EST LU SUR LA MEME CARTE
      *           FB00PARM QUE FB01B16 (2 JOURS OUVRES PAR DEFAUT).
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51176 CREATION.
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
      *--- CARTE PARAMETRE DE FB01B16 (DELAI DE SERVICE)
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- FILE DES DEMANDES EXTRANET (VSAM KSDS)
           SELECT  FB01DEMQ   ASSIGN  FB01DEMQ
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY DEMQK-CLE
                               FILE STATUS IS  FS-FB01DEMQ-STATUS.
      *--- RAPPORT HEBDOMADAIRE
           SELECT  FB01RAPH   ASSIGN  FB01RAPH
                               FILE STATUS IS  FS-FB01RAPH-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-RACF-SUPERVISEUR  PIC X(15).
           05  PARM-DELAI-SERVICE     PIC X(02).
           05  FILLER                 PIC X(63).
      *
       FD  FB01DEMQ
           LABEL RECORD STANDARD.
       01  ENRG-FB01DEMQ.
           05  DEMQK-CLE              PIC X(16).
           05  FILLER                 PIC X(384).
      *
       FD  FB01RAPH
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01RAPH              PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB01B17 **'.
      *================================================================*
      *   FILE DE TRAVAIL (DESSIN FB01DEMF)                            *
      *================================================================*
           COPY FB01DEMF.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
           COPY FB00CALA.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB01DEMQ-STATUS   PIC X(02).
           88     OK-FB01DEMQ       VALUE '00'.
           88     EOF-FB01DEMQ      VALUE '10'.
       01  FS-FB01RAPH-STATUS   PIC X(02).
           88     OK-FB01RAPH       VALUE '00'.
       01  WS-IND-FIN-PARC       PIC X(01) VALUE 'N'.
           88     FIN-PARCOURS       VALUE 'O'.
      *================================================================*
      *   PERIODE ET DELAI DE SERVICE                                  *
      *================================================================*
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-DATE-DEBUT         PIC X(08) VALUE SPACES.
       01  WS-DELAI-SERVICE      PIC S9(05) COMP-3 VALUE ZERO.
       01  WS-JOURS-OUVRES       PIC S9(07) COMP-3 VALUE ZERO.
      *================================================================*
      *   COMPTEURS DE LA SEMAINE                                      *
      *================================================================*
       01  WS-CPT-RECUES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-COURRIEL       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PORTAIL        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-AJOUTS         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SORTIES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-MODIFS         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANOMALIES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CLOSES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-TRAITEES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-SUITE     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-ACTION    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-HORS-DELAI     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PRISES-SEM     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-STOCK-OUVERT   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-STOCK-PRIS     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-STOCK-ESCALADE PIC 9(07) COMP VALUE ZERO.
       01  WS-CUM-DELAI-PRISE    PIC 9(09) COMP VALUE ZERO.
       01  WS-CUM-DELAI-CLOTURE  PIC 9(09) COMP VALUE ZERO.
       01  WS-MAX-DELAI-PRISE    PIC 9(05) COMP VALUE ZERO.
       01  WS-MAX-DELAI-CLOTURE  PIC 9(05) COMP VALUE ZERO.
       01  WS-MOYENNE            PIC 9(05)V9 VALUE ZERO.
      *================================================================*
      *   CLOTURES PAR OPERATEUR                                       *
      *================================================================*
       01  WS-NB-OPERATEURS      PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-OPERATEURS.
           05  WS-OPE             OCCURS 300 TIMES
                                  INDEXED BY IX-OPE.
               10  WS-OPE-RACF        PIC X(15).
               10  WS-OPE-NB-CLOSES   PIC 9(07) COMP.
               10  WS-OPE-CUM-DELAI   PIC 9(09) COMP.
               10  WS-OPE-MAX-DELAI   PIC 9(05) COMP.
               10  WS-OPE-HORS-DELAI  PIC 9(07) COMP.
       01  WS-IND-OPE-TROUVE     PIC X(01) VALUE 'N'.
           88     OPE-TROUVE         VALUE 'O'.
      *================================================================*
      *   LIGNES DU RAPPORT                                            *
      *================================================================*
       01  WS-LIGNE-TITRE.
           05  FILLER            PIC X(31)
                   VALUE 'FB01B17 - DEMANDES EXTRANET DU '.
           05  WS-LT-DEBUT       PIC X(10).
           05  FILLER            PIC X(04) VALUE ' AU '.
           05  WS-LT-FIN         PIC X(10).
           05  FILLER            PIC X(25) VALUE SPACES.
       01  WS-LIGNE-STAT.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LS-LIBELLE     PIC X(50).
           05  WS-LS-VALEUR      PIC Z(06)9.
           05  FILLER            PIC X(21) VALUE SPACES.
       01  WS-LIGNE-DELAI.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LD-LIBELLE     PIC X(50).
           05  WS-LD-VALEUR      PIC Z(04)9,9.
           05  FILLER            PIC X(21) VALUE SPACES.
       01  WS-LIGNE-ENTETE-OPE.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(16) VALUE 'OPERATEUR'.
           05  FILLER            PIC X(10) VALUE '   CLOSES'.
           05  FILLER            PIC X(12) VALUE ' DELAI MOYEN'.
           05  FILLER            PIC X(10) VALUE ' DELAI MAX'.
           05  FILLER            PIC X(12) VALUE ' HORS DELAI'.
           05  FILLER            PIC X(18) VALUE SPACES.
       01  WS-LIGNE-OPE.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LO-RACF        PIC X(16).
           05  WS-LO-NB-CLOSES   PIC Z(08)9.
           05  FILLER            PIC X(05) VALUE SPACES.
           05  WS-LO-MOYENNE     PIC Z(04)9,9.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WS-LO-MAX         PIC Z(06)9.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-LO-HORS-DELAI  PIC Z(06)9.
           05  FILLER            PIC X(20) VALUE SPACES.
       01  WS-DATE-EDITEE.
           05  WS-DE-JJ          PIC X(02).
           05  FILLER            PIC X(01) VALUE '/'.
           05  WS-DE-MM          PIC X(02).
           05  FILLER            PIC X(01) VALUE '/'.
           05  WS-DE-SSAA        PIC X(04).
       01  WS-DATE-A-EDITER.
           05  WS-DA-SSAA        PIC X(04).
           05  WS-DA-MM          PIC X(02).
           05  WS-DA-JJ          PIC X(02).
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-DEMANDES-LUES  PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITER-RAPPORT
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           MOVE 2 TO WS-DELAI-SERVICE.
           OPEN INPUT  FB00PARM.
           IF OK-FB00PARM
              READ FB00PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-DELAI-SERVICE NUMERIC
                       AND PARM-DELAI-SERVICE > '00'
                       MOVE PARM-DELAI-SERVICE TO WS-DELAI-SERVICE
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           SET CALA-FONC-AJOUT-CAL  TO TRUE.
           MOVE WS-DATE-TRAITEMENT  TO CALA-DATE-1.
           MOVE -6                  TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              DISPLAY 'FB01B17 : ERREUR FB00SV01 - CODE '
                       CALA-CODE-RETOUR
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE CALA-DATE-RESULTAT  TO WS-DATE-DEBUT.
           OPEN INPUT  FB01DEMQ
           OPEN OUTPUT FB01RAPH.
           IF NOT OK-FB01DEMQ OR NOT OK-FB01RAPH
              DISPLAY 'FB01B17 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
      *   PARCOURS COMPLET DE LA FILE                                  *
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           MOVE LOW-VALUES TO DEMQK-CLE.
           START FB01DEMQ KEY NOT < DEMQK-CLE
           END-START.
           IF NOT OK-FB01DEMQ
              SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM 20100-EXAMINER-DEMANDE
              UNTIL FIN-PARCOURS
           .
      ******************************************************************
       20100-EXAMINER-DEMANDE.
      *-----------------------
           READ FB01DEMQ NEXT INTO WSS-DEMQ-ENR
           END-READ.
           IF NOT OK-FB01DEMQ
              SET FIN-PARCOURS TO TRUE
           ELSE
              ADD 1 TO WS-CPT-DEMANDES-LUES
              IF DEMQ-JOUR-RECU NOT < WS-DATE-DEBUT
                 AND DEMQ-JOUR-RECU NOT > WS-DATE-TRAITEMENT
                 PERFORM 21000-COMPTER-RECUE
              END-IF
              IF DEMQ-JOUR-PRISE NOT = SPACES
                 AND DEMQ-JOUR-PRISE NOT < WS-DATE-DEBUT
                 AND DEMQ-JOUR-PRISE NOT > WS-DATE-TRAITEMENT
                 PERFORM 22000-COMPTER-PRISE
              END-IF
              IF DEMQ-CLOSE
                 AND DEMQ-JOUR-CLOTURE NOT < WS-DATE-DEBUT
                 AND DEMQ-JOUR-CLOTURE NOT > WS-DATE-TRAITEMENT
                 PERFORM 23000-COMPTER-CLOSE
              END-IF
              IF DEMQ-EN-COURS
                 PERFORM 24000-COMPTER-STOCK
              END-IF
           END-IF
           .
      ******************************************************************
       21000-COMPTER-RECUE.
      *--------------------
           ADD 1 TO WS-CPT-RECUES.
           IF DEMQ-PAR-COURRIEL
              ADD 1 TO WS-CPT-COURRIEL
           END-IF.
           IF DEMQ-PAR-PORTAIL
              ADD 1 TO WS-CPT-PORTAIL
           END-IF.
           EVALUATE TRUE
              WHEN DEMQ-AJOUT
                 ADD 1 TO WS-CPT-AJOUTS
              WHEN DEMQ-SORTIE
                 ADD 1 TO WS-CPT-SORTIES
              WHEN OTHER
                 ADD 1 TO WS-CPT-MODIFS
           END-EVALUATE.
           IF DEMQ-PRECTL-ANOMALIE
              ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           .
      ******************************************************************
      *   DELAI RECEPTION -> PRISE EN CHARGE, EN JOURS OUVRES          *
      ******************************************************************
       22000-COMPTER-PRISE.
      *--------------------
           ADD 1 TO WS-CPT-PRISES-SEM.
           MOVE DEMQ-JOUR-PRISE     TO CALA-DATE-2.
           PERFORM 26000-ECART-OUVRE.
           ADD WS-JOURS-OUVRES      TO WS-CUM-DELAI-PRISE.
           IF WS-JOURS-OUVRES > WS-MAX-DELAI-PRISE
              MOVE WS-JOURS-OUVRES  TO WS-MAX-DELAI-PRISE
           END-IF
           .
      ******************************************************************
      *   DELAI RECEPTION -> CLOTURE, EN JOURS OUVRES, GLOBAL ET PAR   *
      *   OPERATEUR AYANT CLOS                                         *
      ******************************************************************
       23000-COMPTER-CLOSE.
      *--------------------
           ADD 1 TO WS-CPT-CLOSES.
           IF DEMQ-TRAITEE
              ADD 1 TO WS-CPT-TRAITEES
              IF DEMQ-LIEN-ABSENT
                 ADD 1 TO WS-CPT-SANS-ACTION
              END-IF
           ELSE
              ADD 1 TO WS-CPT-SANS-SUITE
           END-IF.
           MOVE DEMQ-JOUR-CLOTURE   TO CALA-DATE-2.
           PERFORM 26000-ECART-OUVRE.
           ADD WS-JOURS-OUVRES      TO WS-CUM-DELAI-CLOTURE.
           IF WS-JOURS-OUVRES > WS-MAX-DELAI-CLOTURE
              MOVE WS-JOURS-OUVRES  TO WS-MAX-DELAI-CLOTURE
           END-IF.
           IF WS-JOURS-OUVRES > WS-DELAI-SERVICE
              ADD 1 TO WS-CPT-HORS-DELAI
           END-IF.
           PERFORM 23100-CHERCHER-OPERATEUR.
           ADD 1                    TO WS-OPE-NB-CLOSES(IX-OPE).
           ADD WS-JOURS-OUVRES      TO WS-OPE-CUM-DELAI(IX-OPE).
           IF WS-JOURS-OUVRES > WS-OPE-MAX-DELAI(IX-OPE)
              MOVE WS-JOURS-OUVRES  TO WS-OPE-MAX-DELAI(IX-OPE)
           END-IF.
           IF WS-JOURS-OUVRES > WS-DELAI-SERVICE
              ADD 1                 TO WS-OPE-HORS-DELAI(IX-OPE)
           END-IF
           .
      ******************************************************************
       23100-CHERCHER-OPERATEUR.
      *-------------------------
           MOVE 'N' TO WS-IND-OPE-TROUVE.
           SET IX-OPE TO 1.
           IF WS-NB-OPERATEURS > ZERO
              SEARCH WS-OPE
                 AT END
                    CONTINUE
                 WHEN IX-OPE > WS-NB-OPERATEURS
                    CONTINUE
                 WHEN WS-OPE-RACF(IX-OPE) = DEMQ-RACF-CLOTURE
                    SET OPE-TROUVE TO TRUE
              END-SEARCH
           END-IF.
           IF NOT OPE-TROUVE
              IF WS-NB-OPERATEURS = 300
                 DISPLAY 'FB01B17 : TABLE OPERATEURS SATUREE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                  TO WS-NB-OPERATEURS
              SET IX-OPE             TO WS-NB-OPERATEURS
              MOVE DEMQ-RACF-CLOTURE TO WS-OPE-RACF(IX-OPE)
              MOVE ZERO              TO WS-OPE-NB-CLOSES(IX-OPE)
                                        WS-OPE-CUM-DELAI(IX-OPE)
                                        WS-OPE-MAX-DELAI(IX-OPE)
                                        WS-OPE-HORS-DELAI(IX-OPE)
           END-IF
           .
      ******************************************************************
       24000-COMPTER-STOCK.
      *--------------------
           IF DEMQ-OUVERTE
              ADD 1 TO WS-CPT-STOCK-OUVERT
           ELSE
              ADD 1 TO WS-CPT-STOCK-PRIS
           END-IF.
           IF DEMQ-NIVEAU-ESCALADE > ZERO
              ADD 1 TO WS-CPT-STOCK-ESCALADE
           END-IF
           .
      ******************************************************************
      *   ECART EN JOURS OUVRES ENTRE LA RECEPTION ET CALA-DATE-2      *
      ******************************************************************
       26000-ECART-OUVRE.
      *------------------
           SET CALA-FONC-ECART-OUV  TO TRUE.
           MOVE DEMQ-JOUR-RECU      TO CALA-DATE-1.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              DISPLAY 'FB01B17 : ERREUR FB00SV01 - CODE '
                       CALA-CODE-RETOUR ' - DEMANDE ' DEMQ-REFERENCE
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           IF CALA-RESULTAT < ZERO
              MOVE ZERO             TO WS-JOURS-OUVRES
           ELSE
              MOVE CALA-RESULTAT    TO WS-JOURS-OUVRES
           END-IF
           .
      ******************************************************************
      *   EDITION DU RAPPORT                                           *
      ******************************************************************
       25000-EDITER-RAPPORT.
      *---------------------
           MOVE WS-DATE-DEBUT       TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE      TO WS-LT-DEBUT.
           MOVE WS-DATE-TRAITEMENT  TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE      TO WS-LT-FIN.
           WRITE ENRG-FB01RAPH FROM WS-LIGNE-TITRE.
           MOVE SPACES              TO ENRG-FB01RAPH.
           WRITE ENRG-FB01RAPH.
           MOVE 'DEMANDES RECUES'   TO WS-LS-LIBELLE.
           MOVE WS-CPT-RECUES       TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE '  PAR COURRIEL'    TO WS-LS-LIBELLE.
           MOVE WS-CPT-COURRIEL     TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE '  PAR LE PORTAIL'  TO WS-LS-LIBELLE.
           MOVE WS-CPT-PORTAIL      TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE '  AJOUTS'          TO WS-LS-LIBELLE.
           MOVE WS-CPT-AJOUTS       TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE '  SORTIES'         TO WS-LS-LIBELLE.
           MOVE WS-CPT-SORTIES      TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE '  MODIFICATIONS'   TO WS-LS-LIBELLE.
           MOVE WS-CPT-MODIFS       TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE '  DONT EN ANOMALIE AU PRE-CONTROLE'
                                    TO WS-LS-LIBELLE.
           MOVE WS-CPT-ANOMALIES    TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE 'DEMANDES PRISES EN CHARGE'
                                    TO WS-LS-LIBELLE.
           MOVE WS-CPT-PRISES-SEM   TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE '  DELAI MOYEN DE PRISE (JOURS OUVRES)'
                                    TO WS-LD-LIBELLE.
           MOVE ZERO                TO WS-MOYENNE.
           IF WS-CPT-PRISES-SEM > ZERO
              COMPUTE WS-MOYENNE ROUNDED =
                      WS-CUM-DELAI-PRISE / WS-CPT-PRISES-SEM
           END-IF.
           MOVE WS-MOYENNE          TO WS-LD-VALEUR.
           WRITE ENRG-FB01RAPH FROM WS-LIGNE-DELAI.
           MOVE '  DELAI MAXIMUM DE PRISE (JOURS OUVRES)'
                                    TO WS-LS-LIBELLE.
           MOVE WS-MAX-DELAI-PRISE  TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE 'DEMANDES CLOSES'   TO WS-LS-LIBELLE.
           MOVE WS-CPT-CLOSES       TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE '  TRAITEES'        TO WS-LS-LIBELLE.
           MOVE WS-CPT-TRAITEES     TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE '    DONT SANS ACTION FB00HIST RETROUVEE'
                                    TO WS-LS-LIBELLE.
           MOVE WS-CPT-SANS-ACTION  TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE '  SANS SUITE'      TO WS-LS-LIBELLE.
           MOVE WS-CPT-SANS-SUITE   TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE '  DELAI MOYEN DE TRAITEMENT (JOURS OUVRES)'
                                    TO WS-LD-LIBELLE.
           MOVE ZERO                TO WS-MOYENNE.
           IF WS-CPT-CLOSES > ZERO
              COMPUTE WS-MOYENNE ROUNDED =
                      WS-CUM-DELAI-CLOTURE / WS-CPT-CLOSES
           END-IF.
           MOVE WS-MOYENNE          TO WS-LD-VALEUR.
           WRITE ENRG-FB01RAPH FROM WS-LIGNE-DELAI.
           MOVE '  DELAI MAXIMUM DE TRAITEMENT (JOURS OUVRES)'
                                    TO WS-LS-LIBELLE.
           MOVE WS-MAX-DELAI-CLOTURE TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE '  CLOSES HORS DELAI DE SERVICE'
                                    TO WS-LS-LIBELLE.
           MOVE WS-CPT-HORS-DELAI   TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE 'STOCK EN FIN DE SEMAINE - NON PRISES'
                                    TO WS-LS-LIBELLE.
           MOVE WS-CPT-STOCK-OUVERT TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE 'STOCK EN FIN DE SEMAINE - PRISES EN CHARGE'
                                    TO WS-LS-LIBELLE.
           MOVE WS-CPT-STOCK-PRIS   TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE '  DONT ESCALADEES' TO WS-LS-LIBELLE.
           MOVE WS-CPT-STOCK-ESCALADE TO WS-LS-VALEUR.
           PERFORM 29000-ECRIRE-STAT.
           MOVE SPACES              TO ENRG-FB01RAPH.
           WRITE ENRG-FB01RAPH.
           WRITE ENRG-FB01RAPH FROM WS-LIGNE-ENTETE-OPE.
           SET IX-OPE TO 1.
           PERFORM 25100-EDITER-OPERATEUR
              WS-NB-OPERATEURS TIMES
           .
      ******************************************************************
       25100-EDITER-OPERATEUR.
      *-----------------------
           MOVE WS-OPE-RACF(IX-OPE)       TO WS-LO-RACF.
           MOVE WS-OPE-NB-CLOSES(IX-OPE)  TO WS-LO-NB-CLOSES.
           COMPUTE WS-MOYENNE ROUNDED =
                   WS-OPE-CUM-DELAI(IX-OPE) / WS-OPE-NB-CLOSES(IX-OPE).
           MOVE WS-MOYENNE                TO WS-LO-MOYENNE.
           MOVE WS-OPE-MAX-DELAI(IX-OPE)  TO WS-LO-MAX.
           MOVE WS-OPE-HORS-DELAI(IX-OPE) TO WS-LO-HORS-DELAI.
           WRITE ENRG-FB01RAPH FROM WS-LIGNE-OPE.
           SET IX-OPE UP BY 1
           .
      ******************************************************************
       28000-EDITER-DATE.
      *------------------
           MOVE WS-DA-JJ            TO WS-DE-JJ.
           MOVE WS-DA-MM            TO WS-DE-MM.
           MOVE WS-DA-SSAA          TO WS-DE-SSAA
           .
      ******************************************************************
       29000-ECRIRE-STAT.
      *------------------
           WRITE ENRG-FB01RAPH FROM WS-LIGNE-STAT
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB01DEMQ FB01RAPH.
           DISPLAY 'FB01B17 : DEMANDES EN FILE       = '
                    WS-CPT-DEMANDES-LUES.
           DISPLAY 'FB01B17 : RECUES DANS LA SEMAINE = '
                    WS-CPT-RECUES.
           DISPLAY 'FB01B17 : CLOSES DANS LA SEMAINE = '
                    WS-CPT-CLOSES.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB01B17 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
