       ID DIVISION.
       PROGRAM-ID. FB00B42.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH MENSUEL DE VENTILATION DES
      *           MOUVEMENTS DE COMPOSITION PAR SOUS-FLOTTE (SITE OU
      *           CENTRE DE COUT DU CLIENT, REFERENTIEL FB00SFLR TENU
      *           PAR LA TRANSACTION FB23, AFFECTATION DES ELEMENTS
      *           PAR LA COMMANDE 'SF=' DE FB01). LES GRANDS COMPTES
      *           DEMANDENT LEUR RELEVE SITE PAR SITE ; OR LE RELEVE
      *           CONSOLIDE FB00RECA NE PORTE PAS L'ELEMENT CONCERNE.
      *           LE PROGRAMME REPART DONC DE L'EXTRAIT DES PISTES
      *           D'AUDIT DU MOIS (FB00AUDM, CUMUL DES FB00AUDX DU
      *           MOIS TRIE PAR CONTRAT, DESSIN FB00AUDX) ET LE
      *           RAPPROCHE DES AFFECTATIONS (FB01SFLX, DECHARGEMENT
      *           DE FB01SFLA TRIE PAR CONTRAT + TYPE + RANG - MEME
      *           TECHNIQUE DEUX FICHIERS TRIES QUE FB00B18). CHAQUE
      *           ACTION FB01 D'UN CONTRAT GERE EN SOUS-FLOTTES EST
      *           PREFIXEE DU CODE SOUS-FLOTTE DE L'ELEMENT (A BLANC
      *           SI L'ELEMENT N'EST PAS AFFECTE) DANS FB00RECS, QUE
      *           LE JCL TRIE/ECLATE EN UN RELEVE PAR CONTRAT ET
      *           SOUS-FLOTTE, ET UNE SYNTHESE PAR CONTRAT ET SOUS-
      *           FLOTTE EST EDITEE (FB00RAPS : AJOUTS, MODIFICATIONS,
      *           CLOTURES, RESTAURATIONS). LES CONTRATS SANS AUCUNE
      *           AFFECTATION NE SONT PAS GERES EN SOUS-FLOTTES ET NE
      *           SONT PAS REPRIS.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51173 CREATION.
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
      *--- EXTRAIT DES PISTES D'AUDIT DU MOIS, TRIE PAR CONTRAT
           SELECT  FB00AUDM   ASSIGN  FB00AUDM
                               FILE STATUS IS  FS-FB00AUDM-STATUS.
      *--- AFFECTATIONS AUX SOUS-FLOTTES, TRIEES PAR CONTRAT+TYPE+RANG
           SELECT  FB01SFLX   ASSIGN  FB01SFLX
                               FILE STATUS IS  FS-FB01SFLX-STATUS.
      *--- RELEVE VENTILE : CODE SOUS-FLOTTE + LIGNE DE MOUVEMENT
           SELECT  FB00RECS   ASSIGN  FB00RECS
                               FILE STATUS IS  FS-FB00RECS-STATUS.
      *--- SYNTHESE MENSUELLE PAR CONTRAT ET SOUS-FLOTTE
           SELECT  FB00RAPS   ASSIGN  FB00RAPS
                               FILE STATUS IS  FS-FB00RAPS-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00AUDM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00AUDM.
           05  AUDM-NUMCONT           PIC X(12).
           05  AUDM-ECRAN             PIC X(04).
               88  AUDM-ECRAN-FB01        VALUE 'FB01'.
           05  AUDM-SOUS-TYPE         PIC X(02).
           05  AUDM-RACF              PIC X(15).
           05  AUDM-JOUR              PIC X(08).
           05  AUDM-HEURE             PIC X(08).
      *--- DETAIL FB01 : MEME FORME QUE WSS-AUDIT-FB01-ENR DE FB01T00
           05  AUDM-DONNEES-FB01.
               10  AUDM-FB01-CODE-ACTION  PIC X(01).
               10  AUDM-FB01-TYPE-TS      PIC X(01).
               10  AUDM-FB01-RANG-TS      PIC S9(4) COMP.
               10  AUDM-FB01-RACF         PIC X(15).
               10  AUDM-FB01-JOUR         PIC X(08).
               10  AUDM-FB01-HEURE        PIC X(08).
               10  AUDM-FB01-DATE-EFFET   PIC X(08).
               10  AUDM-FB01-MOTIF        PIC X(01).
               10  FILLER                 PIC X(04).
      *
       FD  FB01SFLX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01SFLX              PIC X(100).
      *
       FD  FB00RECS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RECS.
           05  RECS-SOUS-FLOTTE       PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RECS-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RECS-CODE-ACTION       PIC X(01).
           05  RECS-MOTIF             PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RECS-TYPE              PIC X(01).
           05  RECS-RANG              PIC 9(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RECS-LIBELLE           PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RECS-RACF              PIC X(15).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RECS-JOUR              PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RECS-DATE-EFFET        PIC X(08).
           05  FILLER                 PIC X(05) VALUE SPACES.
      *
       FD  FB00RAPS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPS.
           05  RAPS-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPS-SOUS-FLOTTE       PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPS-NB-AJOUTS         PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPS-NB-MODIFS         PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPS-NB-CLOTURES       PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPS-NB-RESTAUR        PIC ZZZZ9.
           05  FILLER                 PIC X(35) VALUE SPACES.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B42 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00AUDM-STATUS   PIC X(02).
           88     OK-FB00AUDM       VALUE '00'.
           88     EOF-FB00AUDM      VALUE '10'.
       01  FS-FB01SFLX-STATUS   PIC X(02).
           88     OK-FB01SFLX       VALUE '00'.
           88     EOF-FB01SFLX      VALUE '10'.
       01  FS-FB00RECS-STATUS   PIC X(02).
           88     OK-FB00RECS       VALUE '00'.
       01  FS-FB00RAPS-STATUS   PIC X(02).
           88     OK-FB00RAPS       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-AUDM       PIC X(01) VALUE 'N'.
           88     FIN-AUDM           VALUE 'O'.
       01  WS-IND-FIN-SFLX       PIC X(01) VALUE 'N'.
           88     FIN-SFLX           VALUE 'O'.
      *================================================================*
      *   AFFECTATIONS DU CONTRAT EN COURS (TYPE + RANG -> CODE)       *
      *================================================================*
       COPY FB00SFLF.
       01  WS-NB-SFE             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-SFE.
           05  WS-SFE             OCCURS 500 TIMES
                                  INDEXED BY IX-SFE.
               10  WS-SFE-TYPE    PIC X(01).
               10  WS-SFE-RANG    PIC 9(02).
               10  WS-SFE-CODE    PIC X(03).
      *================================================================*
      *   SYNTHESE DU CONTRAT EN COURS PAR SOUS-FLOTTE                 *
      *================================================================*
       01  WS-NB-SSF             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-SSF.
           05  WS-SSF             OCCURS 100 TIMES
                                  INDEXED BY IX-SSF.
               10  WS-SSF-CODE    PIC X(03).
               10  WS-SSF-AJOUTS  PIC 9(05).
               10  WS-SSF-MODIFS  PIC 9(05).
               10  WS-SSF-CLOT    PIC 9(05).
               10  WS-SSF-REST    PIC 9(05).
      *================================================================*
      *   RUPTURE CONTRAT ET ELEMENT EN COURS                          *
      *================================================================*
       01  WS-NUMCONT-RUPTURE    PIC X(12) VALUE SPACES.
       01  WS-CODE-SFL           PIC X(03) VALUE SPACES.
       01  WS-RANG-ELEMENT       PIC 9(02) VALUE ZERO.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-LIGNES-LUES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-VENTILEES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-SFL       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CONT-SFL       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SYNTHESE       PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           OPEN INPUT  FB00AUDM
           OPEN INPUT  FB01SFLX
           OPEN OUTPUT FB00RECS
           OPEN OUTPUT FB00RAPS.
           IF NOT OK-FB00AUDM OR NOT OK-FB01SFLX
              OR NOT OK-FB00RECS OR NOT OK-FB00RAPS
              DISPLAY 'FB00B42 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-AUDM
           PERFORM 21100-LIRE-SFLX
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-CONTRAT
              UNTIL FIN-AUDM
           .
      ******************************************************************
      *   RUPTURE SUR LE CONTRAT : LES AFFECTATIONS DU CONTRAT SONT   *
      *   CHARGEES EN TABLE, PUIS SES ACTIONS FB01 SONT VENTILEES ET  *
      *   LA SYNTHESE DU CONTRAT EST ECRITE A LA RUPTURE              *
      ******************************************************************
       20100-TRAITER-CONTRAT.
      *----------------------
           MOVE AUDM-NUMCONT      TO WS-NUMCONT-RUPTURE.
           MOVE ZERO              TO WS-NB-SSF.
           PERFORM 20200-CHARGER-SFL-CONTRAT.
           IF WS-NB-SFE > ZERO
              ADD 1 TO WS-CPT-CONT-SFL
           END-IF.
           PERFORM 20300-VENTILER-ACTION
              UNTIL FIN-AUDM
              OR AUDM-NUMCONT NOT = WS-NUMCONT-RUPTURE.
           SET IX-SSF TO 1.
           PERFORM 25000-ECRIRE-SYNTHESE
              WS-NB-SSF TIMES
           .
      ******************************************************************
       20200-CHARGER-SFL-CONTRAT.
      *--------------------------
           MOVE ZERO TO WS-NB-SFE.
           PERFORM 21100-LIRE-SFLX
              UNTIL FIN-SFLX
              OR SFLA-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           PERFORM 20210-RANGER-SFE
              UNTIL FIN-SFLX
              OR SFLA-NUMCONT NOT = WS-NUMCONT-RUPTURE
           .
      ******************************************************************
       20210-RANGER-SFE.
      *-----------------
           IF SFLA-RANG NUMERIC
              IF WS-NB-SFE = 500
                 DISPLAY 'FB00B42 : TABLE DES AFFECTATIONS SATUREE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                  TO WS-NB-SFE
              SET IX-SFE             TO WS-NB-SFE
              MOVE SFLA-TYPE         TO WS-SFE-TYPE(IX-SFE)
              MOVE SFLA-RANG         TO WS-SFE-RANG(IX-SFE)
              MOVE SFLA-CODE         TO WS-SFE-CODE(IX-SFE)
           END-IF
           PERFORM 21100-LIRE-SFLX
           .
      ******************************************************************
      *   SEULES LES ACTIONS DE COMPOSITION (ECRAN FB01) DES CONTRATS *
      *   GERES EN SOUS-FLOTTES SONT VENTILEES                        *
      ******************************************************************
       20300-VENTILER-ACTION.
      *----------------------
           IF AUDM-ECRAN-FB01
              AND WS-NB-SFE > ZERO
              PERFORM 22000-CHERCHER-SOUS-FLOTTE
              PERFORM 23000-ECRIRE-RELEVE
              PERFORM 24000-CUMULER-SOUS-FLOTTE
           END-IF
           PERFORM 21000-LIRE-AUDM
           .
      ******************************************************************
      *   LE RANG DE LA PISTE EST CELUI DE LA COMMANDE 'SF=' (01-99)  *
      ******************************************************************
       22000-CHERCHER-SOUS-FLOTTE.
      *---------------------------
           MOVE SPACES TO WS-CODE-SFL.
           MOVE ZERO   TO WS-RANG-ELEMENT.
           IF AUDM-FB01-RANG-TS > ZERO
              AND AUDM-FB01-RANG-TS < 100
              MOVE AUDM-FB01-RANG-TS TO WS-RANG-ELEMENT
              SET IX-SFE TO 1
              SEARCH WS-SFE
                 AT END
                    CONTINUE
                 WHEN IX-SFE > WS-NB-SFE
                    CONTINUE
                 WHEN WS-SFE-TYPE(IX-SFE) = AUDM-FB01-TYPE-TS
                    AND WS-SFE-RANG(IX-SFE) = WS-RANG-ELEMENT
                    MOVE WS-SFE-CODE(IX-SFE) TO WS-CODE-SFL
              END-SEARCH
           END-IF.
           IF WS-CODE-SFL = SPACES
              ADD 1 TO WS-CPT-SANS-SFL
           END-IF
           .
      ******************************************************************
       23000-ECRIRE-RELEVE.
      *--------------------
           MOVE WS-CODE-SFL            TO RECS-SOUS-FLOTTE
           MOVE AUDM-NUMCONT           TO RECS-NUMCONT
           MOVE AUDM-FB01-CODE-ACTION  TO RECS-CODE-ACTION
           MOVE AUDM-FB01-MOTIF        TO RECS-MOTIF
           MOVE AUDM-FB01-TYPE-TS      TO RECS-TYPE
           MOVE WS-RANG-ELEMENT        TO RECS-RANG
           MOVE AUDM-RACF              TO RECS-RACF
           MOVE AUDM-JOUR              TO RECS-JOUR
           MOVE AUDM-FB01-DATE-EFFET   TO RECS-DATE-EFFET
           EVALUATE AUDM-FB01-CODE-ACTION
              WHEN 'A'
                 MOVE 'AJOUT ELEMENT COMPOSITION'    TO RECS-LIBELLE
              WHEN 'M'
                 MOVE 'MODIF. ELEMENT COMPOSITION'   TO RECS-LIBELLE
              WHEN 'C'
                 MOVE 'CLOTURE ELEMENT COMPOSITION'  TO RECS-LIBELLE
              WHEN 'R'
                 MOVE 'RESTAURATION COMPOSITION'     TO RECS-LIBELLE
              WHEN OTHER
                 MOVE 'COMPOSITION : AUTRE ACTION'   TO RECS-LIBELLE
           END-EVALUATE
           WRITE ENRG-FB00RECS
           ADD 1                       TO WS-CPT-VENTILEES
           .
      ******************************************************************
       24000-CUMULER-SOUS-FLOTTE.
      *--------------------------
           SET IX-SSF TO 1.
           SEARCH WS-SSF
              AT END
                 CONTINUE
              WHEN IX-SSF > WS-NB-SSF
                 IF WS-NB-SSF = 100
                    DISPLAY 'FB00B42 : TABLE DE SYNTHESE SATUREE (100)'
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
                 ADD 1              TO WS-NB-SSF
                 SET IX-SSF         TO WS-NB-SSF
                 MOVE WS-CODE-SFL   TO WS-SSF-CODE(IX-SSF)
                 MOVE ZERO          TO WS-SSF-AJOUTS(IX-SSF)
                                       WS-SSF-MODIFS(IX-SSF)
                                       WS-SSF-CLOT(IX-SSF)
                                       WS-SSF-REST(IX-SSF)
              WHEN WS-SSF-CODE(IX-SSF) = WS-CODE-SFL
                 CONTINUE
           END-SEARCH.
           EVALUATE AUDM-FB01-CODE-ACTION
              WHEN 'A'
                 ADD 1 TO WS-SSF-AJOUTS(IX-SSF)
              WHEN 'M'
                 ADD 1 TO WS-SSF-MODIFS(IX-SSF)
              WHEN 'C'
                 ADD 1 TO WS-SSF-CLOT(IX-SSF)
              WHEN 'R'
                 ADD 1 TO WS-SSF-REST(IX-SSF)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      ******************************************************************
       25000-ECRIRE-SYNTHESE.
      *----------------------
           MOVE WS-NUMCONT-RUPTURE    TO RAPS-NUMCONT
           MOVE WS-SSF-CODE(IX-SSF)   TO RAPS-SOUS-FLOTTE
           MOVE WS-SSF-AJOUTS(IX-SSF) TO RAPS-NB-AJOUTS
           MOVE WS-SSF-MODIFS(IX-SSF) TO RAPS-NB-MODIFS
           MOVE WS-SSF-CLOT(IX-SSF)   TO RAPS-NB-CLOTURES
           MOVE WS-SSF-REST(IX-SSF)   TO RAPS-NB-RESTAUR
           WRITE ENRG-FB00RAPS
           ADD 1                      TO WS-CPT-SYNTHESE
           SET IX-SSF UP BY 1
           .
      ******************************************************************
       21000-LIRE-AUDM.
      *----------------
           IF NOT FIN-AUDM
              READ FB00AUDM
                 AT END
                    SET FIN-AUDM TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-LIGNES-LUES
              END-READ
           END-IF
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
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00AUDM FB01SFLX FB00RECS FB00RAPS.
           DISPLAY 'FB00B42 : LIGNES D''AUDIT LUES    = '
                    WS-CPT-LIGNES-LUES.
           DISPLAY 'FB00B42 : CONTRATS EN SOUS-FLOT. = '
                    WS-CPT-CONT-SFL.
           DISPLAY 'FB00B42 : LIGNES VENTILEES       = '
                    WS-CPT-VENTILEES.
           DISPLAY 'FB00B42 : DONT SANS SOUS-FLOTTE  = '
                    WS-CPT-SANS-SFL.
           DISPLAY 'FB00B42 : LIGNES DE SYNTHESE     = '
                    WS-CPT-SYNTHESE.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B42 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
