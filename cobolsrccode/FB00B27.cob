      *           POSTES INVALIDES OU HORS FENETRE EDITES
      *           (FB00RAPG), CODE RETOUR 8 SUR POSTE INVALIDE : ON
      *           NE LANCE PAS LA NUIT SUR UN PARAMETRAGE FAUX.
      *           LES REGLES DE RETENTION DU MOTEUR D'EPURATION
      *           FB00B53 (PROGRAMME 'FB00B53', PARAMETRE 'RET-' +
      *           FICHIER) ONT LEUR PROPRE CONTROLE ; CHARGEES DANS LE
      *           KSDS ET JOURNALISEES, ELLES NE SONT PAS POSEES SUR
      *           UNE CARTE (FB00B53 LES LIT DANS LE REGISTRE).
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51141 CREATION.
      * 15.10.2026 GFA/P.ESTEVE     M001      F51185 REGLES DE
      *                                       RETENTION FB00B53.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       01  WS-VALEUR-NUM         PIC 9(09) VALUE ZERO.
       01  WS-VALEUR-CTRL        PIC X(09) VALUE SPACES.
       01  WS-FIN-COLONNE        PIC 9(03) COMP VALUE ZERO.
      *--- VALEUR D'UNE REGLE DE RETENTION FB00B53 : DUREE EN MOIS,
      *--- POSITION DE LA DATE DE REFERENCE, ACTION (A = ARCHIVER,
      *--- S = SUPPRIMER), LONGUEUR D'ENREGISTREMENT
       01  WS-IND-REGLE-RETENTION PIC X(01) VALUE 'N'.
           88     REGLE-RETENTION    VALUE 'O'.
       01  WS-REGLE-RETENTION.
           05  WS-RET-DUREE-MOIS PIC X(03).
           05  FILLER            PIC X(01).
           05  WS-RET-POS-DATE   PIC X(03).
           05  FILLER            PIC X(01).
           05  WS-RET-ACTION     PIC X(01).
               88  RET-ACTION-VALIDE  VALUE 'A' 'S'.
           05  FILLER            PIC X(01).
           05  WS-RET-LONG-ENRG  PIC X(04).
           05  FILLER            PIC X(06).
       01  WS-RET-NUMERIQUES.
           05  WS-RET-DUREE-NUM  PIC 9(03).
           05  WS-RET-POS-NUM    PIC 9(03).
           05  WS-RET-LONG-NUM   PIC 9(04).
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
      ******************************************************************
       20200-TRAITER-POSTE.
      *--------------------
           IF PREX-PGM = 'FB00B53'
              AND PREX-PARAMETRE (1:4) = 'RET-'
              MOVE 'O' TO WS-IND-REGLE-RETENTION
              PERFORM 22500-CONTROLER-RETENTION
           ELSE
              MOVE 'N' TO WS-IND-REGLE-RETENTION
              PERFORM 22000-CONTROLER-POSTE
           END-IF.
           IF POSTE-VALIDE
              PERFORM 23000-CHARGER-KSDS
              IF PREX-DT-DEBUT NOT > WS-DATE-TRAITEMENT
                 AND PREX-DT-FIN NOT < WS-DATE-TRAITEMENT
                 ADD 1 TO WS-CPT-ACTIFS
                 IF NOT REGLE-RETENTION
                    PERFORM 24000-POSER-SUR-CARTE
                 END-IF
                 PERFORM 25000-JOURNALISER-VALEUR
              ELSE
                 ADD 1 TO WS-CPT-HORS-FENETRE
              WRITE ENRG-FB00RAPG
           END-IF
           .
      ******************************************************************
      *   REGLE DE RETENTION FB00B53 : DUREE ET POSITION NUMERIQUES   *
      *   NON NULLES, ACTION A OU S, DATE SSAAMMJJ CONTENUE DANS LA   *
      *   LONGUEUR D'ENREGISTREMENT (400 OCTETS AU PLUS)              *
      ******************************************************************
       22500-CONTROLER-RETENTION.
      *--------------------------
           MOVE 'O'              TO WS-IND-POSTE-VALIDE.
           MOVE SPACES           TO RAPG-MOTIF.
           MOVE PREX-VALEUR      TO WS-REGLE-RETENTION.
           EVALUATE TRUE
              WHEN WS-RET-DUREE-MOIS NOT NUMERIC
                 OR WS-RET-POS-DATE NOT NUMERIC
                 OR WS-RET-LONG-ENRG NOT NUMERIC
                 MOVE 'RETENTION : DUREE/POSITION/LONGUEUR NON NUM.'
                                      TO RAPG-MOTIF
                 MOVE 'N'             TO WS-IND-POSTE-VALIDE
              WHEN NOT RET-ACTION-VALIDE
                 MOVE 'RETENTION : ACTION INCONNUE (A/S ATTENDU)'
                                      TO RAPG-MOTIF
                 MOVE 'N'             TO WS-IND-POSTE-VALIDE
              WHEN OTHER
                 MOVE WS-RET-DUREE-MOIS TO WS-RET-DUREE-NUM
                 MOVE WS-RET-POS-DATE   TO WS-RET-POS-NUM
                 MOVE WS-RET-LONG-ENRG  TO WS-RET-LONG-NUM
                 IF WS-RET-DUREE-NUM = ZERO
                    OR WS-RET-POS-NUM = ZERO
                    OR WS-RET-LONG-NUM > 400
                    OR WS-RET-POS-NUM + 7 > WS-RET-LONG-NUM
                    MOVE 'RETENTION : DATE HORS ENREGISTREMENT/DUREE 0'
                                      TO RAPG-MOTIF
                    MOVE 'N'          TO WS-IND-POSTE-VALIDE
                 END-IF
           END-EVALUATE.
           IF NOT POSTE-VALIDE
              ADD 1                TO WS-CPT-INVALIDES
              MOVE PREX-PGM        TO RAPG-PGM
              MOVE PREX-PARAMETRE  TO RAPG-PARAMETRE
              WRITE ENRG-FB00RAPG
           END-IF
           .
      ******************************************************************
       23000-CHARGER-KSDS.
      *-------------------
