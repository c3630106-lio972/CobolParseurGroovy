      *           SUR LE CONTRAT (FD 51133 : LECTURE SEULE SAUF
      *           DEROGATION SUPERVISEUR). LES STATUTS INVALIDES
      *           SONT EDITES (FB00RAPC), CODE RETOUR 4.
      *           LES CONTRATS SUSPENDUS POUR NON-PAIEMENT PAR FB00B61
      *           (FB00SUSP, TRIE PAR CONTRAT) SONT CHARGES EN STATUT
      *           'S' A LA DATE DE SUSPENSION, SAUF SI L'EXTRAIT LES
      *           DONNE DEJA RESILIES OU SUSPENDUS ; UNE SUSPENSION SUR
      *           UN CONTRAT ABSENT DE L'EXTRAIT EST EDITEE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51133 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51197 LES CONTRATS
      *                                       SUSPENDUS POUR
      *                                       NON-PAIEMENT PAR FB00B61
      *                                       (FB00SUSP) SONT CHARGES EN
      *                                       STATUT 'S' SAUF SI LA
      *                                       GESTION DES POLICES LES
      *                                       DONNE RESILIES.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
                               ACCESS DYNAMIC
                               RECORD KEY CSTA-NUMCONT
                               FILE STATUS IS  FS-FB00CSTA-STATUS.
      *--- SUSPENSIONS POUR NON-PAIEMENT (FB00B61), TRIEES PAR CONTRAT
           SELECT  FB00SUSP   ASSIGN  FB00SUSP
                               FILE STATUS IS  FS-FB00SUSP-STATUS.
      *--- STATUTS INVALIDES
           SELECT  FB00RAPC   ASSIGN  FB00RAPC
                               FILE STATUS IS  FS-FB00RAPC-STATUS.
           05  CSTA-STATUT            PIC X(01).
           05  CSTA-DT-STATUT         PIC X(08).
           05  FILLER                 PIC X(59).
      *
       FD  FB00SUSP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00SUSP.
           05  SUSP-NUMCONT           PIC X(12).
           05  SUSP-DATE-SUSPENSION   PIC X(08).
           05  SUSP-ETAT              PIC X(01).
           05  FILLER                 PIC X(59).
      *
       FD  FB00RAPC
           RECORDING   F
       01  FS-FB00CSTA-STATUS   PIC X(02).
           88     OK-FB00CSTA       VALUE '00'.
           88     DOUBLON-FB00CSTA  VALUE '22'.
       01  FS-FB00SUSP-STATUS   PIC X(02).
           88     OK-FB00SUSP       VALUE '00'.
       01  FS-FB00RAPC-STATUS   PIC X(02).
           88     OK-FB00RAPC       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-CSTX       PIC X(01) VALUE 'N'.
           88     FIN-CSTX           VALUE 'O'.
       01  WS-IND-FIN-SUSP       PIC X(01) VALUE 'N'.
           88     FIN-SUSP           VALUE 'O'.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CPT-CHARGES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-FERMES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-INVALIDES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SUSP-IMPAYE    PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
      *---------------------
           OPEN INPUT  FB00CSTX
           OPEN OUTPUT FB00CSTA
           OPEN INPUT  FB00SUSP
           OPEN OUTPUT FB00RAPC.
           IF NOT OK-FB00CSTX OR NOT OK-FB00CSTA OR NOT OK-FB00RAPC
              OR NOT OK-FB00SUSP
              DISPLAY 'FB00B21 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-CSTX
           PERFORM 21100-LIRE-SUSP
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-CHARGER-STATUT
              UNTIL FIN-CSTX.
           PERFORM 22100-SIGNALER-SUSP-ORPHELINE
              UNTIL FIN-SUSP
           .
      ******************************************************************
       20100-CHARGER-STATUT.
              MOVE CSTX-NUMCONT    TO CSTA-NUMCONT
              MOVE CSTX-STATUT     TO CSTA-STATUT
              MOVE CSTX-DT-STATUT  TO CSTA-DT-STATUT
              PERFORM 22000-APPLIQUER-SUSPENSION
              WRITE ENRG-FB00CSTA
              IF NOT OK-FB00CSTA
                 DISPLAY 'FB00B21 : ERREUR ECRITURE FB00CSTA - STATUS '
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                TO WS-CPT-CHARGES
              IF CSTA-STATUT = 'R' OR CSTA-STATUT = 'S'
                 ADD 1             TO WS-CPT-FERMES
              END-IF
           END-IF
           PERFORM 21000-LIRE-CSTX
           .
      ******************************************************************
      *   SUSPENSION POUR NON-PAIEMENT DU CONTRAT (FB00B61) : UN      *
      *   CONTRAT ACTIF PASSE EN 'S' A LA DATE DE SUSPENSION          *
      ******************************************************************
       22000-APPLIQUER-SUSPENSION.
      *---------------------------
           PERFORM 22100-SIGNALER-SUSP-ORPHELINE
              UNTIL FIN-SUSP
              OR SUSP-NUMCONT NOT < CSTX-NUMCONT.
           IF NOT FIN-SUSP
              AND SUSP-NUMCONT = CSTX-NUMCONT
              IF CSTX-STATUT = 'A'
                 MOVE 'S'                  TO CSTA-STATUT
                 MOVE SUSP-DATE-SUSPENSION TO CSTA-DT-STATUT
                 ADD 1                     TO WS-CPT-SUSP-IMPAYE
              END-IF
              PERFORM 21100-LIRE-SUSP
           END-IF
           .
      ******************************************************************
      *   SUSPENSION SUR UN CONTRAT ABSENT DE L'EXTRAIT : EDITEE      *
      ******************************************************************
       22100-SIGNALER-SUSP-ORPHELINE.
      *------------------------------
           ADD 1                TO WS-CPT-INVALIDES.
           MOVE SUSP-NUMCONT    TO RAPC-NUMCONT.
           MOVE 'S'             TO RAPC-STATUT.
           MOVE 'SUSPENSION IMPAYE : CONTRAT HORS FB00CSTX'
                                TO RAPC-MOTIF.
           WRITE ENRG-FB00RAPC.
           PERFORM 21100-LIRE-SUSP
           .
      ******************************************************************
       21000-LIRE-CSTX.
      *----------------
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-SUSP.
      *----------------
           IF NOT FIN-SUSP
              READ FB00SUSP
                 AT END
                    SET FIN-SUSP TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00CSTX FB00CSTA FB00SUSP FB00RAPC.
           DISPLAY 'FB00B21 : STATUTS LUS            = '
                    WS-CPT-STATUTS-LUS.
           DISPLAY 'FB00B21 : STATUTS CHARGES        = '
                    WS-CPT-CHARGES.
           DISPLAY 'FB00B21 : CONTRATS FERMES (R/S)  = '
                    WS-CPT-FERMES.
           DISPLAY 'FB00B21 : SUSPENSIONS IMPAYE     = '
                    WS-CPT-SUSP-IMPAYE.
           DISPLAY 'FB00B21 : STATUTS INVALIDES      = '
                    WS-CPT-INVALIDES.
           IF WS-CPT-INVALIDES > ZERO
