      *                                       ET LE RAPPROCHEMENT
      *                                       AMBIGU.
      *
      * 15.10.2026 GFA/P.ESTEVE     M002      F51199 LA PREVISUALISATION
      *                                       RESTITUE LA DERNIERE
      *                                       PREUVE DE DEPOT POSTAL DE
      *                                       L'ALLOCATAIRE (KSDS
      *                                       FCGEPST1 DE PPGEMB29 :
      *                                       TYPE, DATE D'EMISSION,
      *                                       DATE DE DEPOT, LOT
      *                                       POSTAL).
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *--- PARAMETRE : UNE CLE ALLOCATAIRE/CONTRAT DEMANDEE PAR LIGNE
           SELECT  PPGPARM1   ASSIGN  PPGPARM1
                               FILE STATUS IS  FS-PPGPARM1-STATUS.
      *--- PREUVES DE DEPOT POSTAL (KSDS POSE PAR PPGEMB29) -
      *--- FICHIER FACULTATIF, ABSENT = PAS DE PREUVE RESTITUEE
           SELECT  FCGEPST1   ASSIGN  FCGEPST1
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY PST1-CLE
                               FILE STATUS IS  FS-FCGEPST1-STATUS.
      *--- COPIE DE PREVISUALISATION DE L'ENREGISTREMENT FISCAL SOURCE
           SELECT  PPGPREV1   ASSIGN  PPGPREV1
                               FILE STATUS IS  FS-PPGPREV1-STATUS.
       01  ENRG-PPGPARM1.
           05  PARM1-CLE-ALLOC-CONTRAT PIC X(13).
           05  FILLER                  PIC X(67).
      *
       FD  FCGEPST1
           LABEL RECORD STANDARD.
       01  ENRG-FCGEPST1.
           05  PST1-CLE.
               10  PST1-CLE-ALLOC      PIC X(013).
               10  PST1-TYPE-DOC       PIC X(002).
               10  PST1-DT-EMISSION    PIC X(008).
           05  PST1-AN-CAMPAGNE        PIC X(004).
           05  PST1-DT-IMPRESSION      PIC X(008).
           05  PST1-DT-DEPOT           PIC X(008).
           05  PST1-NO-LOT             PIC X(012).
           05  PST1-DT-MAJ             PIC X(008).
           05  FILLER                  PIC X(017).
      *
       FD  PPGPREV1
           RECORDING   F
           05  PREV1-CLE-ALLOC-CONTRAT PIC X(13).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PREV1-ENRG-FC99FIS1     PIC X(587).
      *--- DERNIERE PREUVE DE DEPOT POSTAL (A BLANC SI AUCUNE)
           05  PREV1-DEPOT.
               10  PREV1-TYPE-DOC-DEPOT PIC X(02).
               10  PREV1-DT-EMISSION   PIC X(08).
               10  PREV1-DT-DEPOT      PIC X(08).
               10  PREV1-NO-LOT        PIC X(12).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           88     EOF-PPGPARM1      VALUE '10'.
       01  FS-PPGPREV1-STATUS   PIC X(02).
           88     OK-PPGPREV1       VALUE '00'.
       01  FS-FCGEPST1-STATUS   PIC X(02).
           88     OK-FCGEPST1       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
           88     FIN-PARM1          VALUE 'O'.
       01  WS-IND-TROUVE         PIC X(01) VALUE 'N'.
           88     CLE-TROUVEE        VALUE 'O'.
       01  WS-IND-PST1-OUVERT    PIC X(01) VALUE 'N'.
           88     PREUVES-DISPONIBLES VALUE 'O'.
       01  WS-IND-FIN-PST1       PIC X(01) VALUE 'N'.
           88     FIN-PST1           VALUE 'O'.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CPT-DEMANDES       PIC 9(05) COMP VALUE ZERO.
       01  WS-CPT-TROUVEES       PIC 9(05) COMP VALUE ZERO.
       01  WS-CPT-NON-TROUVEES   PIC 9(05) COMP VALUE ZERO.
       01  WS-CPT-DEPOSEES       PIC 9(05) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
              DISPLAY 'PPGEMB18 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           OPEN INPUT FCGEPST1.
           IF OK-FCGEPST1
              SET PREUVES-DISPONIBLES TO TRUE
           END-IF.
           PERFORM 21000-LIRE-PARM1
           .
      ******************************************************************
              OR CLE-TROUVEE
           CLOSE FC99FIS1.
           IF CLE-TROUVEE
              PERFORM 22000-RECHERCHER-DEPOT
              PERFORM 23000-ECRIRE-PREVISUALISATION
              ADD 1                TO WS-CPT-TROUVEES
           ELSE
                 SET EOF-FC99FIS1 TO TRUE
           END-READ
           .
      ******************************************************************
      *   DERNIERE PREUVE DE DEPOT DE L'ALLOCATAIRE : PARCOURS DES    *
      *   PREUVES DE LA CLE (TOUS TYPES), LA PLUS RECENTE EMISSION    *
      *   EST RETENUE                                                 *
      ******************************************************************
       22000-RECHERCHER-DEPOT.
      *-----------------------
           MOVE SPACES              TO PREV1-DEPOT
           IF PREUVES-DISPONIBLES
              MOVE 'N'                    TO WS-IND-FIN-PST1
              MOVE PARM1-CLE-ALLOC-CONTRAT TO PST1-CLE-ALLOC
              MOVE LOW-VALUE              TO PST1-TYPE-DOC
                                             PST1-DT-EMISSION
              START FCGEPST1 KEY NOT < PST1-CLE
                 INVALID KEY
                    SET FIN-PST1 TO TRUE
              END-START
              PERFORM 22100-LIRE-DEPOT
                 UNTIL FIN-PST1
              IF PREV1-DT-DEPOT NOT = SPACES
                 ADD 1 TO WS-CPT-DEPOSEES
                 DISPLAY 'PPGEMB18 : ' PARM1-CLE-ALLOC-CONTRAT
                         ' DEPOSE LE ' PREV1-DT-DEPOT
                         ' LOT ' PREV1-NO-LOT
              END-IF
           END-IF
           .
      ******************************************************************
       22100-LIRE-DEPOT.
      *-----------------
           READ FCGEPST1 NEXT
              AT END
                 SET FIN-PST1 TO TRUE
           END-READ.
           IF NOT FIN-PST1
              IF PST1-CLE-ALLOC NOT = PARM1-CLE-ALLOC-CONTRAT
                 SET FIN-PST1 TO TRUE
              ELSE
                 IF PREV1-DT-EMISSION = SPACES
                    OR PST1-DT-EMISSION > PREV1-DT-EMISSION
                    MOVE PST1-TYPE-DOC    TO PREV1-TYPE-DOC-DEPOT
                    MOVE PST1-DT-EMISSION TO PREV1-DT-EMISSION
                    MOVE PST1-DT-DEPOT    TO PREV1-DT-DEPOT
                    MOVE PST1-NO-LOT      TO PREV1-NO-LOT
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
       23000-ECRIRE-PREVISUALISATION.
      *--------------------------------
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE PPGPARM1 PPGPREV1.
           IF PREUVES-DISPONIBLES
              CLOSE FCGEPST1
           END-IF.
           DISPLAY 'PPGEMB18 : CLES DEMANDEES    = ' WS-CPT-DEMANDES.
           DISPLAY 'PPGEMB18 : CLES TROUVEES     = ' WS-CPT-TROUVEES.
           DISPLAY 'PPGEMB18 : CLES NON TROUVEES = '
                    WS-CPT-NON-TROUVEES.
           DISPLAY 'PPGEMB18 : CLES AVEC DEPOT   = ' WS-CPT-DEPOSEES.
           IF WS-CPT-NON-TROUVEES > 0
              MOVE 4 TO WS-CO-RET
           END-IF.
