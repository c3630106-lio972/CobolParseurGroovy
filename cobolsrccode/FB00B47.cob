       ID DIVISION.
       PROGRAM-ID. FB00B47.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH NOCTURNE DE SUIVI DU REGISTRE DES
      *           RECLAMATIONS CLIENT (KSDS FB00RECL, DESSIN FB00RCLF,
      *           SAISI DANS LA TRANSACTION FB26).
      *           1) AGENCE DE LA RECLAMATION : CELLE DE L'OPERATEUR
      *              QUI L'A SAISIE, SELON LA REFERENCE RACF -> AGENCE
      *              FB00AGRF ('*****' S'IL EN EST ABSENT) ; POSEE UNE
      *              FOIS POUR TOUTES AU PREMIER PASSAGE.
      *           2) RELANCE DES ECHEANCES DEPASSEES DES RECLAMATIONS
      *              EN COURS (ECHEANCES CALCULEES A LA SAISIE SUR LE
      *              CALENDRIER REEL) : ACCUSE DE RECEPTION NON FAIT,
      *              PUIS REPONSE NON FAITE. CHAQUE DEPASSEMENT EST
      *              NOTIFIE UNE SEULE FOIS A L'OPERATEUR QUI A SAISI
      *              ET AU RESPONSABLE DES RECLAMATIONS (CARTE
      *              FB00PARM). LES NOTIFICATIONS (FB00NOTR, DESSIN
      *              FB00NOTI) SONT CONCATENEES PAR LE JCL AVANT
      *              FB00B23.
      *           COMPTE RENDU FB00RAPR ; CODE RETOUR 4 SI UNE
      *           ECHEANCE EST DEPASSEE OU UNE AGENCE INCONNUE.
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
      *--- CARTE PARAMETRE : RESPONSABLE DES RECLAMATIONS
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- REFERENCE RACF -> AGENCE
           SELECT  FB00AGRF   ASSIGN  FB00AGRF
                               FILE STATUS IS  FS-FB00AGRF-STATUS.
      *--- REGISTRE DES RECLAMATIONS (VSAM KSDS, TENU PAR FB26T00)
           SELECT  FB00RECL   ASSIGN  FB00RECL
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY RECLK-CLE
                               FILE STATUS IS  FS-FB00RECL-STATUS.
      *--- NOTIFICATIONS OPERATEUR (DESSIN FB00NOTI DE FB00B23)
           SELECT  FB00NOTR   ASSIGN  FB00NOTR
                               FILE STATUS IS  FS-FB00NOTR-STATUS.
      *--- COMPTE RENDU DU PASSAGE
           SELECT  FB00RAPR   ASSIGN  FB00RAPR
                               FILE STATUS IS  FS-FB00RAPR-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-RACF-RESPONSABLE  PIC X(15).
           05  FILLER                 PIC X(65).
      *
       FD  FB00AGRF
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00AGRF.
           05  AGRF-RACF              PIC X(15).
           05  AGRF-AGENCE            PIC X(05).
           05  AGRF-LIB-AGENCE        PIC X(30).
           05  FILLER                 PIC X(30).
      *
       FD  FB00RECL
           LABEL RECORD STANDARD.
       01  ENRG-FB00RECL.
           05  RECLK-CLE              PIC X(26).
           05  FILLER                 PIC X(374).
      *
       FD  FB00NOTR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00NOTR.
           05  NOTS-RACF              PIC X(15).
           05  NOTS-ORIGINE           PIC X(08).
           05  NOTS-NUMCONT           PIC X(12).
           05  NOTS-TEXTE             PIC X(40).
           05  NOTS-JOUR              PIC X(08).
           05  FILLER                 PIC X(17).
      *
       FD  FB00RAPR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPR.
           05  RAPR-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02).
           05  RAPR-REFERENCE         PIC X(14).
           05  FILLER                 PIC X(02).
           05  RAPR-EVENEMENT         PIC X(12).
           05  FILLER                 PIC X(02).
           05  RAPR-DETAIL            PIC X(56).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B47 **'.
      *================================================================*
      *   REGISTRE DES RECLAMATIONS (DESSIN FB00RCLF)                  *
      *================================================================*
           COPY FB00RCLF.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00AGRF-STATUS   PIC X(02).
           88     OK-FB00AGRF       VALUE '00'.
       01  FS-FB00RECL-STATUS   PIC X(02).
           88     OK-FB00RECL       VALUE '00'.
       01  FS-FB00NOTR-STATUS   PIC X(02).
           88     OK-FB00NOTR       VALUE '00'.
       01  FS-FB00RAPR-STATUS   PIC X(02).
           88     OK-FB00RAPR       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN                                           *
      *================================================================*
       01  WS-IND-FIN-AGRF       PIC X(01) VALUE 'N'.
           88     FIN-AGRF           VALUE 'O'.
       01  WS-IND-FIN-RECL       PIC X(01) VALUE 'N'.
           88     FIN-RECL           VALUE 'O'.
      *================================================================*
      *   REFERENCE RACF -> AGENCE                                     *
      *================================================================*
       01  WS-NB-OPE             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-OPERATEURS.
           05  WS-OPE             OCCURS 600 TIMES
                                  INDEXED BY IX-OPE.
               10  WS-OPE-RACF        PIC X(15).
               10  WS-OPE-AGENCE      PIC X(05).
       01  WS-IND-TROUVE         PIC X(01) VALUE 'N'.
           88     OPE-TROUVE         VALUE 'O'.
      *================================================================*
      *   SUIVI DU REGISTRE                                            *
      *================================================================*
       01  WS-RACF-RESPONSABLE   PIC X(15) VALUE SPACES.
       01  WS-IND-RECL-MODIFIEE  PIC X(01) VALUE 'N'.
           88     RECL-MODIFIEE      VALUE 'O'.
       01  WS-REFERENCE.
           05  WS-REF-JOUR       PIC X(08).
           05  WS-REF-HEURE      PIC X(06).
       01  WS-TEXTE-NOTIF        PIC X(40) VALUE SPACES.
       01  WS-ECHEANCE           PIC X(08) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-LUES           PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EN-COURS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-AGENCES-POSEES PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-HORS-REF       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RETARDS-AR     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RETARDS-REP    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NOTIFICATIONS  PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 15000-CHARGER-REFERENCE
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
      *   LA CARTE PARAMETRE EST OBLIGATOIRE : SANS RESPONSABLE, UNE  *
      *   RECLAMATION SAISIE PAR UN OPERATEUR ABSENT NE SERAIT        *
      *   SIGNALEE A PERSONNE                                         *
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT  FB00PARM.
           IF NOT OK-FB00PARM
              DISPLAY 'FB00B47 : ERREUR OUVERTURE FB00PARM'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           READ FB00PARM
              AT END
                 DISPLAY 'FB00B47 : CARTE PARAMETRE ABSENTE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-READ.
           IF PARM-RACF-RESPONSABLE = SPACES
              DISPLAY 'FB00B47 : CARTE PARAMETRE INVALIDE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE PARM-RACF-RESPONSABLE TO WS-RACF-RESPONSABLE.
           CLOSE FB00PARM.
           OPEN INPUT  FB00AGRF
           OPEN I-O    FB00RECL
           OPEN OUTPUT FB00NOTR
           OPEN OUTPUT FB00RAPR.
           IF NOT OK-FB00AGRF OR NOT OK-FB00RECL
              OR NOT OK-FB00NOTR OR NOT OK-FB00RAPR
              DISPLAY 'FB00B47 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       15000-CHARGER-REFERENCE.
      *------------------------
           PERFORM 15100-LIRE-AGRF
           PERFORM 15200-RANGER-OPERATEUR
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
       15200-RANGER-OPERATEUR.
      *-----------------------
           IF WS-NB-OPE = 600
              DISPLAY 'FB00B47 : TABLE OPERATEURS SATUREE (600)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1                      TO WS-NB-OPE
           SET IX-OPE                 TO WS-NB-OPE
           MOVE AGRF-RACF             TO WS-OPE-RACF(IX-OPE)
           MOVE AGRF-AGENCE           TO WS-OPE-AGENCE(IX-OPE)
           PERFORM 15100-LIRE-AGRF
           .
      ******************************************************************
      *   PARCOURS COMPLET DU REGISTRE (CLE = CONTRAT EN TETE)        *
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
           PERFORM 20100-SUIVRE-RECLAMATION
              UNTIL FIN-RECL
           .
      ******************************************************************
       20100-SUIVRE-RECLAMATION.
      *-------------------------
           MOVE 'N'                   TO WS-IND-RECL-MODIFIEE
           MOVE RECL-JOUR-RECU        TO WS-REF-JOUR
           MOVE RECL-HEURE-SAISIE     TO WS-REF-HEURE
           IF RECL-AGENCE = SPACES
              PERFORM 22000-POSER-AGENCE
           END-IF
           IF RECL-EN-COURS
              ADD 1                   TO WS-CPT-EN-COURS
              PERFORM 23000-CONTROLER-ECHEANCES
           END-IF
           IF RECL-MODIFIEE
              REWRITE ENRG-FB00RECL FROM WSS-RECL-ENR
              END-REWRITE
              IF NOT OK-FB00RECL
                 DISPLAY 'FB00B47 : ERREUR REECRITURE FB00RECL - '
                         'STATUS ' FS-FB00RECL-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
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
      *   AGENCE DE L'OPERATEUR QUI A SAISI LA RECLAMATION            *
      ******************************************************************
       22000-POSER-AGENCE.
      *-------------------
           MOVE 'N' TO WS-IND-TROUVE.
           SET IX-OPE TO 1.
           IF WS-NB-OPE > ZERO
              SEARCH WS-OPE
                 AT END
                    CONTINUE
                 WHEN IX-OPE > WS-NB-OPE
                    CONTINUE
                 WHEN WS-OPE-RACF(IX-OPE) = RECL-RACF-SAISIE
                    SET OPE-TROUVE TO TRUE
              END-SEARCH
           END-IF.
           MOVE SPACES                TO ENRG-FB00RAPR.
           IF OPE-TROUVE
              MOVE WS-OPE-AGENCE(IX-OPE) TO RECL-AGENCE
              ADD 1                   TO WS-CPT-AGENCES-POSEES
              MOVE 'AGENCE'           TO RAPR-EVENEMENT
           ELSE
              MOVE '*****'            TO RECL-AGENCE
              ADD 1                   TO WS-CPT-HORS-REF
              MOVE 'HORS REF.'        TO RAPR-EVENEMENT
           END-IF.
           MOVE 'O'                   TO WS-IND-RECL-MODIFIEE.
           MOVE RECL-NUMCONT          TO RAPR-NUMCONT.
           MOVE WS-REFERENCE          TO RAPR-REFERENCE.
           STRING 'SAISIE PAR ' RECL-RACF-SAISIE
                  ' - AGENCE ' RECL-AGENCE
                  DELIMITED BY SIZE INTO RAPR-DETAIL
           END-STRING.
           WRITE ENRG-FB00RAPR
           .
      ******************************************************************
      *   L'ACCUSE EST EN RETARD S'IL N'EST PAS FAIT APRES SON        *
      *   ECHEANCE ; LA REPONSE DE MEME. CHAQUE RETARD N'EST          *
      *   NOTIFIE QU'UNE FOIS                                         *
      ******************************************************************
       23000-CONTROLER-ECHEANCES.
      *--------------------------
           IF RECL-OUVERTE
              AND WS-DATE-TRAITEMENT > RECL-ECHEANCE-AR
              AND NOT RECL-AR-RELANCE
              SET RECL-AR-RELANCE     TO TRUE
              ADD 1                   TO WS-CPT-RETARDS-AR
              MOVE SPACES             TO WS-TEXTE-NOTIF
              STRING 'RECLAMATION ' WS-REFERENCE ' AR DEPASSE'
                     DELIMITED BY SIZE INTO WS-TEXTE-NOTIF
              END-STRING
              MOVE RECL-ECHEANCE-AR   TO WS-ECHEANCE
              MOVE 'RETARD AR'        TO RAPR-EVENEMENT
              PERFORM 24000-RELANCER
           END-IF.
           IF WS-DATE-TRAITEMENT > RECL-ECHEANCE-REPONSE
              AND NOT RECL-REPONSE-RELANCEE
              SET RECL-REPONSE-RELANCEE TO TRUE
              ADD 1                   TO WS-CPT-RETARDS-REP
              MOVE SPACES             TO WS-TEXTE-NOTIF
              STRING 'RECLAMATION ' WS-REFERENCE ' REP. DEPASSEE'
                     DELIMITED BY SIZE INTO WS-TEXTE-NOTIF
              END-STRING
              MOVE RECL-ECHEANCE-REPONSE TO WS-ECHEANCE
              MOVE 'RETARD REP.'      TO RAPR-EVENEMENT
              PERFORM 24000-RELANCER
           END-IF
           .
      ******************************************************************
      *   TEXTE, ECHEANCE ET EVENEMENT SONT PREPARES PAR L'APPELANT   *
      ******************************************************************
       24000-RELANCER.
      *---------------
           MOVE 'O'                   TO WS-IND-RECL-MODIFIEE.
           MOVE SPACES                TO ENRG-FB00NOTR.
           MOVE RECL-RACF-SAISIE      TO NOTS-RACF.
           PERFORM 26000-NOTIFIER.
           IF WS-RACF-RESPONSABLE NOT = RECL-RACF-SAISIE
              MOVE WS-RACF-RESPONSABLE TO NOTS-RACF
              PERFORM 26000-NOTIFIER
           END-IF.
           MOVE RECL-NUMCONT          TO RAPR-NUMCONT.
           MOVE WS-REFERENCE          TO RAPR-REFERENCE.
           MOVE SPACES                TO RAPR-DETAIL.
           STRING 'ECHEANCE ' WS-ECHEANCE ' - SAISIE PAR '
                  RECL-RACF-SAISIE ' AGENCE ' RECL-AGENCE
                  DELIMITED BY SIZE INTO RAPR-DETAIL
           END-STRING.
           WRITE ENRG-FB00RAPR
           .
      ******************************************************************
      *   LE DESTINATAIRE EST DEJA DANS NOTS-RACF                     *
      ******************************************************************
       26000-NOTIFIER.
      *---------------
           MOVE WS-TEXTE-NOTIF        TO NOTS-TEXTE.
           MOVE 'FB00B47 '            TO NOTS-ORIGINE.
           MOVE RECL-NUMCONT          TO NOTS-NUMCONT.
           MOVE WS-DATE-TRAITEMENT    TO NOTS-JOUR.
           WRITE ENRG-FB00NOTR.
           ADD 1                      TO WS-CPT-NOTIFICATIONS
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00RECL FB00NOTR FB00RAPR.
           DISPLAY 'FB00B47 : RECLAMATIONS LUES       = '
                    WS-CPT-LUES.
           DISPLAY 'FB00B47 : RECLAMATIONS EN COURS   = '
                    WS-CPT-EN-COURS.
           DISPLAY 'FB00B47 : AGENCES POSEES          = '
                    WS-CPT-AGENCES-POSEES.
           DISPLAY 'FB00B47 : SAISIES HORS REFERENCE  = '
                    WS-CPT-HORS-REF.
           DISPLAY 'FB00B47 : ACCUSES EN RETARD       = '
                    WS-CPT-RETARDS-AR.
           DISPLAY 'FB00B47 : REPONSES EN RETARD      = '
                    WS-CPT-RETARDS-REP.
           DISPLAY 'FB00B47 : NOTIFICATIONS EMISES    = '
                    WS-CPT-NOTIFICATIONS.
           IF WS-CPT-RETARDS-AR > ZERO OR WS-CPT-RETARDS-REP > ZERO
              OR WS-CPT-HORS-REF > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B47 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
