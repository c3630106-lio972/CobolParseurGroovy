       ID DIVISION.
       PROGRAM-ID. FB01B13.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH MENSUEL DE SUIVI DES DEVIS DE
      *           FLOTTE PROSPECT PAR INTERMEDIAIRE. LES DEVIS SONT
      *           COMPOSES SUR FB01/FB02/FB04 EN MODE DEVIS (PLAGE
      *           'DEV', CF. FD 51172), ENREGISTRES A LA SIGNATURE
      *           DANS LE KSDS FB01DEVK ET CONVERTIS OU EXPIRES LA
      *           NUIT PAR FB01B12, QUI EN CONSERVE L'EN-TETE. LE
      *           PROGRAMME PARCOURT LES EN-TETES ET COMPTE, POUR LE
      *           MOIS TRAITE ET PAR CODE INTERMEDIAIRE (DEVK-GES) :
      *           LES DEVIS EMIS, LES DEVIS CONVERTIS EN CONTRAT ET
      *           LES DEVIS EXPIRES. LE MOIS EST PRIS SUR LA CARTE
      *           FB00PARM (SSAAMM), A DEFAUT LE MOIS CIVIL ECHU.
      *           SYNTHESE EDITEE DANS FB01RAPM.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51172 CREATION.
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
      *--- CARTE PARAMETRE FACULTATIVE : MOIS A TRAITER
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- EN-TETES DES DEVIS (VSAM KSDS)
           SELECT  FB01DEVK   ASSIGN  FB01DEVK
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY FB01DEVK-CLE
                               FILE STATUS IS  FS-FB01DEVK-STATUS.
      *--- SYNTHESE MENSUELLE PAR INTERMEDIAIRE
           SELECT  FB01RAPM   ASSIGN  FB01RAPM
                               FILE STATUS IS  FS-FB01RAPM-STATUS.
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
       FD  FB01DEVK
           LABEL RECORD STANDARD.
       01  ENRG-FB01DEVK.
           05  FB01DEVK-CLE           PIC X(12).
           05  FILLER                 PIC X(188).
      *
       FD  FB01RAPM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01RAPM.
           05  RAPM-GES               PIC X(06).
           05  FILLER                 PIC X(04).
           05  RAPM-NB-EMIS           PIC ZZZZ9.
           05  FILLER                 PIC X(04).
           05  RAPM-NB-CONVERTIS      PIC ZZZZ9.
           05  FILLER                 PIC X(04).
           05  RAPM-NB-EXPIRES        PIC ZZZZ9.
           05  FILLER                 PIC X(99).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB01B13 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB01DEVK-STATUS   PIC X(02).
           88     OK-FB01DEVK       VALUE '00'.
           88     EOF-FB01DEVK      VALUE '10'.
       01  FS-FB01RAPM-STATUS   PIC X(02).
           88     OK-FB01RAPM       VALUE '00'.
      *================================================================*
      *   INDICATEUR DE FIN DE FICHIER                                 *
      *================================================================*
       01  WS-IND-FIN-DEVK       PIC X(01) VALUE 'N'.
           88     FIN-DEVK           VALUE 'O'.
      *================================================================*
      *   EN-TETE DE DEVIS (DESSIN COMMUN AVEC FB01T00)                *
      *================================================================*
       COPY FB01DEVF.
      *================================================================*
      *   MOIS TRAITE (SSAAMM)                                         *
      *================================================================*
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-DATE-TRT-R REDEFINES WS-DATE-TRAITEMENT.
           05  WS-TRT-ANNEE      PIC 9(04).
           05  WS-TRT-MOIS       PIC 9(02).
           05  WS-TRT-JOUR       PIC 9(02).
       01  WS-MOIS-TRAITE.
           05  WS-MT-ANNEE       PIC 9(04).
           05  WS-MT-MOIS        PIC 9(02).
      *================================================================*
      *   SYNTHESE PAR INTERMEDIAIRE                                   *
      *================================================================*
       01  WS-NB-INTER           PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-INTER.
           05  WS-INT             OCCURS 300 TIMES
                                  INDEXED BY IX-INT.
               10  WS-INT-GES     PIC X(06).
               10  WS-INT-EMIS    PIC 9(05).
               10  WS-INT-CONV    PIC 9(05).
               10  WS-INT-EXPI    PIC 9(05).
       01  WS-IND-TROUVE         PIC X(01) VALUE 'N'.
           88     INTER-TROUVE       VALUE 'O'.
      *--- MOUVEMENTS DU DEVIS EN COURS DANS LE MOIS
       01  WS-IND-EMIS           PIC X(01) VALUE 'N'.
           88     DEVIS-EMIS-MOIS    VALUE 'O'.
       01  WS-IND-CONV           PIC X(01) VALUE 'N'.
           88     DEVIS-CONV-MOIS    VALUE 'O'.
       01  WS-IND-EXPI           PIC X(01) VALUE 'N'.
           88     DEVIS-EXPI-MOIS    VALUE 'O'.
      *================================================================*
      *   LIGNES D'EDITION                                             *
      *================================================================*
       01  WS-LIGNE-TITRE.
           05  FILLER                 PIC X(33) VALUE
               'FB01B13 - DEVIS FLOTTE PROSPECT '.
           05  FILLER                 PIC X(24) VALUE
               'PAR INTERMEDIAIRE - MOIS'.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-TITRE-MOIS          PIC 9(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-TITRE-ANNEE         PIC 9(04).
           05  FILLER                 PIC X(67) VALUE SPACES.
       01  WS-LIGNE-COLONNES.
           05  FILLER                 PIC X(40) VALUE
               'INTERM.    EMIS  CONVERTIS    EXPIRES'.
           05  FILLER                 PIC X(92) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-DEVIS          PIC 9(07) COMP VALUE ZERO.
       01  WS-TOT-EMIS           PIC 9(05) VALUE ZERO.
       01  WS-TOT-CONV           PIC 9(05) VALUE ZERO.
       01  WS-TOT-EXPI           PIC 9(05) VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITER-SYNTHESE
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           PERFORM 11000-MOIS-ECHU.
           OPEN INPUT FB00PARM.
           IF OK-FB00PARM
              READ FB00PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-MOIS NUMERIC
                       AND PARM-MOIS (5:2) NOT < '01'
                       AND PARM-MOIS (5:2) NOT > '12'
                       MOVE PARM-MOIS       TO WS-MOIS-TRAITE
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           OPEN INPUT  FB01DEVK
           OPEN OUTPUT FB01RAPM.
           IF NOT OK-FB01DEVK OR NOT OK-FB01RAPM
              DISPLAY 'FB01B13 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-DEVK
           .
      ******************************************************************
      *   MOIS CIVIL ECHU A LA DATE DE TRAITEMENT (DEFAUT)             *
      ******************************************************************
       11000-MOIS-ECHU.
      *----------------
           MOVE WS-TRT-ANNEE TO WS-MT-ANNEE.
           IF WS-TRT-MOIS = 1
              SUBTRACT 1 FROM WS-MT-ANNEE
              MOVE 12 TO WS-MT-MOIS
           ELSE
              COMPUTE WS-MT-MOIS = WS-TRT-MOIS - 1
           END-IF
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-DEVIS
              UNTIL FIN-DEVK
           .
      ******************************************************************
      *   UN MEME DEVIS PEUT ETRE EMIS ET CONVERTI (OU EXPIRE) DANS LE *
      *   MOIS : IL EST COMPTE DANS CHACUNE DES COLONNES               *
      ******************************************************************
       20100-TRAITER-DEVIS.
      *--------------------
           MOVE 'N' TO WS-IND-EMIS WS-IND-CONV WS-IND-EXPI.
           IF DEVK-DATE-EMISSION (1:6) = WS-MOIS-TRAITE
              SET DEVIS-EMIS-MOIS TO TRUE
           END-IF.
           IF DEVK-CONVERTI
              AND DEVK-DATE-CONVERSION (1:6) = WS-MOIS-TRAITE
              SET DEVIS-CONV-MOIS TO TRUE
           END-IF.
           IF DEVK-EXPIRE
              AND DEVK-DATE-EXPIRATION (1:6) = WS-MOIS-TRAITE
              SET DEVIS-EXPI-MOIS TO TRUE
           END-IF.
           IF DEVIS-EMIS-MOIS OR DEVIS-CONV-MOIS OR DEVIS-EXPI-MOIS
              PERFORM 22000-CUMULER-INTERMEDIAIRE
           END-IF.
           PERFORM 21000-LIRE-DEVK
           .
      ******************************************************************
       21000-LIRE-DEVK.
      *----------------
           IF NOT FIN-DEVK
              READ FB01DEVK NEXT RECORD INTO WSS-DEVK-ENR
                 AT END
                    SET FIN-DEVK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-DEVIS
              END-READ
           END-IF
           .
      ******************************************************************
       22000-CUMULER-INTERMEDIAIRE.
      *-----------------------------
           MOVE 'N' TO WS-IND-TROUVE.
           SET IX-INT TO 1.
           IF WS-NB-INTER > ZERO
              SEARCH WS-INT
                 AT END
                    CONTINUE
                 WHEN IX-INT > WS-NB-INTER
                    CONTINUE
                 WHEN WS-INT-GES(IX-INT) = DEVK-GES
                    SET INTER-TROUVE TO TRUE
              END-SEARCH
           END-IF.
           IF NOT INTER-TROUVE
              IF WS-NB-INTER = 300
                 DISPLAY 'FB01B13 : TABLE INTERMEDIAIRES SATUREE (300)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                  TO WS-NB-INTER
              SET IX-INT             TO WS-NB-INTER
              MOVE DEVK-GES          TO WS-INT-GES(IX-INT)
              MOVE ZERO              TO WS-INT-EMIS(IX-INT)
                                        WS-INT-CONV(IX-INT)
                                        WS-INT-EXPI(IX-INT)
           END-IF.
           IF DEVIS-EMIS-MOIS
              ADD 1 TO WS-INT-EMIS(IX-INT)
              ADD 1 TO WS-TOT-EMIS
           END-IF.
           IF DEVIS-CONV-MOIS
              ADD 1 TO WS-INT-CONV(IX-INT)
              ADD 1 TO WS-TOT-CONV
           END-IF.
           IF DEVIS-EXPI-MOIS
              ADD 1 TO WS-INT-EXPI(IX-INT)
              ADD 1 TO WS-TOT-EXPI
           END-IF
           .
      ******************************************************************
       25000-EDITER-SYNTHESE.
      *----------------------
           MOVE WS-MT-MOIS            TO WS-TITRE-MOIS.
           MOVE WS-MT-ANNEE           TO WS-TITRE-ANNEE.
           WRITE ENRG-FB01RAPM FROM WS-LIGNE-TITRE.
           WRITE ENRG-FB01RAPM FROM WS-LIGNE-COLONNES.
           SET IX-INT TO 1.
           PERFORM 25100-ECRIRE-INTERMEDIAIRE
              WS-NB-INTER TIMES.
           MOVE SPACES                TO ENRG-FB01RAPM.
           MOVE 'TOTAL'               TO RAPM-GES.
           MOVE WS-TOT-EMIS           TO RAPM-NB-EMIS.
           MOVE WS-TOT-CONV           TO RAPM-NB-CONVERTIS.
           MOVE WS-TOT-EXPI           TO RAPM-NB-EXPIRES.
           WRITE ENRG-FB01RAPM
           .
      ******************************************************************
       25100-ECRIRE-INTERMEDIAIRE.
      *----------------------------
           MOVE SPACES                TO ENRG-FB01RAPM
           MOVE WS-INT-GES(IX-INT)    TO RAPM-GES
           MOVE WS-INT-EMIS(IX-INT)   TO RAPM-NB-EMIS
           MOVE WS-INT-CONV(IX-INT)   TO RAPM-NB-CONVERTIS
           MOVE WS-INT-EXPI(IX-INT)   TO RAPM-NB-EXPIRES
           WRITE ENRG-FB01RAPM
           SET IX-INT UP BY 1
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB01DEVK FB01RAPM.
           DISPLAY 'FB01B13 : MOIS TRAITE            = '
                    WS-MOIS-TRAITE.
           DISPLAY 'FB01B13 : DEVIS LUS              = '
                    WS-CPT-DEVIS.
           DISPLAY 'FB01B13 : DEVIS EMIS DU MOIS     = '
                    WS-TOT-EMIS.
           DISPLAY 'FB01B13 : DEVIS CONVERTIS        = '
                    WS-TOT-CONV.
           DISPLAY 'FB01B13 : DEVIS EXPIRES          = '
                    WS-TOT-EXPI.
           DISPLAY 'FB01B13 : INTERMEDIAIRES SERVIS  = '
                    WS-NB-INTER.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB01B13 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
