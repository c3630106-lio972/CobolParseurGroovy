       ID DIVISION.
       PROGRAM-ID. FB00B65.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH MENSUEL DE RESTITUTION A LA
      *           CONFORMITE DES TENTATIVES D'ACCES HORS PERIMETRE DE
      *           PORTEFEUILLE. UN OPERATEUR RATTACHE A UN CODE
      *           INTERMEDIAIRE (REFERENTIEL FB00PERK, TRANSACTION
      *           FB34) NE PEUT OUVRIR QUE LES CONTRATS DE CET
      *           INTERMEDIAIRE OU CEUX QUI LUI SONT DELEGUES ; CHAQUE
      *           REFUS DE FB01, FB02, FB03, FB04 (OUVERTURE DU
      *           CONTRAT) OU DE FB06, FB19 (LIGNE NON LISTEE) EST
      *           ECRIT SUR LA FILE TD 'FBPR' (DESSIN WSS-PERR-ENR DE
      *           FB00PERF), DECHARGEE CHAQUE NUIT PAR LE JCL ET
      *           CUMULEE DANS FB00PERR, TRIEE PAR RACF, JOUR, HEURE.
      *           LE PROGRAMME EDITE, POUR LE MOIS TRAITE, LE DETAIL
      *           DES TENTATIVES PAR OPERATEUR, UN TOTAL PAR OPERATEUR
      *           (SIGNALE AU-DELA DU SEUIL, 5 PAR DEFAUT) ET LES
      *           TOTAUX DU MOIS. LE MOIS (SSAAMM) ET LE SEUIL SONT
      *           PRIS SUR LA CARTE FB00PARM, A DEFAUT LE MOIS CIVIL
      *           ECHU. ETAT EDITE DANS FB00PERE.
      *           CODE RETOUR 4 SI AU MOINS UNE TENTATIVE DANS LE MOIS.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51204 CREATION.
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
      *--- CARTE PARAMETRE FACULTATIVE : MOIS A TRAITER, SEUIL
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- TENTATIVES REFUSEES (FILE TD 'FBPR'), TRIEES PAR RACF
           SELECT  FB00PERR   ASSIGN  FB00PERR
                               FILE STATUS IS  FS-FB00PERR-STATUS.
      *--- ETAT MENSUEL DE CONFORMITE
           SELECT  FB00PERE   ASSIGN  FB00PERE
                               FILE STATUS IS  FS-FB00PERE-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-MOIS              PIC X(06).
           05  FILLER                 PIC X(01).
           05  PARM-SEUIL             PIC X(03).
           05  FILLER                 PIC X(70).
      *
       FD  FB00PERR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PERR.
           05  PERR-RACF              PIC X(15).
           05  PERR-JOUR              PIC X(08).
           05  PERR-HEURE             PIC X(06).
           05  PERR-ECRAN             PIC X(04).
           05  PERR-TRMID             PIC X(04).
           05  PERR-NUMCONT           PIC X(12).
           05  PERR-INTER-CONTRAT     PIC X(08).
           05  FILLER                 PIC X(23).
      *
       FD  FB00PERE
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PERE.
           05  PERE-RACF              PIC X(15).
           05  FILLER                 PIC X(01).
           05  PERE-JOUR              PIC X(08).
           05  FILLER                 PIC X(01).
           05  PERE-HEURE             PIC X(06).
           05  FILLER                 PIC X(01).
           05  PERE-ECRAN             PIC X(04).
           05  FILLER                 PIC X(01).
           05  PERE-TRMID             PIC X(04).
           05  FILLER                 PIC X(01).
           05  PERE-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(01).
           05  PERE-INTER-CONTRAT     PIC X(08).
           05  FILLER                 PIC X(69).
      *--- LIGNE DE TOTAL PAR OPERATEUR / DU MOIS
       01  ENRG-FB00PERE-TOTAL REDEFINES ENRG-FB00PERE.
           05  PERT-LIBELLE           PIC X(24).
           05  PERT-RACF              PIC X(15).
           05  FILLER                 PIC X(01).
           05  PERT-NB-TENTATIVES     PIC ZZZZ9.
           05  FILLER                 PIC X(01).
           05  PERT-SIGNAL            PIC X(20).
           05  FILLER                 PIC X(66).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B65 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00PERR-STATUS   PIC X(02).
           88     OK-FB00PERR       VALUE '00'.
       01  FS-FB00PERE-STATUS   PIC X(02).
           88     OK-FB00PERE       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-PERR       PIC X(01) VALUE 'N'.
           88     FIN-PERR           VALUE 'O'.
      *================================================================*
      *   MOIS TRAITE (SSAAMM) ET SEUIL PAR OPERATEUR                  *
      *================================================================*
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-DATE-TRT-R REDEFINES WS-DATE-TRAITEMENT.
           05  WS-TRT-ANNEE      PIC 9(04).
           05  WS-TRT-MOIS       PIC 9(02).
           05  WS-TRT-JOUR       PIC 9(02).
       01  WS-MOIS-TRAITE.
           05  WS-MT-ANNEE       PIC 9(04).
           05  WS-MT-MOIS        PIC 9(02).
       01  WS-SEUIL              PIC 9(03) VALUE 005.
      *================================================================*
      *   OPERATEUR EN COURS                                           *
      *================================================================*
       01  WS-RACF-EN-COURS      PIC X(15) VALUE SPACES.
       01  WS-NB-TENTATIVES      PIC 9(05) COMP VALUE ZERO.
      *================================================================*
      *   LIGNES D'EDITION                                             *
      *================================================================*
       01  WS-LIGNE-TITRE.
           05  FILLER                 PIC X(34) VALUE
               'FB00B65 - ACCES HORS PERIMETRE DE '.
           05  FILLER                 PIC X(20) VALUE
               'PORTEFEUILLE - MOIS '.
           05  WS-TITRE-MOIS          PIC 9(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-TITRE-ANNEE         PIC 9(04).
           05  FILLER                 PIC X(71) VALUE SPACES.
       01  WS-LIGNE-COLONNES.
           05  FILLER                 PIC X(40) VALUE
               'OPERATEUR       JOUR     HEURE  ECR  TRM'.
           05  FILLER                 PIC X(30) VALUE
               ' CONTRAT      INTERM.'.
           05  FILLER                 PIC X(62) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-LUS            PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-HORS-MOIS      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-TENTATIVES     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-OPERATEURS     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-AU-DELA-SEUIL  PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITER-TOTAUX
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
                    IF PARM-SEUIL NUMERIC
                       AND PARM-SEUIL > ZERO
                       MOVE PARM-SEUIL      TO WS-SEUIL
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           OPEN INPUT  FB00PERR
           OPEN OUTPUT FB00PERE.
           IF NOT OK-FB00PERR OR NOT OK-FB00PERE
              DISPLAY 'FB00B65 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE WS-MT-MOIS            TO WS-TITRE-MOIS.
           MOVE WS-MT-ANNEE           TO WS-TITRE-ANNEE.
           WRITE ENRG-FB00PERE FROM WS-LIGNE-TITRE.
           WRITE ENRG-FB00PERE FROM WS-LIGNE-COLONNES.
           PERFORM 21000-LIRE-PERR
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
           PERFORM 20100-TRAITER-OPERATEUR
              UNTIL FIN-PERR
           .
      ******************************************************************
      *   UN OPERATEUR : SES TENTATIVES DU MOIS EN DETAIL PUIS UNE     *
      *   LIGNE DE TOTAL (AUCUNE LIGNE S'IL N'EN A PAS DANS LE MOIS)   *
      ******************************************************************
       20100-TRAITER-OPERATEUR.
      *------------------------
           MOVE PERR-RACF             TO WS-RACF-EN-COURS
           MOVE ZERO                  TO WS-NB-TENTATIVES
           PERFORM 22000-TRAITER-TENTATIVE
              UNTIL FIN-PERR
              OR PERR-RACF NOT = WS-RACF-EN-COURS
           IF WS-NB-TENTATIVES > ZERO
              PERFORM 23000-ECRIRE-TOTAL-OPERATEUR
           END-IF
           .
      ******************************************************************
       21000-LIRE-PERR.
      *----------------
           IF NOT FIN-PERR
              READ FB00PERR
                 AT END
                    SET FIN-PERR TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-LUS
              END-READ
           END-IF
           .
      ******************************************************************
      *   LE FICHIER CUMULE PLUSIEURS MOIS : SEUL LE MOIS TRAITE EST   *
      *   EDITE                                                        *
      ******************************************************************
       22000-TRAITER-TENTATIVE.
      *------------------------
           IF PERR-JOUR (1:6) NOT = WS-MOIS-TRAITE
              ADD 1 TO WS-CPT-HORS-MOIS
           ELSE
              ADD 1                    TO WS-NB-TENTATIVES
                                          WS-CPT-TENTATIVES
              MOVE SPACES              TO ENRG-FB00PERE
              MOVE PERR-RACF           TO PERE-RACF
              MOVE PERR-JOUR           TO PERE-JOUR
              MOVE PERR-HEURE          TO PERE-HEURE
              MOVE PERR-ECRAN          TO PERE-ECRAN
              MOVE PERR-TRMID          TO PERE-TRMID
              MOVE PERR-NUMCONT        TO PERE-NUMCONT
              IF PERR-INTER-CONTRAT = SPACES
                 MOVE '????????'       TO PERE-INTER-CONTRAT
              ELSE
                 MOVE PERR-INTER-CONTRAT TO PERE-INTER-CONTRAT
              END-IF
              WRITE ENRG-FB00PERE
           END-IF
           PERFORM 21000-LIRE-PERR
           .
      ******************************************************************
       23000-ECRIRE-TOTAL-OPERATEUR.
      *-----------------------------
           ADD 1                      TO WS-CPT-OPERATEURS
           MOVE SPACES                TO ENRG-FB00PERE-TOTAL
           MOVE '   TOTAL OPERATEUR'  TO PERT-LIBELLE
           MOVE WS-RACF-EN-COURS      TO PERT-RACF
           MOVE WS-NB-TENTATIVES      TO PERT-NB-TENTATIVES
           IF WS-NB-TENTATIVES > WS-SEUIL
              MOVE '*** AU-DELA DU SEUIL' TO PERT-SIGNAL
              ADD 1                   TO WS-CPT-AU-DELA-SEUIL
           END-IF
           WRITE ENRG-FB00PERE-TOTAL
           MOVE SPACES                TO ENRG-FB00PERE
           WRITE ENRG-FB00PERE
           .
      ******************************************************************
       25000-EDITER-TOTAUX.
      *--------------------
           MOVE SPACES                TO ENRG-FB00PERE-TOTAL
           MOVE 'OPERATEURS CONCERNES'
                                      TO PERT-LIBELLE
           MOVE WS-CPT-OPERATEURS     TO PERT-NB-TENTATIVES
           WRITE ENRG-FB00PERE-TOTAL
           MOVE SPACES                TO ENRG-FB00PERE-TOTAL
           MOVE 'TENTATIVES DU MOIS'  TO PERT-LIBELLE
           MOVE WS-CPT-TENTATIVES     TO PERT-NB-TENTATIVES
           WRITE ENRG-FB00PERE-TOTAL
           MOVE SPACES                TO ENRG-FB00PERE-TOTAL
           MOVE 'OPERATEURS AU-DELA SEUIL'
                                      TO PERT-LIBELLE
           MOVE WS-CPT-AU-DELA-SEUIL  TO PERT-NB-TENTATIVES
           WRITE ENRG-FB00PERE-TOTAL
           IF WS-CPT-TENTATIVES > ZERO
              MOVE 4                  TO WS-CO-RET
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00PERR FB00PERE.
           DISPLAY 'FB00B65 : MOIS TRAITE            = '
                    WS-MOIS-TRAITE.
           DISPLAY 'FB00B65 : ENREGISTREMENTS LUS    = '
                    WS-CPT-LUS.
           DISPLAY 'FB00B65 : HORS MOIS TRAITE       = '
                    WS-CPT-HORS-MOIS.
           DISPLAY 'FB00B65 : TENTATIVES DU MOIS     = '
                    WS-CPT-TENTATIVES.
           DISPLAY 'FB00B65 : OPERATEURS CONCERNES   = '
                    WS-CPT-OPERATEURS.
           DISPLAY 'FB00B65 : AU-DELA DU SEUIL       = '
                    WS-CPT-AU-DELA-SEUIL.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B65 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
