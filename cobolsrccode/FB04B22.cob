       ID DIVISION.
       PROGRAM-ID. FB04B22.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH HEBDOMADAIRE DE RELANCE DES PLAQUES
      *           TEMPORAIRES (FD 51207 DE FB04T00). UN VEHICULE NEUF
      *           ASSURE SOUS PLAQUE WW OU W GARAGE DOIT RECEVOIR SA
      *           PLAQUE DEFINITIVE AVANT L'ECHEANCE DE LA TEMPORAIRE ;
      *           FAUTE DE RELANCE, LE FVA ET L'INDEX DES PLAQUES
      *           RESTAIENT SUR UNE PLAQUE MORTE. LE PROGRAMME
      *           PARCOURT LE KSDS FB04TMPK (DESSIN FB04TMPF, POSE PAR
      *           LA COMMANDE 'WW=JJMMAA' DE FB04T00) ET, POUR CHAQUE
      *           PLAQUE ENCORE EN ATTENTE DONT L'ECHEANCE EST DEPASSEE
      *           OU ARRIVE DANS LA FENETRE (CARTE FB00PARM, 30 JOURS
      *           PAR DEFAUT, BASE 360), EDITE UNE LETTRE DE RELANCE AU
      *           CLIENT SUR LE FLUX D'EDITION CIC (LIGNES EN/DT/PD),
      *           EN DEPOSE LA COPIE D'ARCHIVE GED (FB04RELW, TYPE DE
      *           DOCUMENT 'WW', CONSOLIDE PAR FB00B13) ET LA TRACE AU
      *           COMPTE RENDU FB04RAPW. LA RELANCE EST COMPTEE DANS
      *           L'ENREGISTREMENT ; UNE PLAQUE RELANCEE DEPUIS MOINS
      *           DE 7 JOURS N'EST PAS RELANCEE A NOUVEAU (RELANCE DU
      *           JCL LE MEME JOUR). UNE PLAQUE ECHUE SANS DEFINITIVE
      *           LAISSE LE VEHICULE MAL DECLARE AU FVA : CODE RETOUR 4.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51207 CREATION.
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
      *--- CARTE PARAMETRE : FENETRE DE RELANCE EN JOURS (FACULTATIVE)
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- PLAQUES TEMPORAIRES (KSDS POSE PAR FB04)
           SELECT  FB04TMPK   ASSIGN  FB04TMPK
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY TMPKF-IMMAT
                               FILE STATUS IS  FS-FB04TMPK-STATUS.
      *--- LETTRES DE RELANCE POUR LE FLUX D'EDITION CIC
           SELECT  FB04EDIW   ASSIGN  FB04EDIW
                               FILE STATUS IS  FS-FB04EDIW-STATUS.
      *--- COPIE D'ARCHIVE DES LETTRES POUR LA GED (FB00B13)
           SELECT  FB04RELW   ASSIGN  FB04RELW
                               FILE STATUS IS  FS-FB04RELW-STATUS.
      *--- COMPTE RENDU DES RELANCES
           SELECT  FB04RAPW   ASSIGN  FB04RAPW
                               FILE STATUS IS  FS-FB04RAPW-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-FENETRE-JOURS     PIC 9(03).
           05  FILLER                 PIC X(77).
      *
       FD  FB04TMPK
           LABEL RECORD STANDARD.
       01  ENRG-FB04TMPK.
           05  TMPKF-IMMAT            PIC X(10).
           05  FILLER                 PIC X(90).
      *
       FD  FB04EDIW
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04EDIW.
           05  EDIW-TYPE-LIGNE        PIC X(02).
           05  EDIW-TEXTE             PIC X(78).
      *
      *--- DESSIN COMMUN DES FLUX D'ALIMENTATION DE LA GED (MEME FORME
      *--- QUE FB00RELA DEPUIS F51110)
       FD  FB04RELW
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04RELW.
           05  RELW-REFERENCE.
               10  RELW-NUMCONT       PIC X(12).
               10  RELW-RANG          PIC 9(04).
               10  RELW-DATE-EDITION  PIC X(08).
           05  RELW-TYPE-DOC          PIC X(02).
           05  RELW-TYPE-LIGNE        PIC X(02).
           05  RELW-TEXTE             PIC X(78).
      *
       FD  FB04RAPW
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04RAPW.
           05  RAPW-GESCLI            PIC X(11).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPW-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPW-IMMAT             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPW-ECHEANCE          PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPW-NB-RELANCES       PIC 9(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPW-ETAT              PIC X(27).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB04B22 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB04TMPK-STATUS   PIC X(02).
           88     OK-FB04TMPK       VALUE '00'.
       01  FS-FB04EDIW-STATUS   PIC X(02).
           88     OK-FB04EDIW       VALUE '00'.
       01  FS-FB04RELW-STATUS   PIC X(02).
           88     OK-FB04RELW       VALUE '00'.
       01  FS-FB04RAPW-STATUS   PIC X(02).
           88     OK-FB04RAPW       VALUE '00'.
      *================================================================*
      *   INDICATEUR DE FIN DE FICHIER                                 *
      *================================================================*
       01  WS-IND-FIN-TMPK       PIC X(01) VALUE 'N'.
           88     FIN-TMPK           VALUE 'O'.
      *================================================================*
      *   PLAQUE TEMPORAIRE EN COURS                                   *
      *================================================================*
       COPY FB04TMPF.
      *================================================================*
      *   FENETRE DE RELANCE ET ECHEANCES (BASE 360)                   *
      *================================================================*
       01  WS-FENETRE-JOURS      PIC 9(03) VALUE 030.
       01  WS-DELAI-RELANCE      PIC 9(03) VALUE 007.
       01  WS-JOURS-JOUR         PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-JOURS-ECH          PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-JOURS-RELANCE      PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-DATE-DEC.
           05  WS-DD-SSAA        PIC 9(04).
           05  WS-DD-MM          PIC 9(02).
           05  WS-DD-JJ          PIC 9(02).
       01  WS-ETAT-RELANCE       PIC X(27) VALUE SPACES.
       01  WS-IND-ECHUE          PIC X(01) VALUE 'N'.
           88     PLAQUE-ECHUE       VALUE 'O'.
      *================================================================*
      *   LIGNE DE DOCUMENT ET ZONES D'EDITION                         *
      *================================================================*
       01  WS-LIGNE-DOC          PIC X(78) VALUE SPACES.
       01  WS-EDIT-ECHEANCE      PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-TRAIT    PIC X(10) VALUE SPACES.
       01  WS-DATE-A-EDITER      PIC X(08) VALUE SPACES.
       01  WS-DATE-EDITEE        PIC X(10) VALUE SPACES.
      *--- RANG DU DOCUMENT DANS LA GED : NUMERO DE LA RELANCE
       01  WS-RANG-DOC           PIC 9(04) VALUE ZERO.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-LUS            PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EN-ATTENTE     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PROCHES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ECHUES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DEJA-RELANCEES PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
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
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-DEC.
           COMPUTE WS-JOURS-JOUR = WS-DD-SSAA * 360
                                 + WS-DD-MM * 30 + WS-DD-JJ.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-TRAIT.
           OPEN INPUT FB00PARM.
           IF OK-FB00PARM
              READ FB00PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-FENETRE-JOURS NUMERIC
                       AND PARM-FENETRE-JOURS > ZERO
                       MOVE PARM-FENETRE-JOURS TO WS-FENETRE-JOURS
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           OPEN I-O    FB04TMPK
           OPEN OUTPUT FB04EDIW
           OPEN OUTPUT FB04RELW
           OPEN OUTPUT FB04RAPW.
           IF NOT OK-FB04TMPK OR NOT OK-FB04EDIW
              OR NOT OK-FB04RELW OR NOT OK-FB04RAPW
              DISPLAY 'FB04B22 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-TMPK
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-EXAMINER-PLAQUE
              UNTIL FIN-TMPK
           .
      ******************************************************************
      *   SEULES LES PLAQUES EN ATTENTE DE LEUR DEFINITIVE SONT        *
      *   EXAMINEES ; UNE ECHEANCE ILLISIBLE EST TRAITEE COMME ECHUE   *
      ******************************************************************
       20100-EXAMINER-PLAQUE.
      *----------------------
           IF TMPK-EN-ATTENTE
              ADD 1 TO WS-CPT-EN-ATTENTE
              MOVE 'N'    TO WS-IND-ECHUE
              MOVE SPACES TO WS-ETAT-RELANCE
              IF TMPK-DT-ECHEANCE NUMERIC
                 MOVE TMPK-DT-ECHEANCE TO WS-DATE-DEC
                 COMPUTE WS-JOURS-ECH = WS-DD-SSAA * 360
                                      + WS-DD-MM * 30 + WS-DD-JJ
              ELSE
                 MOVE ZERO TO WS-JOURS-ECH
              END-IF
              EVALUATE TRUE
                 WHEN WS-JOURS-ECH < WS-JOURS-JOUR
                    SET PLAQUE-ECHUE TO TRUE
                    MOVE 'TEMPORAIRE ECHUE'    TO WS-ETAT-RELANCE
                 WHEN WS-JOURS-ECH - WS-JOURS-JOUR
                      NOT > WS-FENETRE-JOURS
                    MOVE 'ECHEANCE DANS LA FENETRE' TO WS-ETAT-RELANCE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF WS-ETAT-RELANCE NOT = SPACES
                 PERFORM 22000-CONTROLER-DERNIERE-RELANCE
              END-IF
              IF WS-ETAT-RELANCE NOT = SPACES
                 IF PLAQUE-ECHUE
                    ADD 1 TO WS-CPT-ECHUES
                 ELSE
                    ADD 1 TO WS-CPT-PROCHES
                 END-IF
                 PERFORM 23000-EDITER-RELANCE
                 PERFORM 27000-REECRIRE-TEMPORAIRE
              END-IF
           END-IF
           PERFORM 21000-LIRE-TMPK
           .
      ******************************************************************
      *   UNE PLAQUE RELANCEE DEPUIS MOINS DE 7 JOURS N'EST PAS        *
      *   RELANCEE A NOUVEAU (REPRISE DU JCL, PASSAGE EXCEPTIONNEL)    *
      ******************************************************************
       22000-CONTROLER-DERNIERE-RELANCE.
      *---------------------------------
           IF TMPK-DT-DERN-RELANCE NUMERIC
              MOVE TMPK-DT-DERN-RELANCE TO WS-DATE-DEC
              COMPUTE WS-JOURS-RELANCE = WS-DD-SSAA * 360
                                       + WS-DD-MM * 30 + WS-DD-JJ
              IF WS-JOURS-JOUR - WS-JOURS-RELANCE < WS-DELAI-RELANCE
                 MOVE SPACES TO WS-ETAT-RELANCE
                 ADD 1       TO WS-CPT-DEJA-RELANCEES
              END-IF
           END-IF
           .
      ******************************************************************
      *   LETTRE AU CLIENT : ENTETE, DETAIL DE LA PLAQUE, PIED         *
      ******************************************************************
       23000-EDITER-RELANCE.
      *---------------------
           ADD 1                   TO TMPK-NB-RELANCES.
           MOVE TMPK-NB-RELANCES   TO WS-RANG-DOC.
           MOVE TMPK-DT-ECHEANCE   TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-ECHEANCE.
           MOVE 'EN'               TO EDIW-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'IMMATRICULATION DEFINITIVE ATTENDUE - CLIENT '
                  TMPK-GESCLI
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DT'               TO EDIW-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'CONTRAT ' TMPK-NUMCONT
                  ' - VEHICULE SOUS PLAQUE TEMPORAIRE ' TMPK-IMMAT
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           IF PLAQUE-ECHUE
              STRING 'CETTE PLAQUE EST ECHUE DEPUIS LE '
                     WS-EDIT-ECHEANCE '.'
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
           ELSE
              STRING 'CETTE PLAQUE ARRIVE A ECHEANCE LE '
                     WS-EDIT-ECHEANCE '.'
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
           END-IF.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'MERCI DE NOUS COMMUNIQUER SA PLAQUE DEFINITIVE'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DES RECEPTION DU CERTIFICAT D''IMMATRICULATION.'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'PD'               TO EDIW-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'EDITE LE ' WS-EDIT-DATE-TRAIT
                  ' - RELANCE NUMERO ' TMPK-NB-RELANCES
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE TMPK-GESCLI        TO RAPW-GESCLI.
           MOVE TMPK-NUMCONT       TO RAPW-NUMCONT.
           MOVE TMPK-IMMAT         TO RAPW-IMMAT.
           MOVE TMPK-DT-ECHEANCE   TO RAPW-ECHEANCE.
           MOVE TMPK-NB-RELANCES   TO RAPW-NB-RELANCES.
           MOVE WS-ETAT-RELANCE    TO RAPW-ETAT.
           WRITE ENRG-FB04RAPW
           .
      ******************************************************************
       27000-REECRIRE-TEMPORAIRE.
      *--------------------------
           MOVE WS-DATE-TRAITEMENT TO TMPK-DT-DERN-RELANCE.
           REWRITE ENRG-FB04TMPK FROM WSS-TMPK-ENR
           END-REWRITE.
           IF NOT OK-FB04TMPK
              DISPLAY 'FB04B22 : ERREUR REWRITE FB04TMPK - '
                       FS-FB04TMPK-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
      *   DATE SSAAMMJJ EDITEE JJ/MM/SSAA                              *
      ******************************************************************
       28000-EDITER-DATE.
      *------------------
           MOVE SPACES                 TO WS-DATE-EDITEE.
           STRING WS-DATE-A-EDITER (7:2) '/'
                  WS-DATE-A-EDITER (5:2) '/'
                  WS-DATE-A-EDITER (1:4)
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE
           .
      ******************************************************************
      *   CHAQUE LIGNE PART SUR LE FLUX D'EDITION ET DANS LA COPIE     *
      *   D'ARCHIVE GED (TYPE DE DOCUMENT 'WW')                        *
      ******************************************************************
       29000-ECRIRE-LIGNE-DOC.
      *------------------------
           MOVE WS-LIGNE-DOC       TO EDIW-TEXTE.
           WRITE ENRG-FB04EDIW.
           MOVE TMPK-NUMCONT       TO RELW-NUMCONT.
           MOVE WS-RANG-DOC        TO RELW-RANG.
           MOVE WS-DATE-TRAITEMENT TO RELW-DATE-EDITION.
           MOVE 'WW'               TO RELW-TYPE-DOC.
           MOVE EDIW-TYPE-LIGNE    TO RELW-TYPE-LIGNE.
           MOVE WS-LIGNE-DOC       TO RELW-TEXTE.
           WRITE ENRG-FB04RELW
           .
      ******************************************************************
       21000-LIRE-TMPK.
      *----------------
           IF NOT FIN-TMPK
              READ FB04TMPK INTO WSS-TMPK-ENR
                 AT END
                    SET FIN-TMPK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-LUS
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB04TMPK FB04EDIW FB04RELW FB04RAPW.
           DISPLAY 'FB04B22 : PLAQUES TEMPORAIRES LUES = ' WS-CPT-LUS.
           DISPLAY 'FB04B22 : EN ATTENTE DE DEFINITIVE = '
                    WS-CPT-EN-ATTENTE.
           DISPLAY 'FB04B22 : RELANCES AVANT ECHEANCE  = '
                    WS-CPT-PROCHES.
           DISPLAY 'FB04B22 : RELANCES PLAQUES ECHUES  = '
                    WS-CPT-ECHUES.
           DISPLAY 'FB04B22 : DEJA RELANCEES (7 J)     = '
                    WS-CPT-DEJA-RELANCEES.
           IF WS-CPT-ECHUES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB04B22 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
