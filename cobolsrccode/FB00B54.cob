       ID DIVISION.
       PROGRAM-ID. FB00B54.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH QUOTIDIEN DE RATTACHEMENT CLIENT
      *           DES COURRIERS DE LA CHAINE FB, PREMIERE ETAPE DE LA
      *           MISE SOUS PLI UNIQUE (FB00B55). UN MEME CLIENT
      *           RECEVAIT LE MEME JOUR JUSQU'A CINQ ENVELOPPES (AVIS
      *           D'ECHEANCE FB00EDIA, RELANCES FB02EDIC ET FB04EDIC,
      *           AVENANTS FB01EDIC, RELEVES FB00EDIC).
      *           LES LIGNES DES FLUX D'EDITION NE PORTANT PAS LA
      *           REFERENCE DU CONTRAT, LE PROGRAMME LIT LEURS COPIES
      *           D'ARCHIVE (FB00RELA, FB01RELA, FB02RELA, FB04RELA),
      *           QUI LES REPRODUISENT LIGNE A LIGNE AVEC LA REFERENCE
      *           ET LE TYPE DE DOCUMENT. ENTREES PREPAREES PAR LE JCL :
      *           - FB00LETR : COPIES D'ARCHIVE DU JOUR CONCATENEES,
      *             TRIEES SUR LE CONTRAT (TRI STABLE, L'ORDRE DES
      *             LIGNES D'UN DOCUMENT EST CONSERVE) ;
      *           - FB00CLIC : CLIENTS ET CONTRATS (DESSIN DE FB00B38,
      *             TRIE SUR LE CONTRAT).
      *           UN DOCUMENT COMMENCE A CHAQUE LIGNE D'EN-TETE 'EN'
      *           OU AU CHANGEMENT DE CONTRAT OU DE TYPE DE DOCUMENT.
      *           CHAQUE LIGNE EST RECOPIEE SUR FB00LETC AVEC LE
      *           NUMERO CLIENT, LE NUMERO DE DOCUMENT ET LE NUMERO DE
      *           LIGNE ; LE JCL RETRIE FB00LETC SUR CES TROIS ZONES
      *           POUR FB00B55. UN CONTRAT ABSENT DE FB00CLIC LAISSE LE
      *           NUMERO CLIENT A BLANC : LE DOCUMENT PARTIRA SEUL.
      *           CODE RETOUR 4 SI DES DOCUMENTS SONT SANS CLIENT.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51189 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51200 RANG DU DOCUMENT
      *                                       REPORTE SUR FB00LETC (CLE
      *                                       GED DES LETTRES
      *                                       RECOMMANDEES DE FB00B55).
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
      *--- COPIES D'ARCHIVE DU JOUR, TRIEES SUR LE CONTRAT
           SELECT  FB00LETR   ASSIGN  FB00LETR
                               FILE STATUS IS  FS-FB00LETR-STATUS.
      *--- CLIENTS ET CONTRATS, TRIES SUR LE CONTRAT
           SELECT  FB00CLIC   ASSIGN  FB00CLIC
                               FILE STATUS IS  FS-FB00CLIC-STATUS.
      *--- LIGNES DE COURRIER RATTACHEES AU CLIENT (POUR FB00B55)
           SELECT  FB00LETC   ASSIGN  FB00LETC
                               FILE STATUS IS  FS-FB00LETC-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00LETR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00LETR.
           05  LETR-REFERENCE.
               10  LETR-NUMCONT       PIC X(12).
               10  LETR-RANG          PIC 9(04).
               10  LETR-DATE-EDITION  PIC X(08).
           05  LETR-TYPE-DOC          PIC X(02).
           05  LETR-TYPE-LIGNE        PIC X(02).
           05  LETR-TEXTE             PIC X(78).
      *
       FD  FB00CLIC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CLIC.
           05  CLIC-GESCLI            PIC X(11).
           05  CLIC-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(77).
      *
       FD  FB00LETC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00LETC.
           05  LETC-CLE-TRI.
               10  LETC-GESCLI        PIC X(11).
               10  LETC-NO-DOC        PIC 9(07).
               10  LETC-NO-LIGNE      PIC 9(05).
           05  LETC-NUMCONT           PIC X(12).
           05  LETC-DATE-EDITION      PIC X(08).
           05  LETC-TYPE-DOC          PIC X(02).
           05  LETC-TYPE-LIGNE        PIC X(02).
           05  LETC-TEXTE             PIC X(78).
           05  LETC-RANG              PIC 9(04).
           05  FILLER                 PIC X(01).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B54 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00LETR-STATUS   PIC X(02).
           88     OK-FB00LETR       VALUE '00'.
       01  FS-FB00CLIC-STATUS   PIC X(02).
           88     OK-FB00CLIC       VALUE '00'.
       01  FS-FB00LETC-STATUS   PIC X(02).
           88     OK-FB00LETC       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-LETR       PIC X(01) VALUE 'N'.
           88     FIN-LETR           VALUE 'O'.
       01  WS-IND-FIN-CLIC       PIC X(01) VALUE 'N'.
           88     FIN-CLIC           VALUE 'O'.
      *================================================================*
      *   DOCUMENT EN COURS                                            *
      *================================================================*
       01  WS-NO-DOC             PIC 9(07) VALUE ZERO.
       01  WS-NO-LIGNE           PIC 9(05) VALUE ZERO.
       01  WS-NUMCONT-DOC        PIC X(12) VALUE SPACES.
       01  WS-TYPE-DOC-DOC       PIC X(02) VALUE SPACES.
       01  WS-GESCLI-DOC         PIC X(11) VALUE SPACES.
      *================================================================*
      *   COMPTEURS                                                    *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-LIGNES-LUES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DOCUMENTS      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-CLIENT    PIC 9(07) COMP VALUE ZERO.
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
           OPEN INPUT  FB00LETR
                       FB00CLIC
           OPEN OUTPUT FB00LETC.
           IF NOT OK-FB00LETR OR NOT OK-FB00CLIC OR NOT OK-FB00LETC
              DISPLAY 'FB00B54 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-LETR
           PERFORM 21100-LIRE-CLIC
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-LIGNE
              UNTIL FIN-LETR
           .
      ******************************************************************
      *   UNE LIGNE D'EN-TETE, UN CHANGEMENT DE CONTRAT OU DE TYPE     *
      *   DE DOCUMENT OUVRE UN NOUVEAU DOCUMENT                        *
      ******************************************************************
       20100-TRAITER-LIGNE.
      *--------------------
           IF LETR-TYPE-LIGNE = 'EN'
              OR WS-NO-DOC = ZERO
              OR LETR-NUMCONT NOT = WS-NUMCONT-DOC
              OR LETR-TYPE-DOC NOT = WS-TYPE-DOC-DOC
              PERFORM 20200-OUVRIR-DOCUMENT
           END-IF.
           ADD 1                      TO WS-NO-LIGNE.
           MOVE WS-GESCLI-DOC         TO LETC-GESCLI.
           MOVE WS-NO-DOC             TO LETC-NO-DOC.
           MOVE WS-NO-LIGNE           TO LETC-NO-LIGNE.
           MOVE LETR-NUMCONT          TO LETC-NUMCONT.
           MOVE LETR-DATE-EDITION     TO LETC-DATE-EDITION.
           MOVE LETR-TYPE-DOC         TO LETC-TYPE-DOC.
           MOVE LETR-TYPE-LIGNE       TO LETC-TYPE-LIGNE.
           MOVE LETR-TEXTE            TO LETC-TEXTE.
           MOVE LETR-RANG             TO LETC-RANG.
           PERFORM 29000-ECRIRE-LETC.
           PERFORM 21000-LIRE-LETR
           .
      ******************************************************************
      *   LE CLIENT EST CHERCHE DANS FB00CLIC, TRIE COMME FB00LETR    *
      ******************************************************************
       20200-OUVRIR-DOCUMENT.
      *----------------------
           ADD 1                      TO WS-NO-DOC
                                         WS-CPT-DOCUMENTS.
           MOVE ZERO                  TO WS-NO-LIGNE.
           MOVE LETR-NUMCONT          TO WS-NUMCONT-DOC.
           MOVE LETR-TYPE-DOC         TO WS-TYPE-DOC-DOC.
           MOVE SPACES                TO WS-GESCLI-DOC.
           PERFORM 21100-LIRE-CLIC
              UNTIL FIN-CLIC
              OR CLIC-NUMCONT NOT < LETR-NUMCONT.
           IF NOT FIN-CLIC
              AND CLIC-NUMCONT = LETR-NUMCONT
              MOVE CLIC-GESCLI        TO WS-GESCLI-DOC
           END-IF.
           IF WS-GESCLI-DOC = SPACES
              ADD 1 TO WS-CPT-SANS-CLIENT
              DISPLAY 'FB00B54 : CONTRAT SANS CLIENT ' LETR-NUMCONT
                      ' DOCUMENT ' LETR-TYPE-DOC
           END-IF
           .
      ******************************************************************
       21000-LIRE-LETR.
      *----------------
           IF NOT FIN-LETR
              READ FB00LETR
                 AT END
                    SET FIN-LETR TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-LIGNES-LUES
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-CLIC.
      *----------------
           IF NOT FIN-CLIC
              READ FB00CLIC
                 AT END
                    SET FIN-CLIC TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       29000-ECRIRE-LETC.
      *------------------
           WRITE ENRG-FB00LETC.
           IF NOT OK-FB00LETC
              DISPLAY 'FB00B54 : ERREUR ECRITURE FB00LETC '
                      FS-FB00LETC-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00LETR FB00CLIC FB00LETC.
           DISPLAY 'FB00B54 : LIGNES DE COURRIER LUES   = '
                    WS-CPT-LIGNES-LUES.
           DISPLAY 'FB00B54 : DOCUMENTS RATTACHES       = '
                    WS-CPT-DOCUMENTS.
           DISPLAY 'FB00B54 : DOCUMENTS SANS CLIENT     = '
                    WS-CPT-SANS-CLIENT.
           IF WS-CPT-SANS-CLIENT > 0
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B54 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
