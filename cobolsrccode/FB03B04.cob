      *           ANOMALIE (FB03ANOI), CODE RETOUR 4 - FB04B04 ET LA
      *           LOGIQUE DE MOTIF DE SORTIE FB01 TRAVAILLENT AINSI
      *           SUR DES DONNEES COMPLETES.
      *           L'EXTRAIT PORTE AUSSI LE RANG DU VEHICULE SINISTRE :
      *           SI LE CONDUCTEUR ETAIT A LA DATE DU SINISTRE EXCLU
      *           DE CE VEHICULE OU DE TOUS LES VEHICULES (KSDS
      *           FB01EXCL), UNE DEMANDE 'EXSIN' EST POSEE DANS LE
      *           KSDS FB01REGD (ORIGINE 'C') ET VERSEE PAR FB08T00
      *           DANS LA FILE DE LA SOUSCRIPTION ; LE SINISTRE EST
      *           EDITE DANS FB03ANOI, CODE RETOUR 4.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51128 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51208 SINISTRE D'UN
      *                                       CONDUCTEUR EXCLU DU
      *                                       VEHICULE SIGNALE A LA
      *                                       SOUSCRIPTION (FB01EXCL,
      *                                       FB01REGD).
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
                               ACCESS DYNAMIC
                               RECORD KEY ORIG-CLE
                               FILE STATUS IS  FS-FB03ORIG-STATUS.
      *--- EXCLUSIONS NOMINATIVES DE CONDUITE (KSDS TENU PAR FB01)
           SELECT  FB01EXCL   ASSIGN  FB01EXCL
                               ORGANIZATION INDEXED
                               ACCESS RANDOM
                               RECORD KEY EXCLK-CLE
                               FILE STATUS IS  FS-FB01EXCL-STATUS.
      *--- DEMANDES D'ACCORD SUR COUPLE (KSDS PARTAGE AVEC FB01/FB08)
           SELECT  FB01REGD   ASSIGN  FB01REGD
                               ORGANIZATION INDEXED
                               ACCESS RANDOM
                               RECORD KEY REGDK-CLE
                               FILE STATUS IS  FS-FB01REGD-STATUS.
      *--- COUPLES SATURES (6 CASES OCCUPEES) ET SINISTRES DE
      *--- CONDUCTEURS EXCLUS
           SELECT  FB03ANOI   ASSIGN  FB03ANOI
                               FILE STATUS IS  FS-FB03ANOI-STATUS.
      ******************************************************************
           05  SNOU-SIPMNT            PIC 9(07).
           05  SNOU-SIPRESP           PIC 9(03).
           05  SNOU-NB-CASES-OCC      PIC 9(01).
      *--- RANG DU VEHICULE SINISTRE, A BLANC SI NON RATTACHE
           05  SNOU-RANG-VEHI         PIC X(02).
           05  FILLER                 PIC X(31).
      *
      *--- MEME DESSIN QUE LE FLUX DE FB03B01, LA REFERENCE INTERNE
      *--- OCCUPANT LA TETE DE L'ANCIEN FILLER (LA CHAINE MA90
               10  ORIG-RANG          PIC 9(04).
           05  ORIG-CASES             PIC X(06).
           05  FILLER                 PIC X(58).
      *
       FD  FB01EXCL
           LABEL RECORD STANDARD.
       01  ENRG-FB01EXCL.
           05  EXCLK-CLE              PIC X(16).
           05  FILLER                 PIC X(64).
      *
       FD  FB01REGD
           LABEL RECORD STANDARD.
       01  ENRG-FB01REGD.
           05  REGDK-CLE              PIC X(21).
           05  FILLER                 PIC X(107).
      *
       FD  FB03ANOI
           RECORDING   F
       01  FS-FB03ORIG-STATUS   PIC X(02).
           88     OK-FB03ORIG       VALUE '00'.
           88     DOUBLON-FB03ORIG  VALUE '22'.
       01  FS-FB01EXCL-STATUS   PIC X(02).
           88     OK-FB01EXCL       VALUE '00'.
           88     ABSENT-FB01EXCL   VALUE '23'.
       01  FS-FB01REGD-STATUS   PIC X(02).
           88     OK-FB01REGD       VALUE '00'.
           88     ABSENT-FB01REGD   VALUE '23'.
       01  FS-FB03ANOI-STATUS   PIC X(02).
           88     OK-FB03ANOI       VALUE '00'.
      *================================================================*
           05  WS-CP-RANG        PIC 9(04).
       01  WS-CASE-COURANTE      PIC 9(01) VALUE ZERO.
      *================================================================*
      *   EXCLUSIONS DE CONDUITE ET DEMANDES D'ACCORD SOUSCRIPTION     *
      *================================================================*
           COPY FB01EXCF.
           COPY FB01REGF.
       01  WS-IND-EXCLU          PIC X(01) VALUE 'N'.
           88     CONDUCTEUR-EXCLU   VALUE 'O'.
       01  WS-EXCL-RANG-VEHI     PIC X(02).
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-CPT-SIN-LUS        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CASES-CREEES   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SATURES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EXCLUS         PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
           OPEN INPUT  FB03SNOU
           OPEN OUTPUT FB03SLOT
           OPEN I-O    FB03ORIG
           OPEN INPUT  FB01EXCL
           OPEN I-O    FB01REGD
           OPEN OUTPUT FB03ANOI.
           IF NOT OK-FB03SNOU OR NOT OK-FB03SLOT
              OR NOT OK-FB03ORIG OR NOT OK-FB03ANOI
              OR NOT OK-FB01EXCL OR NOT OK-FB01REGD
              DISPLAY 'FB03B04 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           MOVE LOW-VALUES TO WS-COUPLE-PREC.
           PERFORM 21000-LIRE-SNOU
           .
              ADD 1                 TO WS-CASE-COURANTE
              PERFORM 22000-CREER-CASE
           END-IF
           IF SNOU-RANG-VEHI NUMERIC
              PERFORM 24000-CONTROLER-EXCLUSION
           END-IF
           PERFORM 21000-LIRE-SNOU
           .
      ******************************************************************
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
      *   CONDUCTEUR EXCLU DU VEHICULE SINISTRE (OU DE TOUS LES       *
      *   VEHICULES, RANG '00') A LA DATE DU SINISTRE                 *
      ******************************************************************
       24000-CONTROLER-EXCLUSION.
      *--------------------------
           MOVE 'N'                 TO WS-IND-EXCLU.
           MOVE SNOU-RANG-VEHI      TO WS-EXCL-RANG-VEHI.
           PERFORM 24100-LIRE-EXCLUSION.
           IF NOT CONDUCTEUR-EXCLU
              MOVE '00'             TO WS-EXCL-RANG-VEHI
              PERFORM 24100-LIRE-EXCLUSION
           END-IF.
           IF CONDUCTEUR-EXCLU
              ADD 1                 TO WS-CPT-EXCLUS
              PERFORM 24200-SIGNALER-SOUSCRIPTION
              MOVE SNOU-NUMCONT     TO ANOI-NUMCONT
              MOVE SNOU-RANG        TO ANOI-RANG
              MOVE SNOU-REFERENCE   TO ANOI-REFERENCE
              MOVE 'CONDUCTEUR EXCLU - SIGNALE SOUSCRIPTION'
                                    TO ANOI-MOTIF
              WRITE ENRG-FB03ANOI
           END-IF
           .
      ******************************************************************
       24100-LIRE-EXCLUSION.
      *---------------------
           MOVE SNOU-NUMCONT        TO EXCL-NUMCONT.
           MOVE SNOU-RANG (3:2)     TO EXCL-RANG-COND.
           MOVE WS-EXCL-RANG-VEHI   TO EXCL-RANG-VEHI.
           MOVE WSS-EXCL-CLE        TO EXCLK-CLE.
           READ FB01EXCL INTO WSS-EXCL-ENR
              KEY IS EXCLK-CLE
           END-READ.
           EVALUATE TRUE
              WHEN OK-FB01EXCL
                 IF EXCL-DATE-DEBUT NOT > SNOU-DATE-SIN
                    AND EXCL-DATE-FIN NOT < SNOU-DATE-SIN
                    SET CONDUCTEUR-EXCLU TO TRUE
                 END-IF
              WHEN ABSENT-FB01EXCL
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'FB03B04 : ERREUR LECTURE FB01EXCL - '
                          FS-FB01EXCL-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-EVALUATE
           .
      ******************************************************************
      *   DEMANDE 'EXSIN' SUR LE COUPLE DU SINISTRE, VERSEE DANS LA   *
      *   FILE FB08 PAR FB08T00 (INDICATEUR DE FILE 'N') : CREEE SI   *
      *   ABSENTE, RELANCEE SI DEJA DECIDEE, LAISSEE EN L'ETAT SI     *
      *   ELLE ATTEND ENCORE LA DECISION DE LA SOUSCRIPTION           *
      ******************************************************************
       24200-SIGNALER-SOUSCRIPTION.
      *----------------------------
           MOVE SNOU-NUMCONT        TO REGD-NUMCONT.
           MOVE SNOU-RANG-VEHI      TO REGD-RANG-VEHI.
           MOVE SNOU-RANG (3:2)     TO REGD-RANG-COND.
           MOVE 'EXSIN'             TO REGD-CODE-REGLE.
           MOVE REGD-CLE            TO REGDK-CLE.
           READ FB01REGD INTO WSS-REGD-ENR
              KEY IS REGDK-CLE
           END-READ.
           EVALUATE TRUE
              WHEN OK-FB01REGD
                 IF NOT REGD-EN-ATTENTE
                    PERFORM 24300-PREPARER-DEMANDE
                    REWRITE ENRG-FB01REGD FROM WSS-REGD-ENR
                    END-REWRITE
                 END-IF
              WHEN ABSENT-FB01REGD
                 MOVE SPACES             TO WSS-REGD-ENR
                 MOVE SNOU-NUMCONT       TO REGD-NUMCONT
                 MOVE SNOU-RANG-VEHI     TO REGD-RANG-VEHI
                 MOVE SNOU-RANG (3:2)    TO REGD-RANG-COND
                 MOVE 'EXSIN'            TO REGD-CODE-REGLE
                 PERFORM 24300-PREPARER-DEMANDE
                 WRITE ENRG-FB01REGD FROM WSS-REGD-ENR
                 END-WRITE
              WHEN OTHER
                 DISPLAY 'FB03B04 : ERREUR LECTURE FB01REGD - '
                          FS-FB01REGD-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-EVALUATE.
           IF NOT OK-FB01REGD
              DISPLAY 'FB03B04 : ERREUR ECRITURE FB01REGD - '
                       FS-FB01REGD-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       24300-PREPARER-DEMANDE.
      *-----------------------
           SET REGD-EN-ATTENTE      TO TRUE
           MOVE 'C'                 TO REGD-ORIGINE
           SET REGD-A-VERSER        TO TRUE
           MOVE WS-DATE-TRAITEMENT  TO REGD-DATE-DEMANDE
           MOVE 'FB03B04'           TO REGD-RACF-DEM
           MOVE SPACES              TO REGD-DATE-DECISION
                                       REGD-RACF-SUP
                                       REGD-COMMENTAIRE
           STRING 'SIN ' SNOU-REFERENCE ' DU ' SNOU-DATE-SIN
                  DELIMITED BY SIZE INTO REGD-COMMENTAIRE
           .
      ******************************************************************
       21000-LIRE-SNOU.
      *----------------
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB03SNOU FB03SLOT FB03ORIG FB03ANOI FB01EXCL
                 FB01REGD.
           DISPLAY 'FB03B04 : SINISTRES INTERNES LUS = '
                    WS-CPT-SIN-LUS.
           DISPLAY 'FB03B04 : CASES CREEES           = '
                    WS-CPT-CASES-CREEES.
           DISPLAY 'FB03B04 : COUPLES SATURES        = '
                    WS-CPT-SATURES.
           DISPLAY 'FB03B04 : CONDUCTEURS EXCLUS      = '
                    WS-CPT-EXCLUS.
           IF WS-CPT-SATURES > ZERO
              OR WS-CPT-EXCLUS > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
