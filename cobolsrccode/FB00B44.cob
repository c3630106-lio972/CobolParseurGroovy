       ID DIVISION.
       PROGRAM-ID. FB00B44.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH QUOTIDIEN DE SUIVI DES DECLARATIONS
      *           TRIMESTRIELLES DES FLOTTES A ALIMENTS (PARAMETRES
      *           FB00ALIC, HISTORIQUE FB00ALIH INTEGRE PAR FB00B43,
      *           DESSINS FB00ALIF). POUR CHAQUE CONTRAT DONT LE MODE
      *           COUVRE LE DERNIER TRIMESTRE ECHU, UNE FOIS PASSE LE
      *           DELAI DE DECLARATION DU CONTRAT (30 JOURS PAR
      *           DEFAUT) SANS DECLARATION INTEGREE :
      *           - LA DECLARATION EST ENREGISTREE MANQUANTE (ETAT
      *             'M') ET UN COURRIER DE RELANCE EST ADRESSE AU
      *             CLIENT ;
      *           - LE DELAI DE PENALITE ECOULE (15 JOURS PAR DEFAUT
      *             APRES L'ECHEANCE), UNE MAJORATION DE RETARD (TAUX
      *             DU CONTRAT, 10 % PAR DEFAUT, DE LA DERNIERE PRIME
      *             TRIMESTRIELLE INTEGREE OU A DEFAUT DE LA PRIME
      *             PROVISIONNELLE) EST EMISE AU DESSIN DE L'INTERFACE
      *             FACTURATION FB00FACT (FB00ALFP, CONCATENE PAR LE
      *             JCL, REFERENCE 'PN' + PERIODE) AVEC UN COURRIER
      *             D'AVIS DE PENALITE. UNE SEULE PENALITE PAR
      *             TRIMESTRE.
      *           LES COURRIERS PARTENT SUR LE FLUX D'EDITION CIC
      *           (FB00EDID) AVEC LEUR COPIE D'ARCHIVE GED (FB00ALIR,
      *           TYPE DE DOCUMENT 'DA', RANG 1 RELANCE, RANG 2
      *           PENALITE). COMPTE RENDU FB00RAPR ; CODE RETOUR 4 SI
      *           UNE PENALITE A ETE EMISE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51174 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51210 COPIE D'ARCHIVE
      *                                       GED SOUS LE DD FB00ALIR
      *                                       (FB00RELD EST LE REGISTRE
      *                                       DES RELEVES
      *                                       D'INFORMATION).
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
      *--- PARAMETRES DES CONTRATS A ALIMENTS, TRIES PAR CONTRAT
           SELECT  FB00ALIC   ASSIGN  FB00ALIC
                               FILE STATUS IS  FS-FB00ALIC-STATUS.
      *--- HISTORIQUE DES DECLARATIONS (VSAM KSDS)
           SELECT  FB00ALIH   ASSIGN  FB00ALIH
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY ALIHK-CLE
                               FILE STATUS IS  FS-FB00ALIH-STATUS.
      *--- PENALITES DE RETARD (DESSIN DE L'INTERFACE FB00FACT)
           SELECT  FB00ALFP   ASSIGN  FB00ALFP
                               FILE STATUS IS  FS-FB00ALFP-STATUS.
      *--- FLUX D'EDITION CIC DES COURRIERS
           SELECT  FB00EDID   ASSIGN  FB00EDID
                               FILE STATUS IS  FS-FB00EDID-STATUS.
      *--- COPIE D'ARCHIVE GED DES COURRIERS
           SELECT  FB00ALIR   ASSIGN  FB00ALIR
                               FILE STATUS IS  FS-FB00ALIR-STATUS.
      *--- COMPTE RENDU DU SUIVI
           SELECT  FB00RAPR   ASSIGN  FB00RAPR
                               FILE STATUS IS  FS-FB00RAPR-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00ALIC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ALIC              PIC X(200).
      *
       FD  FB00ALIH
           LABEL RECORD STANDARD.
       01  ENRG-FB00ALIH.
           05  ALIHK-CLE              PIC X(17).
           05  FILLER                 PIC X(133).
      *
       FD  FB00ALFP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ALFP.
           05  FACT-REFERENCE.
               10  FACT-NUMCONT       PIC X(12).
               10  FACT-JOUR-SIGN     PIC X(08).
               10  FACT-HEURE-SIGN    PIC X(08).
      *--- 'R' = REMBOURSEMENT, 'C' = COMPLEMENT DE PRIME
           05  FACT-SENS              PIC X(01).
           05  FACT-MONTANT           PIC 9(07)V99.
           05  FACT-IMPACT-ANNUEL     PIC 9(07)V99.
           05  FACT-DATE-EFFET        PIC X(08).
           05  FACT-DATE-ECHEANCE     PIC X(08).
           05  FACT-NB-JOURS          PIC 9(04).
           05  FACT-JOURS-ANNEE       PIC 9(03).
           05  FACT-DATE-EMISSION     PIC X(08).
           05  FACT-RACF              PIC X(15).
           05  FILLER                 PIC X(07).
      *
       FD  FB00EDID
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00EDID.
           05  EDIC-TYPE-LIGNE        PIC X(02).
           05  EDIC-TEXTE             PIC X(78).
      *
       FD  FB00ALIR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ALIR.
           05  RELA-REFERENCE.
               10  RELA-NUMCONT       PIC X(12).
               10  RELA-RANG          PIC 9(04).
               10  RELA-DATE-EDITION  PIC X(08).
           05  RELA-TYPE-DOC          PIC X(02).
           05  RELA-TYPE-LIGNE        PIC X(02).
           05  RELA-TEXTE             PIC X(78).
      *
       FD  FB00RAPR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPR.
           05  RAPR-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02).
           05  RAPR-ANNEE             PIC 9(04).
           05  RAPR-SEP-TRIM          PIC X(01).
           05  RAPR-TRIMESTRE         PIC 9(01).
           05  FILLER                 PIC X(02).
           05  RAPR-DATE-ECHEANCE     PIC X(08).
           05  FILLER                 PIC X(02).
           05  RAPR-STATUT            PIC X(48).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B44 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00ALIC-STATUS   PIC X(02).
           88     OK-FB00ALIC       VALUE '00'.
           88     EOF-FB00ALIC      VALUE '10'.
       01  FS-FB00ALIH-STATUS   PIC X(02).
           88     OK-FB00ALIH       VALUE '00'.
           88     ABSENT-FB00ALIH   VALUE '23'.
       01  FS-FB00ALFP-STATUS   PIC X(02).
           88     OK-FB00ALFP       VALUE '00'.
       01  FS-FB00EDID-STATUS   PIC X(02).
           88     OK-FB00EDID       VALUE '00'.
       01  FS-FB00ALIR-STATUS   PIC X(02).
           88     OK-FB00ALIR       VALUE '00'.
       01  FS-FB00RAPR-STATUS   PIC X(02).
           88     OK-FB00RAPR       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-ALIC       PIC X(01) VALUE 'N'.
           88     FIN-ALIC           VALUE 'O'.
      *================================================================*
      *   DESSINS DES FLOTTES A ALIMENTS ET MODULE DE CALENDRIER       *
      *================================================================*
       COPY FB00ALIF.
       COPY FB00CALA.
      *================================================================*
      *   DERNIER TRIMESTRE ECHU ET SES ECHEANCES                      *
      *================================================================*
       01  WS-DEBUTS-TRIM-VAL    PIC X(16) VALUE '0101040107011001'.
       01  WS-DEBUTS-TRIM REDEFINES WS-DEBUTS-TRIM-VAL.
           05  WS-DEBUT-MMJJ      PIC X(04) OCCURS 4 TIMES.
       01  WS-FINS-TRIM-VAL      PIC X(16) VALUE '0331063009301231'.
       01  WS-FINS-TRIM REDEFINES WS-FINS-TRIM-VAL.
           05  WS-FIN-MMJJ        PIC X(04) OCCURS 4 TIMES.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-DATE-TRAIT-R REDEFINES WS-DATE-TRAITEMENT.
           05  WS-DTR-SSAA        PIC 9(04).
           05  WS-DTR-MM          PIC 9(02).
           05  WS-DTR-JJ          PIC 9(02).
       01  WS-PERIODE-ECHUE.
           05  WS-ANNEE-ECHUE     PIC 9(04).
           05  WS-TRIM-ECHU       PIC 9(01).
       01  WS-PERIODE-PREC.
           05  WS-ANNEE-PREC      PIC 9(04).
           05  WS-TRIM-PREC       PIC 9(01).
       01  WS-DATE-DEBUT-TRIM.
           05  WS-DDT-SSAA        PIC 9(04).
           05  WS-DDT-MMJJ        PIC X(04).
       01  WS-DATE-FIN-TRIM.
           05  WS-DFT-SSAA        PIC 9(04).
           05  WS-DFT-MMJJ        PIC X(04).
       01  WS-DATE-ECHEANCE      PIC X(08) VALUE SPACES.
       01  WS-DATE-PENALITE      PIC X(08) VALUE SPACES.
       01  WS-DELAI-DECL         PIC 9(03) VALUE ZERO.
       01  WS-DELAI-PENALITE     PIC 9(03) VALUE ZERO.
       01  WS-TAUX-MAJO          PIC 9(02) VALUE ZERO.
      *================================================================*
      *   PENALITE                                                     *
      *================================================================*
       01  WS-PRIME-BASE         PIC 9(07)V99 VALUE ZERO.
       01  WS-MONTANT-PENALITE   PIC 9(07)V99 VALUE ZERO.
       01  WS-REFERENCE-FACT.
           05  FILLER             PIC X(02) VALUE 'PN'.
           05  WS-REF-ANNEE       PIC 9(04).
           05  FILLER             PIC X(01) VALUE 'T'.
           05  WS-REF-TRIM        PIC 9(01).
       01  WS-IND-ALIH-EXISTE    PIC X(01) VALUE 'N'.
           88     ALIH-EXISTE        VALUE 'O'.
      *================================================================*
      *   LIGNE DE DOCUMENT ET ZONES D'EDITION                         *
      *================================================================*
       01  WS-LIGNE-DOC          PIC X(78) VALUE SPACES.
       01  WS-RANG-DOC           PIC 9(04) VALUE ZERO.
       01  WS-EDIT-DATE-FIN      PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-ECHEANCE PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-PENALITE PIC X(10) VALUE SPACES.
       01  WS-EDIT-MONTANT       PIC ZZZZZZ9,99.
       01  WS-EDIT-TAUX          PIC Z9.
       01  WS-DATE-A-EDITER      PIC X(08) VALUE SPACES.
       01  WS-DATE-EDITEE        PIC X(10) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-CONTRATS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-HORS-MODE      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DECLAREES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EN-DELAI       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RELANCES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PENALITES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EN-ATTENTE     PIC 9(07) COMP VALUE ZERO.
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
      *   LE DERNIER TRIMESTRE ECHU EST CELUI QUI PRECEDE LE           *
      *   TRIMESTRE DE LA DATE DE TRAITEMENT                           *
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT  FB00ALIC
           OPEN I-O    FB00ALIH
           OPEN OUTPUT FB00ALFP
           OPEN OUTPUT FB00EDID
           OPEN OUTPUT FB00ALIR
           OPEN OUTPUT FB00RAPR.
           IF NOT OK-FB00ALIC OR NOT OK-FB00ALIH
              OR NOT OK-FB00ALFP OR NOT OK-FB00EDID
              OR NOT OK-FB00ALIR OR NOT OK-FB00RAPR
              DISPLAY 'FB00B44 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           COMPUTE WS-TRIM-ECHU = (WS-DTR-MM - 1) / 3.
           MOVE WS-DTR-SSAA          TO WS-ANNEE-ECHUE.
           IF WS-TRIM-ECHU = ZERO
              SUBTRACT 1             FROM WS-ANNEE-ECHUE
              MOVE 4                 TO WS-TRIM-ECHU
           END-IF.
           MOVE WS-ANNEE-ECHUE       TO WS-ANNEE-PREC.
           IF WS-TRIM-ECHU = 1
              SUBTRACT 1             FROM WS-ANNEE-PREC
              MOVE 4                 TO WS-TRIM-PREC
           ELSE
              COMPUTE WS-TRIM-PREC = WS-TRIM-ECHU - 1
           END-IF.
           MOVE WS-ANNEE-ECHUE               TO WS-DDT-SSAA
                                                WS-DFT-SSAA.
           MOVE WS-DEBUT-MMJJ(WS-TRIM-ECHU)  TO WS-DDT-MMJJ.
           MOVE WS-FIN-MMJJ(WS-TRIM-ECHU)    TO WS-DFT-MMJJ.
           MOVE WS-DATE-FIN-TRIM     TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE       TO WS-EDIT-DATE-FIN.
           PERFORM 21000-LIRE-ALIC
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-SUIVRE-CONTRAT
              THRU F20100-SUIVRE-CONTRAT
              UNTIL FIN-ALIC
           .
      ******************************************************************
       20100-SUIVRE-CONTRAT.
      *---------------------
           ADD 1 TO WS-CPT-CONTRATS.
           IF WS-DATE-FIN-TRIM < ALIC-DATE-DEBUT
              OR (ALIC-DATE-FIN NOT = SPACES
                  AND WS-DATE-DEBUT-TRIM > ALIC-DATE-FIN)
              ADD 1 TO WS-CPT-HORS-MODE
              PERFORM 21000-LIRE-ALIC
              GO TO F20100-SUIVRE-CONTRAT
           END-IF.
           PERFORM 22000-CALCULER-ECHEANCES.
           MOVE 'N'                  TO WS-IND-ALIH-EXISTE.
           MOVE ALIC-NUMCONT         TO ALIHK-CLE (1:12).
           MOVE WS-PERIODE-ECHUE     TO ALIHK-CLE (13:5).
           READ FB00ALIH INTO WSS-ALIH-ENR.
           EVALUATE TRUE
              WHEN OK-FB00ALIH
                 MOVE 'O'            TO WS-IND-ALIH-EXISTE
              WHEN ABSENT-FB00ALIH
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'FB00B44 : ERREUR LECTURE FB00ALIH - STATUS '
                          FS-FB00ALIH-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-EVALUATE.
           EVALUATE TRUE
              WHEN ALIH-EXISTE AND ALIH-INTEGREE
                 ADD 1 TO WS-CPT-DECLAREES
              WHEN WS-DATE-TRAITEMENT NOT > WS-DATE-ECHEANCE
                 ADD 1 TO WS-CPT-EN-DELAI
              WHEN NOT ALIH-EXISTE
                 PERFORM 23000-RELANCER
              WHEN ALIH-DATE-PENALITE = SPACES
               AND WS-DATE-TRAITEMENT > WS-DATE-PENALITE
                 PERFORM 24000-PENALISER
              WHEN OTHER
                 ADD 1 TO WS-CPT-EN-ATTENTE
                 MOVE SPACES         TO RAPR-STATUT
                 IF ALIH-DATE-PENALITE = SPACES
                    STRING 'RELANCEE LE ' ALIH-DATE-RELANCE
                           ' - PENALITE APRES LE ' WS-DATE-PENALITE
                           DELIMITED BY SIZE INTO RAPR-STATUT
                 ELSE
                    STRING 'PENALISEE LE ' ALIH-DATE-PENALITE
                           ' - DECLARATION TOUJOURS ATTENDUE'
                           DELIMITED BY SIZE INTO RAPR-STATUT
                 END-IF
                 PERFORM 26000-ECRIRE-RAPR
           END-EVALUATE.
           PERFORM 21000-LIRE-ALIC
           .
       F20100-SUIVRE-CONTRAT.
      *----------------------
           EXIT
           .
      ******************************************************************
      *   ECHEANCE = FIN DU TRIMESTRE + DELAI DE DECLARATION ;         *
      *   PENALITE AU-DELA DE L'ECHEANCE + DELAI DE PENALITE           *
      ******************************************************************
       22000-CALCULER-ECHEANCES.
      *-------------------------
           IF ALIC-DELAI-DECL NUMERIC AND ALIC-DELAI-DECL > ZERO
              MOVE ALIC-DELAI-DECL     TO WS-DELAI-DECL
           ELSE
              MOVE 30                  TO WS-DELAI-DECL
           END-IF.
           IF ALIC-DELAI-PENALITE NUMERIC
              AND ALIC-DELAI-PENALITE > ZERO
              MOVE ALIC-DELAI-PENALITE TO WS-DELAI-PENALITE
           ELSE
              MOVE 15                  TO WS-DELAI-PENALITE
           END-IF.
           IF ALIC-TAUX-MAJO NUMERIC AND ALIC-TAUX-MAJO > ZERO
              MOVE ALIC-TAUX-MAJO      TO WS-TAUX-MAJO
           ELSE
              MOVE 10                  TO WS-TAUX-MAJO
           END-IF.
           SET CALA-FONC-AJOUT-CAL     TO TRUE.
           MOVE WS-DATE-FIN-TRIM       TO CALA-DATE-1.
           MOVE WS-DELAI-DECL          TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              DISPLAY 'FB00B44 : ERREUR FB00SV01 - CODE '
                       CALA-CODE-RETOUR
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE CALA-DATE-RESULTAT     TO WS-DATE-ECHEANCE.
           MOVE WS-DATE-ECHEANCE       TO CALA-DATE-1.
           MOVE WS-DELAI-PENALITE      TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              DISPLAY 'FB00B44 : ERREUR FB00SV01 - CODE '
                       CALA-CODE-RETOUR
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE CALA-DATE-RESULTAT     TO WS-DATE-PENALITE.
           MOVE WS-DATE-ECHEANCE       TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE         TO WS-EDIT-DATE-ECHEANCE.
           MOVE WS-DATE-PENALITE       TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE         TO WS-EDIT-DATE-PENALITE
           .
      ******************************************************************
      *   ECHEANCE DEPASSEE SANS DECLARATION : ETAT 'M' ET RELANCE     *
      ******************************************************************
       23000-RELANCER.
      *---------------
           MOVE SPACES                 TO WSS-ALIH-ENR.
           MOVE ALIC-NUMCONT           TO ALIH-NUMCONT.
           MOVE WS-PERIODE-ECHUE       TO ALIH-PERIODE.
           SET ALIH-MANQUANTE          TO TRUE.
           MOVE ZERO                   TO ALIH-NB-TOTAL
                                          ALIH-PRIME-TRIM
                                          ALIH-MONTANT-PENALITE.
           MOVE 1                      TO WS-RANG-DOC.
           PERFORM 23100-RAZ-CELLULE 12 TIMES.
           MOVE WS-DATE-TRAITEMENT     TO ALIH-DATE-RELANCE.
           WRITE ENRG-FB00ALIH FROM WSS-ALIH-ENR.
           IF NOT OK-FB00ALIH
              DISPLAY 'FB00B44 : ERREUR ECRITURE FB00ALIH - STATUS '
                       FS-FB00ALIH-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE 1                      TO WS-RANG-DOC.
           PERFORM 25100-EDITER-RELANCE.
           ADD 1                       TO WS-CPT-RELANCES.
           MOVE SPACES                 TO RAPR-STATUT.
           STRING 'RELANCE EMISE - PENALITE APRES LE '
                  WS-DATE-PENALITE
                  DELIMITED BY SIZE INTO RAPR-STATUT.
           PERFORM 26000-ECRIRE-RAPR
           .
      ******************************************************************
       23100-RAZ-CELLULE.
      *------------------
           MOVE ZERO TO ALIH-NB-CELLULE(WS-RANG-DOC).
           ADD 1     TO WS-RANG-DOC
           .
      ******************************************************************
      *   DELAI DE PENALITE ECOULE : MAJORATION SUR LA DERNIERE PRIME  *
      *   TRIMESTRIELLE INTEGREE, A DEFAUT SUR LA PROVISION            *
      ******************************************************************
       24000-PENALISER.
      *----------------
           MOVE ALIC-NUMCONT           TO ALIHK-CLE (1:12).
           MOVE WS-PERIODE-PREC        TO ALIHK-CLE (13:5).
           READ FB00ALIH INTO WSS-ALIH-ENR.
           IF OK-FB00ALIH AND ALIH-INTEGREE
              MOVE ALIH-PRIME-TRIM     TO WS-PRIME-BASE
           ELSE
              IF ALIC-PRIME-PROVISION NUMERIC
                 MOVE ALIC-PRIME-PROVISION TO WS-PRIME-BASE
              ELSE
                 MOVE ZERO             TO WS-PRIME-BASE
              END-IF
           END-IF.
           COMPUTE WS-MONTANT-PENALITE ROUNDED =
                   WS-PRIME-BASE * WS-TAUX-MAJO / 100.
           MOVE ALIC-NUMCONT           TO ALIHK-CLE (1:12).
           MOVE WS-PERIODE-ECHUE       TO ALIHK-CLE (13:5).
           READ FB00ALIH INTO WSS-ALIH-ENR.
           IF NOT OK-FB00ALIH
              DISPLAY 'FB00B44 : ERREUR LECTURE FB00ALIH - STATUS '
                       FS-FB00ALIH-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE WS-DATE-TRAITEMENT     TO ALIH-DATE-PENALITE.
           MOVE WS-MONTANT-PENALITE    TO ALIH-MONTANT-PENALITE.
           REWRITE ENRG-FB00ALIH FROM WSS-ALIH-ENR.
           IF NOT OK-FB00ALIH
              DISPLAY 'FB00B44 : ERREUR REWRITE FB00ALIH - STATUS '
                       FS-FB00ALIH-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           IF WS-MONTANT-PENALITE > ZERO
              PERFORM 24100-ECRIRE-PENALITE
           END-IF.
           MOVE 2                      TO WS-RANG-DOC.
           PERFORM 25200-EDITER-PENALITE.
           ADD 1                       TO WS-CPT-PENALITES.
           MOVE WS-MONTANT-PENALITE    TO WS-EDIT-MONTANT.
           MOVE SPACES                 TO RAPR-STATUT.
           STRING 'PENALITE EMISE : ' WS-EDIT-MONTANT ' EUR'
                  DELIMITED BY SIZE INTO RAPR-STATUT.
           PERFORM 26000-ECRIRE-RAPR
           .
      ******************************************************************
      *   MAJORATION AU DESSIN FB00FACT : LA REFERENCE PORTE LA DATE   *
      *   DU TRAITEMENT ET 'PN' + PERIODE A LA PLACE DE L'HEURE        *
      ******************************************************************
       24100-ECRIRE-PENALITE.
      *----------------------
           MOVE SPACES                 TO ENRG-FB00ALFP.
           MOVE WS-ANNEE-ECHUE         TO WS-REF-ANNEE.
           MOVE WS-TRIM-ECHU           TO WS-REF-TRIM.
           MOVE ALIC-NUMCONT           TO FACT-NUMCONT.
           MOVE WS-DATE-TRAITEMENT     TO FACT-JOUR-SIGN.
           MOVE WS-REFERENCE-FACT      TO FACT-HEURE-SIGN.
           MOVE 'C'                    TO FACT-SENS.
           MOVE WS-MONTANT-PENALITE    TO FACT-MONTANT.
           MOVE ZERO                   TO FACT-IMPACT-ANNUEL
                                          FACT-NB-JOURS
                                          FACT-JOURS-ANNEE.
           MOVE WS-DATE-DEBUT-TRIM     TO FACT-DATE-EFFET.
           MOVE WS-DATE-FIN-TRIM       TO FACT-DATE-ECHEANCE.
           MOVE WS-DATE-TRAITEMENT     TO FACT-DATE-EMISSION.
           MOVE 'FB00B44'              TO FACT-RACF.
           WRITE ENRG-FB00ALFP
           .
      ******************************************************************
       25100-EDITER-RELANCE.
      *---------------------
           MOVE 'EN'               TO EDIC-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'DECLARATION TRIMESTRIELLE DU CONTRAT ' ALIC-NUMCONT
                  ' - RELANCE DU ' WS-DATE-TRAITEMENT
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DT'               TO EDIC-TYPE-LIGNE.
           MOVE 'A L''ATTENTION DU GESTIONNAIRE DE FLOTTE'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'NOUS N''AVONS PAS RECU LA DECLARATION DE VOTRE '
                  'FLOTTE ARRETEE AU ' WS-EDIT-DATE-FIN '.'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'ELLE ETAIT ATTENDUE AU PLUS TARD LE '
                  WS-EDIT-DATE-ECHEANCE '.'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE WS-TAUX-MAJO       TO WS-EDIT-TAUX.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'SANS DECLARATION APRES LE ' WS-EDIT-DATE-PENALITE
                  ', UNE MAJORATION DE ' WS-EDIT-TAUX ' %'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DE LA PRIME TRIMESTRIELLE SERA APPLIQUEE A VOTRE '
                                   TO WS-LIGNE-DOC.
           MOVE 'CONTRAT.'         TO WS-LIGNE-DOC (51:8).
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'PD'               TO EDIC-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'EDITE LE ' WS-DATE-TRAITEMENT
                  ' - SI VOTRE DECLARATION NOUS EST PARVENUE, NE'
                  ' PAS TENIR COMPTE'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
       25200-EDITER-PENALITE.
      *----------------------
           MOVE WS-MONTANT-PENALITE TO WS-EDIT-MONTANT.
           MOVE WS-TAUX-MAJO       TO WS-EDIT-TAUX.
           MOVE 'EN'               TO EDIC-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'DECLARATION TRIMESTRIELLE DU CONTRAT ' ALIC-NUMCONT
                  ' - PENALITE DU ' WS-DATE-TRAITEMENT
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DT'               TO EDIC-TYPE-LIGNE.
           MOVE 'A L''ATTENTION DU GESTIONNAIRE DE FLOTTE'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE ALIH-DATE-RELANCE  TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'MALGRE NOTRE RELANCE DU ' WS-DATE-EDITEE
                  ', LA DECLARATION DE VOTRE FLOTTE'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'ARRETEE AU ' WS-EDIT-DATE-FIN
                  ' NE NOUS EST PAS PARVENUE.'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'UNE MAJORATION DE RETARD DE ' WS-EDIT-TAUX
                  ' %, SOIT ' WS-EDIT-MONTANT ' EUR, VOUS SERA'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'FACTUREE. LA DECLARATION RESTE DUE.'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'PD'               TO EDIC-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'EDITE LE ' WS-DATE-TRAITEMENT
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
       26000-ECRIRE-RAPR.
      *------------------
           MOVE ALIC-NUMCONT           TO RAPR-NUMCONT.
           MOVE WS-ANNEE-ECHUE         TO RAPR-ANNEE.
           MOVE 'T'                    TO RAPR-SEP-TRIM.
           MOVE WS-TRIM-ECHU           TO RAPR-TRIMESTRE.
           MOVE WS-DATE-ECHEANCE       TO RAPR-DATE-ECHEANCE.
           WRITE ENRG-FB00RAPR
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
      *   CHAQUE LIGNE PART SUR LE FLUX CIC ET SUR LA COPIE D'ARCHIVE *
      *   GED AVEC LA REFERENCE DU DOCUMENT (TYPE 'DA')               *
      ******************************************************************
       29000-ECRIRE-LIGNE-DOC.
      *------------------------
           MOVE WS-LIGNE-DOC       TO EDIC-TEXTE.
           WRITE ENRG-FB00EDID.
           MOVE ALIC-NUMCONT       TO RELA-NUMCONT.
           MOVE WS-RANG-DOC        TO RELA-RANG.
           MOVE WS-DATE-TRAITEMENT TO RELA-DATE-EDITION.
           MOVE 'DA'               TO RELA-TYPE-DOC.
           MOVE EDIC-TYPE-LIGNE    TO RELA-TYPE-LIGNE.
           MOVE WS-LIGNE-DOC       TO RELA-TEXTE.
           WRITE ENRG-FB00ALIR
           .
      ******************************************************************
       21000-LIRE-ALIC.
      *----------------
           IF NOT FIN-ALIC
              READ FB00ALIC INTO WSS-ALIC-ENR
                 AT END
                    SET FIN-ALIC TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00ALIC FB00ALIH FB00ALFP FB00EDID FB00ALIR FB00RAPR.
           DISPLAY 'FB00B44 : CONTRATS A ALIMENTS    = '
                    WS-CPT-CONTRATS.
           DISPLAY 'FB00B44 : HORS MODE AU TRIMESTRE = '
                    WS-CPT-HORS-MODE.
           DISPLAY 'FB00B44 : DECLARATIONS INTEGREES = '
                    WS-CPT-DECLAREES.
           DISPLAY 'FB00B44 : DANS LE DELAI          = '
                    WS-CPT-EN-DELAI.
           DISPLAY 'FB00B44 : RELANCES EMISES        = '
                    WS-CPT-RELANCES.
           DISPLAY 'FB00B44 : PENALITES EMISES       = '
                    WS-CPT-PENALITES.
           DISPLAY 'FB00B44 : DECLARATIONS ATTENDUES = '
                    WS-CPT-EN-ATTENTE.
           IF WS-CPT-PENALITES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B44 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
