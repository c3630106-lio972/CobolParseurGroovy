       ID DIVISION.
       PROGRAM-ID. FB00B56.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH TRIMESTRIEL D'EXTRACTION ACTUARIELLE
      *           (EXPOSITION ACQUISE ET TRIANGLE DE SINISTRES). LES
      *           STATISTIQUES MENSUELLES (FB00B17) ET LA DECLARATION
      *           TRIMESTRIELLE (FB00B28) COMPTENT LES VEHICULES EN
      *           COURS A UNE DATE ; LES ACTUAIRES ONT BESOIN DES
      *           JOURS-VEHICULES REELLEMENT COUVERTS DANS LA PERIODE
      *           ET DU DEVELOPPEMENT DES SINISTRES.
      *           PERIODE : CARTE FB00PARM (DATE DE DEBUT, DATE DE FIN,
      *           FREQUENCE DES POINTS DE CONTROLE), PAR DEFAUT LE
      *           TRIMESTRE CIVIL ECHU.
      *           1) EXPOSITION : L'EXTRAIT VEHICULE FB04EXPX (PREPARE
      *              PAR LE JCL COMME FB04STAX, MAIS UNE LIGNE PAR
      *              ELEMENT VEHICULE DE LA COMPOSITION, SORTIS
      *              COMPRIS, AVEC LES DATES D'ENTREE ET DE SORTIE DES
      *              ACTIONS FB01 HISTORISEES DANS FB00HIST ; TRIE PAR
      *              CONTRAT) DONNE POUR CHAQUE VEHICULE LES JOURS
      *              COUVERTS DANS LA PERIODE (ENTREE INCLUSE, SORTIE
      *              EXCLUE, MODULE DE CALENDRIER FB00SV01). UNE LIGNE
      *              PAR VEHICULE EXPOSE EST ECRITE SUR FB00EXPO AVEC
      *              LES AXES FAMILLE, ENERGIE, ZONE TARIFAIRE ET
      *              TRANCHE DE CRM (TRANCHES DE FB00B17) ET
      *              L'EXPOSITION EN ANNEES-VEHICULES (JOURS / 365).
      *              POINT DE CONTROLE ET REPRISE SUR FB00CHKP, MEME
      *              TECHNIQUE QUE FB04B04 (RUPTURE DE CONTRAT).
      *           2) TRIANGLE : LES CASES SINISTRES FB03 (FB03SINX,
      *              DESSIN DE FB03B02 ; UNE CASE = UN SINISTRE)
      *              DONNENT, A LA DATE DE FIN DE PERIODE, LE NOMBRE
      *              ET LE MONTANT PAR ANNEE DE SURVENANCE. LA FENETRE
      *              FB03 NE GARDANT QUE 36 MOIS, SEULES LES TROIS
      *              DERNIERES ANNEES DE SURVENANCE SONT REEVALUEES
      *              (DIAGONALE COURANTE) ; LES DIAGONALES ANTERIEURES
      *              SONT CONSERVEES DANS L'ETAT MACHINE FB00TRIH,
      *              REGENERE EN FB00TRIN (MEME TECHNIQUE QUE FB00B17),
      *              QUI CUMULE AUSSI L'EXPOSITION PAR ANNEE CIVILE.
      *              LE TRIANGLE DE FREQUENCE FB00TRIA (SURVENANCE X
      *              DEVELOPPEMENT, NOMBRE, MONTANT, EXPOSITION ET
      *              FREQUENCE POUR MILLE) EST REECRIT EN ENTIER.
      *           FB00EXPO ET FB00TRIA SONT AU FORMAT FIXE SANS
      *           SEPARATEUR (ZONES NUMERIQUES NON SIGNEES, VIRGULE
      *           IMPLICITE) POUR LE CHARGEMENT DES OUTILS ACTUARIELS.
      *           CODE RETOUR 4 SI UN VEHICULE EST REJETE OU SI LA
      *           PERIODE ETAIT DEJA INTEGREE A L'ETAT MACHINE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51190 CREATION.
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
      *--- CARTE PARAMETRE FACULTATIVE : PERIODE + FREQUENCE DES
      *--- POINTS DE CONTROLE
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- POINT DE CONTROLE : DERNIER CONTRAT SOLDE ET COMPTEURS -
      *--- RELU EN RELANCE APRES INCIDENT, REECRIT TOUS LES N
      *--- CONTRATS, SOLDE PAR UN TEMOIN 'FIN' EN FIN NORMALE
           SELECT  FB00CHKP   ASSIGN  FB00CHKP
                               FILE STATUS IS  FS-FB00CHKP-STATUS.
      *--- VEHICULES DE LA COMPOSITION AVEC DATES, TRIES PAR CONTRAT
           SELECT  FB04EXPX   ASSIGN  FB04EXPX
                               FILE STATUS IS  FS-FB04EXPX-STATUS.
      *--- EXPOSITION PAR VEHICULE
           SELECT  FB00EXPO   ASSIGN  FB00EXPO
                               FILE STATUS IS  FS-FB00EXPO-STATUS.
      *--- ANTECEDENTS SINISTRES PAR CONDUCTEUR (6 CASES)
           SELECT  FB03SINX   ASSIGN  FB03SINX
                               FILE STATUS IS  FS-FB03SINX-STATUS.
      *--- ETAT MACHINE DU TRIANGLE DU TRIMESTRE PRECEDENT
           SELECT  FB00TRIH   ASSIGN  FB00TRIH
                               FILE STATUS IS  FS-FB00TRIH-STATUS.
      *--- ETAT MACHINE REGENERE (DEVIENT FB00TRIH AU PAS SUIVANT)
           SELECT  FB00TRIN   ASSIGN  FB00TRIN
                               FILE STATUS IS  FS-FB00TRIN-STATUS.
      *--- TRIANGLE DE FREQUENCE POUR LES OUTILS ACTUARIELS
           SELECT  FB00TRIA   ASSIGN  FB00TRIA
                               FILE STATUS IS  FS-FB00TRIA-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-DATE-DEBUT        PIC X(08).
           05  FILLER                 PIC X(01).
           05  PARM-DATE-FIN          PIC X(08).
           05  FILLER                 PIC X(01).
           05  PARM-FREQ-CHKP         PIC 9(05).
           05  FILLER                 PIC X(57).
      *
       FD  FB00CHKP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CHKP.
           05  CHKP-TEMOIN            PIC X(03).
               88  CHKP-FIN-NORMALE       VALUE 'FIN'.
               88  CHKP-EN-COURS          VALUE 'CRS'.
           05  FILLER                 PIC X(01).
           05  CHKP-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(01).
           05  CHKP-DATE-FIN          PIC X(08).
           05  FILLER                 PIC X(01).
           05  CHKP-CPT-EXPO          PIC 9(07).
           05  FILLER                 PIC X(01).
           05  CHKP-CPT-REJETS        PIC 9(07).
           05  FILLER                 PIC X(01).
           05  CHKP-CUMUL-JOURS       PIC 9(11).
           05  FILLER                 PIC X(27).
      *
       FD  FB04EXPX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04EXPX.
           05  EXPX-NUMCONT           PIC X(12).
           05  EXPX-IDENT             PIC X(30).
           05  EXPX-FAMILLE           PIC X(03).
           05  EXPX-ENERGIE           PIC X(04).
           05  EXPX-ZONE              PIC X(02).
           05  EXPX-CRM               PIC 9(03).
           05  EXPX-DATENT            PIC X(08).
           05  EXPX-DATSOR            PIC X(08).
           05  FILLER                 PIC X(30).
      *
       FD  FB00EXPO
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00EXPO.
           05  EXPO-DATE-DEBUT        PIC X(08).
           05  EXPO-DATE-FIN          PIC X(08).
           05  EXPO-NUMCONT           PIC X(12).
           05  EXPO-IDENT             PIC X(30).
           05  EXPO-FAMILLE           PIC X(03).
           05  EXPO-ENERGIE           PIC X(04).
           05  EXPO-ZONE              PIC X(02).
           05  EXPO-TRANCHE-CRM       PIC X(04).
           05  EXPO-NB-JOURS          PIC 9(03).
           05  EXPO-ANNEES-VEH        PIC 9(01)V9(06).
           05  FILLER                 PIC X(19).
      *
       FD  FB03SINX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB03SINX.
           05  SINX-NUMCONT           PIC X(12).
           05  SINX-RANG              PIC 9(04).
           05  SINX-ANNIV-MMJJ        PIC X(04).
           05  SINX-NB-SINISTRES      PIC 9(02).
           05  SINX-CASES.
               10  SINX-CASE          OCCURS 6 TIMES.
                   15  SINX-NATURE    PIC X(02).
                   15  SINX-DATE-SIN  PIC X(08).
                   15  SINX-SIPMNT    PIC 9(07).
                   15  SINX-SIPRESP   PIC 9(03).
           05  FILLER                 PIC X(18).
      *
       FD  FB00TRIH
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00TRIH              PIC X(80).
      *
       FD  FB00TRIN
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00TRIN              PIC X(80).
      *
       FD  FB00TRIA
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00TRIA.
           05  TRIA-AN-SURV           PIC 9(04).
           05  TRIA-AN-DEV            PIC 9(02).
           05  TRIA-NB-SIN            PIC 9(07).
           05  TRIA-MT-SIN            PIC 9(13).
           05  TRIA-ANNEES-VEH        PIC 9(09)V99.
           05  TRIA-FREQ-MILLE        PIC 9(05)V99.
           05  TRIA-DATE-VALO         PIC X(08).
           05  FILLER                 PIC X(28).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B56 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00CHKP-STATUS   PIC X(02).
           88     OK-FB00CHKP       VALUE '00'.
       01  FS-FB04EXPX-STATUS   PIC X(02).
           88     OK-FB04EXPX       VALUE '00'.
       01  FS-FB00EXPO-STATUS   PIC X(02).
           88     OK-FB00EXPO       VALUE '00'.
       01  FS-FB03SINX-STATUS   PIC X(02).
           88     OK-FB03SINX       VALUE '00'.
       01  FS-FB00TRIH-STATUS   PIC X(02).
           88     OK-FB00TRIH       VALUE '00'.
       01  FS-FB00TRIN-STATUS   PIC X(02).
           88     OK-FB00TRIN       VALUE '00'.
       01  FS-FB00TRIA-STATUS   PIC X(02).
           88     OK-FB00TRIA       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-EXPX       PIC X(01) VALUE 'N'.
           88     FIN-EXPX           VALUE 'O'.
       01  WS-IND-FIN-SINX       PIC X(01) VALUE 'N'.
           88     FIN-SINX           VALUE 'O'.
       01  WS-IND-FIN-TRIH       PIC X(01) VALUE 'N'.
           88     FIN-TRIH           VALUE 'O'.
      *================================================================*
      *   POINT DE CONTROLE ET REPRISE                                 *
      *================================================================*
       01  WS-IND-REPRISE        PIC X(01) VALUE 'N'.
           88     MODE-REPRISE       VALUE 'O'.
       01  WS-NUMCONT-REPRISE    PIC X(12) VALUE SPACES.
       01  WS-FREQ-CHKP          PIC 9(05) VALUE 01000.
       01  WS-CPT-DEPUIS-CHKP    PIC 9(05) COMP VALUE ZERO.
       01  WS-CPT-SAUTES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CTRL-TOTAL     PIC 9(07) COMP VALUE ZERO.
      *================================================================*
      *   PERIODE D'EXPOSITION                                         *
      *================================================================*
       01  WS-DATE-TRAITEMENT.
           05  WS-DT-SSAA        PIC 9(04).
           05  WS-DT-MM          PIC 9(02).
           05  WS-DT-JJ          PIC 9(02).
       01  WS-DATE-DEBUT.
           05  WS-DD-SSAA        PIC 9(04).
           05  WS-DD-MM          PIC 9(02).
           05  WS-DD-JJ          PIC 9(02).
       01  WS-DATE-FIN.
           05  WS-DF-SSAA        PIC 9(04).
           05  WS-DF-MM          PIC 9(02).
           05  WS-DF-JJ          PIC 9(02).
      *    LENDEMAIN DE LA FIN DE PERIODE : BORNE EXCLUE DU DECOMPTE
       01  WS-DATE-FIN-EXCLUE    PIC X(08) VALUE SPACES.
       01  WS-MOIS-TRIMESTRE     PIC 9(02) VALUE ZERO.
      *================================================================*
      *   EXPOSITION DU VEHICULE EN COURS                              *
      *================================================================*
       COPY FB00CALA.
       01  WS-NUMCONT-RUPTURE    PIC X(12) VALUE SPACES.
       01  WS-DEBUT-EXPO         PIC X(08) VALUE SPACES.
       01  WS-FIN-EXPO           PIC X(08) VALUE SPACES.
       01  WS-NB-JOURS           PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-TRANCHE-CRM        PIC X(04) VALUE SPACES.
      *================================================================*
      *   ETAT MACHINE DU TRIANGLE (FB00TRIH / FB00TRIN) :             *
      *   'P' DERNIERE PERIODE INTEGREE, 'E' EXPOSITION PAR ANNEE      *
      *   CIVILE, 'C' CELLULE SURVENANCE X DEVELOPPEMENT               *
      *================================================================*
       01  WS-ENRG-TRIS.
           05  TRIS-TYPE         PIC X(01).
               88  TRIS-PERIODE      VALUE 'P'.
               88  TRIS-EXPOSITION   VALUE 'E'.
               88  TRIS-CELLULE      VALUE 'C'.
           05  TRIS-DONNEES      PIC X(79).
       01  WS-TRIS-PERIODE REDEFINES WS-ENRG-TRIS.
           05  FILLER            PIC X(01).
           05  TRIS-DATE-FIN     PIC X(08).
           05  FILLER            PIC X(71).
       01  WS-TRIS-EXPOSITION REDEFINES WS-ENRG-TRIS.
           05  FILLER            PIC X(01).
           05  TRIS-EX-ANNEE     PIC 9(04).
           05  TRIS-EX-JOURS     PIC 9(11).
           05  FILLER            PIC X(64).
       01  WS-TRIS-CELLULE REDEFINES WS-ENRG-TRIS.
           05  FILLER            PIC X(01).
           05  TRIS-CE-AN-SURV   PIC 9(04).
           05  TRIS-CE-AN-DEV    PIC 9(02).
           05  TRIS-CE-NB-SIN    PIC 9(07).
           05  TRIS-CE-MT-SIN    PIC 9(13).
           05  FILLER            PIC X(53).
       01  WS-DERNIERE-PERIODE   PIC X(08) VALUE LOW-VALUE.
       01  WS-NB-EXA             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-EXA.
           05  WS-EXA             OCCURS 60 TIMES
                                  INDEXED BY IX-EXA.
               10  WS-EXA-ANNEE   PIC 9(04).
               10  WS-EXA-JOURS   PIC 9(11).
       01  WS-NB-CEL             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-CEL.
           05  WS-CEL             OCCURS 900 TIMES
                                  INDEXED BY IX-CEL.
               10  WS-CEL-AN-SURV PIC 9(04).
               10  WS-CEL-AN-DEV  PIC 9(02).
               10  WS-CEL-NB-SIN  PIC 9(07).
               10  WS-CEL-MT-SIN  PIC 9(13).
      *================================================================*
      *   DIAGONALE COURANTE : LES TROIS DERNIERES ANNEES DE           *
      *   SURVENANCE (FENETRE FB03 DE 36 MOIS)                         *
      *================================================================*
       01  WS-AN-VALO            PIC 9(04) VALUE ZERO.
       01  WS-AN-VALO-MOINS-2    PIC 9(04) VALUE ZERO.
       01  WS-TABLE-DIAG.
           05  WS-DIAG            OCCURS 3 TIMES.
               10  WS-DIAG-NB-SIN PIC 9(07).
               10  WS-DIAG-MT-SIN PIC 9(13).
       01  WS-IND-DIAG           PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-CASE           PIC S9(4) COMP VALUE ZERO.
       01  WS-DATE-SIN.
           05  WS-DS-SSAA        PIC 9(04).
           05  WS-DS-MMJJ        PIC X(04).
      *================================================================*
      *   EDITION DU TRIANGLE                                          *
      *================================================================*
       01  WS-AN-SURV-MIN        PIC 9(04) VALUE ZERO.
       01  WS-AN-SURV-MAX        PIC 9(04) VALUE ZERO.
       01  WS-AN-SURV-ED         PIC 9(04) VALUE ZERO.
       01  WS-AN-DEV-ED          PIC 9(02) VALUE ZERO.
       01  WS-AN-DEV-MAX         PIC 9(02) VALUE ZERO.
       01  WS-ANNEES-VEH         PIC 9(09)V99 VALUE ZERO.
      *================================================================*
      *   COMPTEURS                                                    *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-LUS            PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CONTRATS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EXPO           PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REJETS         PIC 9(07) COMP VALUE ZERO.
       01  WS-CUMUL-JOURS        PIC 9(11) COMP-3 VALUE ZERO.
       01  WS-CPT-SINX-LUS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CASES-RETENUES PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-TRIA           PIC 9(07) COMP VALUE ZERO.
       01  WS-IND-PERIODE-DEJA   PIC X(01) VALUE 'N'.
           88     PERIODE-DEJA-INTEGREE VALUE 'O'.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-CALCULER-EXPOSITION
           PERFORM 26000-CONSTITUER-TRIANGLE
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           PERFORM 11000-LIRE-PARAMETRES.
           PERFORM 12000-LIRE-CHECKPOINT.
           OPEN INPUT  FB04EXPX.
      *--- EN REPRISE, LE JCL A D'ABORD RAMENE FB00EXPO AU NOMBRE DE
      *--- LIGNES DU POINT DE CONTROLE (CHKP-CPT-EXPO) : ON LE ROUVRE
      *--- EN EXTEND
           IF MODE-REPRISE
              OPEN EXTEND FB00EXPO
           ELSE
              OPEN OUTPUT FB00EXPO
           END-IF.
           IF NOT OK-FB04EXPX OR NOT OK-FB00EXPO
              DISPLAY 'FB00B56 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-EXPX.
           IF MODE-REPRISE
              PERFORM 13000-SAUTER-CONTRATS-SOLDES
           END-IF
           .
      ******************************************************************
      *   CARTE PARAMETRE FACULTATIVE : EN SON ABSENCE, TRIMESTRE     *
      *   CIVIL ECHU ET POINT DE CONTROLE TOUS LES 1000 CONTRATS      *
      ******************************************************************
       11000-LIRE-PARAMETRES.
      *----------------------
           MOVE SPACES TO WS-DATE-DEBUT
                          WS-DATE-FIN.
           OPEN INPUT FB00PARM.
           IF OK-FB00PARM
              READ FB00PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-DATE-DEBUT NUMERIC
                       AND PARM-DATE-FIN NUMERIC
                       AND PARM-DATE-DEBUT NOT > PARM-DATE-FIN
                       MOVE PARM-DATE-DEBUT TO WS-DATE-DEBUT
                       MOVE PARM-DATE-FIN   TO WS-DATE-FIN
                    END-IF
                    IF PARM-FREQ-CHKP NUMERIC
                       AND PARM-FREQ-CHKP > ZERO
                       MOVE PARM-FREQ-CHKP TO WS-FREQ-CHKP
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           IF WS-DATE-FIN = SPACES
              PERFORM 11100-TRIMESTRE-ECHU
           END-IF.
           SET CALA-FONC-AJOUT-CAL TO TRUE.
           MOVE WS-DATE-FIN        TO CALA-DATE-1.
           MOVE 1                  TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              DISPLAY 'FB00B56 : DATE DE FIN DE PERIODE INVALIDE '
                      WS-DATE-FIN
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE CALA-DATE-RESULTAT TO WS-DATE-FIN-EXCLUE.
           MOVE WS-DF-SSAA         TO WS-AN-VALO.
           COMPUTE WS-AN-VALO-MOINS-2 = WS-AN-VALO - 2.
           DISPLAY 'FB00B56 : PERIODE DU ' WS-DATE-DEBUT
                   ' AU ' WS-DATE-FIN
           .
      ******************************************************************
      *   TRIMESTRE CIVIL PRECEDANT CELUI DE LA DATE DU TRAITEMENT    *
      ******************************************************************
       11100-TRIMESTRE-ECHU.
      *---------------------
           COMPUTE WS-MOIS-TRIMESTRE =
                   ((WS-DT-MM - 1) / 3) * 3 + 1.
           MOVE WS-DT-SSAA TO WS-DD-SSAA
                              WS-DF-SSAA.
           IF WS-MOIS-TRIMESTRE = 1
              SUBTRACT 1 FROM WS-DD-SSAA
              SUBTRACT 1 FROM WS-DF-SSAA
              MOVE 10    TO WS-DD-MM
           ELSE
              COMPUTE WS-DD-MM = WS-MOIS-TRIMESTRE - 3
           END-IF.
           MOVE 01 TO WS-DD-JJ.
           COMPUTE WS-DF-MM = WS-DD-MM + 2.
           IF WS-DF-MM = 03 OR WS-DF-MM = 12
              MOVE 31 TO WS-DF-JJ
           ELSE
              MOVE 30 TO WS-DF-JJ
           END-IF
           .
      ******************************************************************
      *   RELECTURE DU POINT DE CONTROLE : UN TEMOIN 'CRS' POUR LA    *
      *   MEME PERIODE SIGNIFIE QU'UNE EXECUTION PRECEDENTE S'EST     *
      *   INTERROMPUE - ON REPREND APRES LE DERNIER CONTRAT SOLDE.    *
      *   'FIN' OU FICHIER ABSENT/VIDE : DEPART NORMAL                *
      ******************************************************************
       12000-LIRE-CHECKPOINT.
      *----------------------
           OPEN INPUT FB00CHKP.
           IF OK-FB00CHKP
              READ FB00CHKP
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CHKP-EN-COURS
                       IF CHKP-DATE-FIN NOT = WS-DATE-FIN
                          DISPLAY 'FB00B56 : POINT DE CONTROLE D''UNE'
                                  ' AUTRE PERIODE ' CHKP-DATE-FIN
                          PERFORM 32000-ABANDON-ERREUR-FAT
                       END-IF
                       SET MODE-REPRISE     TO TRUE
                       MOVE CHKP-NUMCONT    TO WS-NUMCONT-REPRISE
                       MOVE CHKP-CPT-EXPO   TO WS-CPT-EXPO
                       MOVE CHKP-CPT-REJETS TO WS-CPT-REJETS
                       MOVE CHKP-CUMUL-JOURS TO WS-CUMUL-JOURS
                       DISPLAY 'FB00B56 : REPRISE APRES CONTRAT '
                                CHKP-NUMCONT
                    END-IF
              END-READ
              CLOSE FB00CHKP
           END-IF
           .
      ******************************************************************
      *   SAUT DES CONTRATS DEJA SOLDES AVANT L'INCIDENT               *
      ******************************************************************
       13000-SAUTER-CONTRATS-SOLDES.
      *------------------------------
           PERFORM 13100-SAUTER-UN-VEHICULE
              UNTIL FIN-EXPX
              OR EXPX-NUMCONT > WS-NUMCONT-REPRISE.
           DISPLAY 'FB00B56 : VEHICULES SAUTES EN REPRISE = '
                    WS-CPT-SAUTES
           .
      ******************************************************************
       13100-SAUTER-UN-VEHICULE.
      *-------------------------
           ADD 1 TO WS-CPT-SAUTES.
           SUBTRACT 1 FROM WS-CPT-LUS.
           PERFORM 21000-LIRE-EXPX
           .
      ******************************************************************
       20000-CALCULER-EXPOSITION.
      *--------------------------
           PERFORM 20100-TRAITER-CONTRAT
              UNTIL FIN-EXPX.
           CLOSE FB04EXPX FB00EXPO
           .
      ******************************************************************
       20100-TRAITER-CONTRAT.
      *----------------------
           MOVE EXPX-NUMCONT          TO WS-NUMCONT-RUPTURE.
           PERFORM 20200-TRAITER-VEHICULE
              UNTIL FIN-EXPX
              OR EXPX-NUMCONT NOT = WS-NUMCONT-RUPTURE.
      *--- POINT DE CONTROLE EN RUPTURE DE CONTRAT
           ADD 1                      TO WS-CPT-CONTRATS.
           PERFORM 24000-POINT-DE-CONTROLE
           .
      ******************************************************************
      *   JOURS COUVERTS DANS LA PERIODE : DE MAX(ENTREE, DEBUT)      *
      *   INCLUS A MIN(SORTIE, LENDEMAIN DE LA FIN) EXCLU             *
      ******************************************************************
       20200-TRAITER-VEHICULE.
      *-----------------------
           IF EXPX-DATENT NOT NUMERIC
              ADD 1 TO WS-CPT-REJETS
              DISPLAY 'FB00B56 : DATE D''ENTREE INVALIDE '
                      EXPX-NUMCONT ' ' EXPX-IDENT
           ELSE
              MOVE EXPX-DATENT        TO WS-DEBUT-EXPO
              IF WS-DEBUT-EXPO < WS-DATE-DEBUT
                 MOVE WS-DATE-DEBUT   TO WS-DEBUT-EXPO
              END-IF
              MOVE WS-DATE-FIN-EXCLUE TO WS-FIN-EXPO
              IF EXPX-DATSOR NUMERIC
                 AND EXPX-DATSOR > ZERO
                 AND EXPX-DATSOR < WS-FIN-EXPO
                 MOVE EXPX-DATSOR     TO WS-FIN-EXPO
              END-IF
              IF WS-DEBUT-EXPO < WS-FIN-EXPO
                 PERFORM 20300-ECRIRE-EXPOSITION
              END-IF
           END-IF.
           PERFORM 21000-LIRE-EXPX
           .
      ******************************************************************
       20300-ECRIRE-EXPOSITION.
      *------------------------
           SET CALA-FONC-ECART-CAL    TO TRUE.
           MOVE WS-DEBUT-EXPO         TO CALA-DATE-1.
           MOVE WS-FIN-EXPO           TO CALA-DATE-2.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              ADD 1 TO WS-CPT-REJETS
              DISPLAY 'FB00B56 : DATES HORS CALENDRIER '
                      EXPX-NUMCONT ' ' EXPX-IDENT
           ELSE
              MOVE CALA-RESULTAT      TO WS-NB-JOURS
              PERFORM 20310-DERIVER-TRANCHE-CRM
              MOVE WS-DATE-DEBUT      TO EXPO-DATE-DEBUT
              MOVE WS-DATE-FIN        TO EXPO-DATE-FIN
              MOVE EXPX-NUMCONT       TO EXPO-NUMCONT
              MOVE EXPX-IDENT         TO EXPO-IDENT
              MOVE EXPX-FAMILLE       TO EXPO-FAMILLE
              MOVE EXPX-ENERGIE       TO EXPO-ENERGIE
              MOVE EXPX-ZONE          TO EXPO-ZONE
              MOVE WS-TRANCHE-CRM     TO EXPO-TRANCHE-CRM
              MOVE WS-NB-JOURS        TO EXPO-NB-JOURS
              COMPUTE EXPO-ANNEES-VEH ROUNDED = WS-NB-JOURS / 365
              WRITE ENRG-FB00EXPO
              IF NOT OK-FB00EXPO
                 DISPLAY 'FB00B56 : ERREUR ECRITURE FB00EXPO '
                         FS-FB00EXPO-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                   TO WS-CPT-EXPO
              ADD WS-NB-JOURS         TO WS-CUMUL-JOURS
           END-IF
           .
      ******************************************************************
      *   TRANCHES DE CRM DES STATISTIQUES MENSUELLES (FB00B17)       *
      ******************************************************************
       20310-DERIVER-TRANCHE-CRM.
      *---------------------------
           EVALUATE TRUE
              WHEN EXPX-CRM < 085
                 MOVE 'B050' TO WS-TRANCHE-CRM
              WHEN EXPX-CRM < 100
                 MOVE 'B085' TO WS-TRANCHE-CRM
              WHEN EXPX-CRM = 100
                 MOVE 'B100' TO WS-TRANCHE-CRM
              WHEN OTHER
                 MOVE 'B101' TO WS-TRANCHE-CRM
           END-EVALUATE
           .
      ******************************************************************
       21000-LIRE-EXPX.
      *----------------
           IF NOT FIN-EXPX
              READ FB04EXPX
                 AT END
                    SET FIN-EXPX TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-LUS
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-SINX.
      *----------------
           IF NOT FIN-SINX
              READ FB03SINX
                 AT END
                    SET FIN-SINX TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-SINX-LUS
              END-READ
           END-IF
           .
      ******************************************************************
       21200-LIRE-TRIH.
      *----------------
           IF NOT FIN-TRIH
              READ FB00TRIH INTO WS-ENRG-TRIS
                 AT END
                    SET FIN-TRIH TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
      *   POINT DE CONTROLE : PRIS EN RUPTURE DE CONTRAT, TOUS LES N  *
      *   CONTRATS - FB00EXPO EST VIDE SUR DISQUE AVANT L'ECRITURE    *
      *   DU TEMOIN (CLOSE/OPEN EXTEND)                               *
      ******************************************************************
       24000-POINT-DE-CONTROLE.
      *------------------------
           ADD 1 TO WS-CPT-DEPUIS-CHKP.
           IF WS-CPT-DEPUIS-CHKP NOT < WS-FREQ-CHKP
              MOVE ZERO TO WS-CPT-DEPUIS-CHKP
              CLOSE FB00EXPO
              OPEN EXTEND FB00EXPO
              IF NOT OK-FB00EXPO
                 DISPLAY 'FB00B56 : ERREUR REOUVERTURE DE FB00EXPO'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              MOVE 'CRS' TO CHKP-TEMOIN
              PERFORM 24100-ECRIRE-CHECKPOINT
           END-IF
           .
      ******************************************************************
       24100-ECRIRE-CHECKPOINT.
      *------------------------
           OPEN OUTPUT FB00CHKP.
           IF NOT OK-FB00CHKP
              DISPLAY 'FB00B56 : ERREUR OUVERTURE FB00CHKP'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           MOVE WS-NUMCONT-RUPTURE   TO CHKP-NUMCONT
           MOVE WS-DATE-FIN          TO CHKP-DATE-FIN
           MOVE WS-CPT-EXPO          TO CHKP-CPT-EXPO
           MOVE WS-CPT-REJETS        TO CHKP-CPT-REJETS
           MOVE WS-CUMUL-JOURS       TO CHKP-CUMUL-JOURS
           WRITE ENRG-FB00CHKP
           CLOSE FB00CHKP
           .
      ******************************************************************
      *   TRIANGLE : ETAT PRECEDENT, DIAGONALE COURANTE DES CASES     *
      *   FB03, MISE A JOUR PUIS REGENERATION DE L'ETAT ET DU         *
      *   TRIANGLE DE FREQUENCE                                       *
      ******************************************************************
       26000-CONSTITUER-TRIANGLE.
      *--------------------------
           OPEN INPUT  FB03SINX
                       FB00TRIH
           OPEN OUTPUT FB00TRIN
                       FB00TRIA.
           IF NOT OK-FB03SINX OR NOT OK-FB00TRIH
              OR NOT OK-FB00TRIN OR NOT OK-FB00TRIA
              DISPLAY 'FB00B56 : ERREUR OUVERTURE FICHIERS TRIANGLE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 26100-CHARGER-ETAT.
           PERFORM 26200-RELEVER-SINISTRES.
           PERFORM 26300-METTRE-A-JOUR-ETAT.
           PERFORM 26400-ECRIRE-ETAT.
           PERFORM 26500-ECRIRE-TRIANGLE.
           CLOSE FB03SINX FB00TRIH FB00TRIN FB00TRIA
           .
      ******************************************************************
       26100-CHARGER-ETAT.
      *-------------------
           PERFORM 21200-LIRE-TRIH.
           PERFORM 26110-RANGER-ETAT
              UNTIL FIN-TRIH
           .
      ******************************************************************
       26110-RANGER-ETAT.
      *------------------
           EVALUATE TRUE
              WHEN TRIS-PERIODE
                 MOVE TRIS-DATE-FIN       TO WS-DERNIERE-PERIODE
              WHEN TRIS-EXPOSITION
                 IF WS-NB-EXA = 60
                    DISPLAY 'FB00B56 : TABLE DES EXPOSITIONS SATUREE'
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
                 ADD 1                    TO WS-NB-EXA
                 SET IX-EXA               TO WS-NB-EXA
                 MOVE TRIS-EX-ANNEE       TO WS-EXA-ANNEE(IX-EXA)
                 MOVE TRIS-EX-JOURS       TO WS-EXA-JOURS(IX-EXA)
              WHEN TRIS-CELLULE
                 IF WS-NB-CEL = 900
                    DISPLAY 'FB00B56 : TABLE DU TRIANGLE SATUREE'
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
                 ADD 1                    TO WS-NB-CEL
                 SET IX-CEL               TO WS-NB-CEL
                 MOVE TRIS-CE-AN-SURV     TO WS-CEL-AN-SURV(IX-CEL)
                 MOVE TRIS-CE-AN-DEV      TO WS-CEL-AN-DEV(IX-CEL)
                 MOVE TRIS-CE-NB-SIN      TO WS-CEL-NB-SIN(IX-CEL)
                 MOVE TRIS-CE-MT-SIN      TO WS-CEL-MT-SIN(IX-CEL)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM 21200-LIRE-TRIH
           .
      ******************************************************************
      *   UN SINISTRE DE CASE FB03 SURVENU AU PLUS TARD A LA FIN DE   *
      *   PERIODE ALIMENTE LA DIAGONALE DE SON ANNEE DE SURVENANCE    *
      ******************************************************************
       26200-RELEVER-SINISTRES.
      *------------------------
           INITIALIZE WS-TABLE-DIAG.
           PERFORM 21100-LIRE-SINX.
           PERFORM 26210-TRAITER-CONDUCTEUR
              UNTIL FIN-SINX
           .
      ******************************************************************
       26210-TRAITER-CONDUCTEUR.
      *-------------------------
           MOVE 1 TO WS-IND-CASE.
           PERFORM 26220-TRAITER-CASE
              UNTIL WS-IND-CASE > 6.
           PERFORM 21100-LIRE-SINX
           .
      ******************************************************************
       26220-TRAITER-CASE.
      *-------------------
           IF SINX-DATE-SIN (WS-IND-CASE) NUMERIC
              AND SINX-DATE-SIN (WS-IND-CASE) > ZERO
              AND SINX-DATE-SIN (WS-IND-CASE) NOT > WS-DATE-FIN
              MOVE SINX-DATE-SIN (WS-IND-CASE) TO WS-DATE-SIN
              IF WS-DS-SSAA NOT < WS-AN-VALO-MOINS-2
                 COMPUTE WS-IND-DIAG =
                         WS-DS-SSAA - WS-AN-VALO-MOINS-2 + 1
                 ADD 1 TO WS-DIAG-NB-SIN (WS-IND-DIAG)
                 IF SINX-SIPMNT (WS-IND-CASE) NUMERIC
                    ADD SINX-SIPMNT (WS-IND-CASE)
                                   TO WS-DIAG-MT-SIN (WS-IND-DIAG)
                 END-IF
                 ADD 1 TO WS-CPT-CASES-RETENUES
              END-IF
           END-IF.
           ADD 1 TO WS-IND-CASE
           .
      ******************************************************************
      *   L'EXPOSITION DE LA PERIODE N'EST CUMULEE QU'UNE FOIS ; LA   *
      *   DIAGONALE COURANTE REMPLACE LES VALEURS DE SES CELLULES     *
      ******************************************************************
       26300-METTRE-A-JOUR-ETAT.
      *-------------------------
           IF WS-DATE-FIN > WS-DERNIERE-PERIODE
              PERFORM 26310-CUMULER-EXPOSITION
              MOVE WS-DATE-FIN TO WS-DERNIERE-PERIODE
           ELSE
              SET PERIODE-DEJA-INTEGREE TO TRUE
              DISPLAY 'FB00B56 : PERIODE DEJA INTEGREE A L''ETAT '
                      '- EXPOSITION NON CUMULEE'
           END-IF.
           MOVE 1 TO WS-IND-DIAG.
           PERFORM 26320-REPORTER-DIAGONALE
              UNTIL WS-IND-DIAG > 3
           .
      ******************************************************************
       26310-CUMULER-EXPOSITION.
      *-------------------------
           SET IX-EXA TO 1.
           SEARCH WS-EXA
              AT END
                 PERFORM 26311-CREER-EXPOSITION
              WHEN IX-EXA > WS-NB-EXA
                 PERFORM 26311-CREER-EXPOSITION
              WHEN WS-EXA-ANNEE(IX-EXA) = WS-AN-VALO
                 ADD WS-CUMUL-JOURS TO WS-EXA-JOURS(IX-EXA)
           END-SEARCH
           .
      ******************************************************************
       26311-CREER-EXPOSITION.
      *-----------------------
           IF WS-NB-EXA = 60
              DISPLAY 'FB00B56 : TABLE DES EXPOSITIONS SATUREE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1                   TO WS-NB-EXA.
           SET IX-EXA              TO WS-NB-EXA.
           MOVE WS-AN-VALO         TO WS-EXA-ANNEE(IX-EXA).
           MOVE WS-CUMUL-JOURS     TO WS-EXA-JOURS(IX-EXA)
           .
      ******************************************************************
       26320-REPORTER-DIAGONALE.
      *-------------------------
           COMPUTE WS-AN-SURV-ED = WS-AN-VALO-MOINS-2 + WS-IND-DIAG - 1.
           COMPUTE WS-AN-DEV-ED  = WS-AN-VALO - WS-AN-SURV-ED.
           SET IX-CEL TO 1.
           SEARCH WS-CEL
              AT END
                 PERFORM 26321-CREER-CELLULE
              WHEN IX-CEL > WS-NB-CEL
                 PERFORM 26321-CREER-CELLULE
              WHEN WS-CEL-AN-SURV(IX-CEL) = WS-AN-SURV-ED
                 AND WS-CEL-AN-DEV(IX-CEL) = WS-AN-DEV-ED
                 CONTINUE
           END-SEARCH.
           MOVE WS-DIAG-NB-SIN (WS-IND-DIAG) TO WS-CEL-NB-SIN(IX-CEL).
           MOVE WS-DIAG-MT-SIN (WS-IND-DIAG) TO WS-CEL-MT-SIN(IX-CEL).
           ADD 1 TO WS-IND-DIAG
           .
      ******************************************************************
       26321-CREER-CELLULE.
      *--------------------
           IF WS-NB-CEL = 900
              DISPLAY 'FB00B56 : TABLE DU TRIANGLE SATUREE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1                   TO WS-NB-CEL.
           SET IX-CEL              TO WS-NB-CEL.
           MOVE WS-AN-SURV-ED      TO WS-CEL-AN-SURV(IX-CEL).
           MOVE WS-AN-DEV-ED       TO WS-CEL-AN-DEV(IX-CEL)
           .
      ******************************************************************
       26400-ECRIRE-ETAT.
      *------------------
           MOVE SPACES             TO WS-ENRG-TRIS.
           MOVE 'P'                TO TRIS-TYPE.
           MOVE WS-DERNIERE-PERIODE TO TRIS-DATE-FIN.
           WRITE ENRG-FB00TRIN FROM WS-ENRG-TRIS.
           PERFORM 26410-ECRIRE-EXPOSITION
              VARYING IX-EXA FROM 1 BY 1
              UNTIL IX-EXA > WS-NB-EXA.
           PERFORM 26420-ECRIRE-CELLULE
              VARYING IX-CEL FROM 1 BY 1
              UNTIL IX-CEL > WS-NB-CEL
           .
      ******************************************************************
       26410-ECRIRE-EXPOSITION.
      *------------------------
           MOVE SPACES                 TO WS-ENRG-TRIS.
           MOVE 'E'                    TO TRIS-TYPE.
           MOVE WS-EXA-ANNEE(IX-EXA)   TO TRIS-EX-ANNEE.
           MOVE WS-EXA-JOURS(IX-EXA)   TO TRIS-EX-JOURS.
           WRITE ENRG-FB00TRIN FROM WS-ENRG-TRIS
           .
      ******************************************************************
       26420-ECRIRE-CELLULE.
      *---------------------
           MOVE SPACES                 TO WS-ENRG-TRIS.
           MOVE 'C'                    TO TRIS-TYPE.
           MOVE WS-CEL-AN-SURV(IX-CEL) TO TRIS-CE-AN-SURV.
           MOVE WS-CEL-AN-DEV(IX-CEL)  TO TRIS-CE-AN-DEV.
           MOVE WS-CEL-NB-SIN(IX-CEL)  TO TRIS-CE-NB-SIN.
           MOVE WS-CEL-MT-SIN(IX-CEL)  TO TRIS-CE-MT-SIN.
           WRITE ENRG-FB00TRIN FROM WS-ENRG-TRIS
           .
      ******************************************************************
      *   TRIANGLE EDITE PAR SURVENANCE PUIS DEVELOPPEMENT CROISSANTS *
      ******************************************************************
       26500-ECRIRE-TRIANGLE.
      *----------------------
           MOVE WS-AN-VALO            TO WS-AN-SURV-MIN
                                         WS-AN-SURV-MAX.
           MOVE ZERO                  TO WS-AN-DEV-MAX.
           PERFORM 26510-BORNER-CELLULE
              VARYING IX-CEL FROM 1 BY 1
              UNTIL IX-CEL > WS-NB-CEL.
           PERFORM 26520-ECRIRE-SURVENANCE
              VARYING WS-AN-SURV-ED FROM WS-AN-SURV-MIN BY 1
              UNTIL WS-AN-SURV-ED > WS-AN-SURV-MAX
           .
      ******************************************************************
       26510-BORNER-CELLULE.
      *---------------------
           IF WS-CEL-AN-SURV(IX-CEL) < WS-AN-SURV-MIN
              MOVE WS-CEL-AN-SURV(IX-CEL) TO WS-AN-SURV-MIN
           END-IF.
           IF WS-CEL-AN-SURV(IX-CEL) > WS-AN-SURV-MAX
              MOVE WS-CEL-AN-SURV(IX-CEL) TO WS-AN-SURV-MAX
           END-IF.
           IF WS-CEL-AN-DEV(IX-CEL) > WS-AN-DEV-MAX
              MOVE WS-CEL-AN-DEV(IX-CEL)  TO WS-AN-DEV-MAX
           END-IF
           .
      ******************************************************************
      *   L'EXPOSITION DE L'ANNEE DE SURVENANCE DONNE LA FREQUENCE    *
      ******************************************************************
       26520-ECRIRE-SURVENANCE.
      *------------------------
           MOVE ZERO TO WS-ANNEES-VEH.
           SET IX-EXA TO 1.
           SEARCH WS-EXA
              AT END
                 CONTINUE
              WHEN IX-EXA > WS-NB-EXA
                 CONTINUE
              WHEN WS-EXA-ANNEE(IX-EXA) = WS-AN-SURV-ED
                 COMPUTE WS-ANNEES-VEH ROUNDED =
                         WS-EXA-JOURS(IX-EXA) / 365
           END-SEARCH.
           PERFORM 26530-ECRIRE-DEVELOPPEMENT
              VARYING WS-AN-DEV-ED FROM 0 BY 1
              UNTIL WS-AN-DEV-ED > WS-AN-DEV-MAX
           .
      ******************************************************************
       26530-ECRIRE-DEVELOPPEMENT.
      *---------------------------
           SET IX-CEL TO 1.
           SEARCH WS-CEL
              AT END
                 CONTINUE
              WHEN IX-CEL > WS-NB-CEL
                 CONTINUE
              WHEN WS-CEL-AN-SURV(IX-CEL) = WS-AN-SURV-ED
                 AND WS-CEL-AN-DEV(IX-CEL) = WS-AN-DEV-ED
                 PERFORM 26540-ECRIRE-LIGNE-TRIANGLE
           END-SEARCH
           .
      ******************************************************************
       26540-ECRIRE-LIGNE-TRIANGLE.
      *----------------------------
           MOVE SPACES                 TO ENRG-FB00TRIA.
           MOVE WS-AN-SURV-ED          TO TRIA-AN-SURV.
           MOVE WS-AN-DEV-ED           TO TRIA-AN-DEV.
           MOVE WS-CEL-NB-SIN(IX-CEL)  TO TRIA-NB-SIN.
           MOVE WS-CEL-MT-SIN(IX-CEL)  TO TRIA-MT-SIN.
           MOVE WS-ANNEES-VEH          TO TRIA-ANNEES-VEH.
           MOVE ZERO                   TO TRIA-FREQ-MILLE.
           IF WS-ANNEES-VEH > ZERO
              COMPUTE TRIA-FREQ-MILLE ROUNDED =
                      WS-CEL-NB-SIN(IX-CEL) * 1000 / WS-ANNEES-VEH
                 ON SIZE ERROR
                    MOVE 99999,99      TO TRIA-FREQ-MILLE
              END-COMPUTE
           END-IF.
           MOVE WS-DATE-FIN            TO TRIA-DATE-VALO.
           WRITE ENRG-FB00TRIA.
           IF NOT OK-FB00TRIA
              DISPLAY 'FB00B56 : ERREUR ECRITURE FB00TRIA '
                      FS-FB00TRIA-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1 TO WS-CPT-TRIA
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
      *--- FIN NORMALE : LE POINT DE CONTROLE EST SOLDE (TEMOIN
      *--- 'FIN') ; VEHICULES SAUTES + LUS = POPULATION COMPLETE
           MOVE 'FIN' TO CHKP-TEMOIN.
           PERFORM 24100-ECRIRE-CHECKPOINT.
           COMPUTE WS-CPT-CTRL-TOTAL = WS-CPT-SAUTES + WS-CPT-LUS.
           DISPLAY 'FB00B56 : VEHICULES LUS            = ' WS-CPT-LUS.
           DISPLAY 'FB00B56 : VEHICULES SAUTES REPRISE = '
                    WS-CPT-SAUTES.
           DISPLAY 'FB00B56 : POPULATION TOTALE        = '
                    WS-CPT-CTRL-TOTAL.
           DISPLAY 'FB00B56 : VEHICULES EXPOSES        = '
                    WS-CPT-EXPO.
           DISPLAY 'FB00B56 : VEHICULES REJETES        = '
                    WS-CPT-REJETS.
           DISPLAY 'FB00B56 : JOURS-VEHICULES PERIODE  = '
                    WS-CUMUL-JOURS.
           DISPLAY 'FB00B56 : CONDUCTEURS FB03 LUS     = '
                    WS-CPT-SINX-LUS.
           DISPLAY 'FB00B56 : SINISTRES DIAGONALE      = '
                    WS-CPT-CASES-RETENUES.
           DISPLAY 'FB00B56 : CELLULES DU TRIANGLE     = '
                    WS-CPT-TRIA.
           IF WS-CPT-REJETS > 0
              OR PERIODE-DEJA-INTEGREE
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B56 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
