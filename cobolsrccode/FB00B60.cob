       ID DIVISION.
       PROGRAM-ID. FB00B60.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH MENSUEL DU TABLEAU DE BORD QUALITE
      *           DES DONNEES PAR CONTRAT, AGENCE ET INTERMEDIAIRE.
      *           CHAQUE CONTROLE PRODUISAIT SA PROPRE LISTE ET
      *           PERSONNE NE VOYAIT L'ENSEMBLE : LES MEMES MAUVAIS
      *           CONTRATS RESSORTAIENT PARTOUT. LES CONTROLES ECRIVENT
      *           DESORMAIS LEURS ANOMALIES SUR FB00DQAX (DESSIN
      *           FB00DQAF) :
      *           - PE VERIFICATION DE PERMIS DISCORDANTE (FB02B02) ;
      *           - SV DIVERGENCE SIV (FB04B13) ;
      *           - CT CONTROLE TECHNIQUE DEPASSE (FB04B02) ;
      *           - KM DECLARATION KILOMETRIQUE MANQUANTE (FB04B08) ;
      *           - RF CODE HORS REFERENCE (FB00B08) ;
      *           - AF AFFECTATION EN ANOMALIE (FB01B09) ;
      *           - AT REMORQUE NON ATTELEE (FB04B15).
      *           LE JCL DU MOIS CUMULE CES FICHIERS EN FB00DQAS, TRIE
      *           PAR CONTRAT + CONTROLE + RANG + IDENTIFIANT ; UNE
      *           ANOMALIE SIGNALEE PAR PLUSIEURS PASSAGES DU MEME
      *           CONTROLE DANS LE MOIS N'EST COMPTEE QU'UNE FOIS.
      *           LE SCORE D'UN CONTRAT EST LA SOMME DES POIDS DE SES
      *           ANOMALIES (TABLE DES POIDS CI-DESSOUS, LES DEFAUTS
      *           QUI EXPOSENT A UNE NULLITE OU A UN REFUS DE GARANTIE
      *           PESANT LE PLUS). L'AGENCE GESTIONNAIRE ET
      *           L'INTERMEDIAIRE DU CONTRAT SONT PRIS SUR LA
      *           CORRESPONDANCE FB00INTC (TRIEE PAR CONTRAT) ; UN
      *           CONTRAT ABSENT EST RANGE SOUS LES CODES '*****' ET
      *           '********'.
      *           TENDANCE : LE SCORE DU MOIS PRECEDENT EST RELU SUR
      *           L'ETAT FB00DQSH ET L'ETAT DU MOIS EST REGENERE SUR
      *           FB00DQSN (QUI DEVIENT FB00DQSH AU PAS SUIVANT -
      *           MEME TECHNIQUE QUE FB00B17).
      *           SORTIES :
      *           - FB00DQWL : LISTE DE TRAVAIL, UNE LIGNE PAR CONTRAT
      *             EN ANOMALIE (AGENCE, INTERMEDIAIRE, SCORE DU MOIS
      *             ET DU MOIS PRECEDENT, TENDANCE, NOMBRE D'ANOMALIES
      *             PAR CONTROLE), TRIEE/ECLATEE PAR LE JCL PAR AGENCE
      *             ET SCORE DECROISSANT POUR LES GESTIONNAIRES ;
      *           - FB00RAPQ : TABLEAU DE BORD - PAR CONTROLE, PAR
      *             AGENCE ET PAR INTERMEDIAIRE LE NOMBRE DE CONTRATS
      *             EN ANOMALIE, LE SCORE DU MOIS, CELUI DU MOIS
      *             PRECEDENT ET L'ECART, PUIS LES CINQ PLUS MAUVAIS
      *             CONTRATS DE CHAQUE AGENCE ET DE CHAQUE
      *             INTERMEDIAIRE.
      *           CARTE FB00PARM FACULTATIVE : MOIS TRAITE SSAAMM (PAR
      *           DEFAUT LE MOIS DU TRAITEMENT).
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51196 CREATION.
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
      *--- CARTE PARAMETRE FACULTATIVE : MOIS TRAITE
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- ANOMALIES DU MOIS DE TOUS LES CONTROLES (DESSIN FB00DQAF),
      *--- TRIEES PAR CONTRAT + CONTROLE + RANG + IDENTIFIANT
           SELECT  FB00DQAS   ASSIGN  FB00DQAS
                               FILE STATUS IS  FS-FB00DQAS-STATUS.
      *--- CORRESPONDANCE CONTRAT -> INTERMEDIAIRE ET AGENCE, TRIEE
      *--- PAR CONTRAT
           SELECT  FB00INTC   ASSIGN  FB00INTC
                               FILE STATUS IS  FS-FB00INTC-STATUS.
      *--- SCORES DU MOIS PRECEDENT, TRIES PAR CONTRAT
           SELECT  FB00DQSH   ASSIGN  FB00DQSH
                               FILE STATUS IS  FS-FB00DQSH-STATUS.
      *--- ETAT REGENERE (DEVIENT FB00DQSH AU PAS SUIVANT)
           SELECT  FB00DQSN   ASSIGN  FB00DQSN
                               FILE STATUS IS  FS-FB00DQSN-STATUS.
      *--- LISTE DE TRAVAIL DES CONTRATS EN ANOMALIE
           SELECT  FB00DQWL   ASSIGN  FB00DQWL
                               FILE STATUS IS  FS-FB00DQWL-STATUS.
      *--- TABLEAU DE BORD QUALITE
           SELECT  FB00RAPQ   ASSIGN  FB00RAPQ
                               FILE STATUS IS  FS-FB00RAPQ-STATUS.
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
       FD  FB00DQAS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DQAS              PIC X(80).
      *
      *--- L'AGENCE GESTIONNAIRE DU CONTRAT OCCUPE LA ZONE LIBRE QUI
      *--- SUIT LE CODE PRODUIT
       FD  FB00INTC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00INTC.
           05  INTC-NUMCONT           PIC X(12).
           05  INTC-INTERMEDIAIRE     PIC X(08).
           05  INTC-LIB-INTER         PIC X(30).
           05  INTC-PRODUIT           PIC X(04).
           05  INTC-AGENCE            PIC X(05).
           05  FILLER                 PIC X(21).
      *
       FD  FB00DQSH
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DQSH.
           05  DQSH-MOIS              PIC X(06).
           05  DQSH-NUMCONT           PIC X(12).
           05  DQSH-SCORE             PIC 9(05).
           05  DQSH-NB-CONTROLE       OCCURS 7 TIMES
                                      PIC 9(03).
           05  FILLER                 PIC X(36).
      *
       FD  FB00DQSN
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DQSN.
           05  DQSN-MOIS              PIC X(06).
           05  DQSN-NUMCONT           PIC X(12).
           05  DQSN-SCORE             PIC 9(05).
           05  DQSN-NB-CONTROLE       OCCURS 7 TIMES
                                      PIC 9(03).
           05  FILLER                 PIC X(36).
      *
      *--- TENDANCE : '+' EN HAUSSE, '-' EN BAISSE, '=' STABLE,
      *--- 'N' NOUVEAU CONTRAT EN ANOMALIE
       FD  FB00DQWL
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DQWL.
           05  DQWL-AGENCE            PIC X(05).
           05  DQWL-INTERMEDIAIRE     PIC X(08).
           05  DQWL-NUMCONT           PIC X(12).
           05  DQWL-SCORE             PIC 9(05).
           05  DQWL-SCORE-PREC        PIC 9(05).
           05  DQWL-TENDANCE          PIC X(01).
           05  DQWL-NB-CONTROLE       OCCURS 7 TIMES
                                      PIC 9(03).
           05  DQWL-MOIS              PIC X(06).
           05  FILLER                 PIC X(17).
      *
      *--- AXE 'CTL' PAR CONTROLE (SCORE = NOMBRE D'ANOMALIES), 'AGE'
      *--- PAR AGENCE, 'INT' PAR INTERMEDIAIRE, 'TOT' ENSEMBLE ; RANG
      *--- 00 = TOTAL DU GROUPE, 01 A 05 = PLUS MAUVAIS CONTRATS
       FD  FB00RAPQ
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPQ.
           05  RAPQ-MOIS              PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPQ-AXE               PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPQ-CODE              PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPQ-RANG              PIC 9(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPQ-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPQ-NB-CONTRATS       PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPQ-SCORE             PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPQ-SCORE-PREC        PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPQ-DELTA             PIC +ZZZZZ9.
           05  FILLER                 PIC X(05) VALUE SPACES.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B60 **'.
      *================================================================*
      *   ANOMALIE DU TABLEAU DE BORD QUALITE (FB00DQAF)               *
      *================================================================*
           COPY FB00DQAF.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00DQAS-STATUS   PIC X(02).
           88     OK-FB00DQAS       VALUE '00'.
       01  FS-FB00INTC-STATUS   PIC X(02).
           88     OK-FB00INTC       VALUE '00'.
       01  FS-FB00DQSH-STATUS   PIC X(02).
           88     OK-FB00DQSH       VALUE '00'.
       01  FS-FB00DQSN-STATUS   PIC X(02).
           88     OK-FB00DQSN       VALUE '00'.
       01  FS-FB00DQWL-STATUS   PIC X(02).
           88     OK-FB00DQWL       VALUE '00'.
       01  FS-FB00RAPQ-STATUS   PIC X(02).
           88     OK-FB00RAPQ       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-DQAS       PIC X(01) VALUE 'N'.
           88     FIN-DQAS           VALUE 'O'.
       01  WS-IND-FIN-INTC       PIC X(01) VALUE 'N'.
           88     FIN-INTC           VALUE 'O'.
       01  WS-IND-FIN-DQSH       PIC X(01) VALUE 'N'.
           88     FIN-DQSH           VALUE 'O'.
      *================================================================*
      *   POIDS DES CONTROLES (L'ORDRE DE LA TABLE EST CELUI DES       *
      *   COMPTEURS PAR CONTROLE DES ETATS FB00DQSH/DQSN ET DE LA      *
      *   LISTE DE TRAVAIL)                                            *
      *================================================================*
       01  WS-TABLE-POIDS-INIT.
           05  FILLER                 PIC X(04) VALUE 'PE05'.
           05  FILLER                 PIC X(04) VALUE 'SV03'.
           05  FILLER                 PIC X(04) VALUE 'CT04'.
           05  FILLER                 PIC X(04) VALUE 'KM01'.
           05  FILLER                 PIC X(04) VALUE 'RF02'.
           05  FILLER                 PIC X(04) VALUE 'AF04'.
           05  FILLER                 PIC X(04) VALUE 'AT03'.
       01  WS-TABLE-POIDS REDEFINES WS-TABLE-POIDS-INIT.
           05  WS-POI             OCCURS 7 TIMES
                                  INDEXED BY IX-POI.
               10  WS-POI-CONTROLE    PIC X(02).
               10  WS-POI-POIDS       PIC 9(02).
       01  WS-NB-CONTROLES       PIC S9(4) COMP VALUE 7.
      *--- CUMULS PAR CONTROLE : CONTRATS TOUCHES, ANOMALIES DU MOIS
      *--- ET DU MOIS PRECEDENT
       01  WS-TABLE-TOTAUX-CTL.
           05  WS-TCT             OCCURS 7 TIMES.
               10  WS-TCT-NB-CONTRATS PIC 9(07) COMP.
               10  WS-TCT-NB-ANO      PIC 9(07) COMP.
               10  WS-TCT-NB-ANO-PREC PIC 9(07) COMP.
      *================================================================*
      *   CLES DE RAPPROCHEMENT (HIGH-VALUE EN FIN DE FICHIER, MEME    *
      *   TECHNIQUE QUE FB00B51)                                       *
      *================================================================*
       01  WS-CLE-ANOMALIES      PIC X(12) VALUE SPACES.
       01  WS-CLE-HISTORIQUE     PIC X(12) VALUE SPACES.
       01  WS-NUMCONT-COURANT    PIC X(12) VALUE SPACES.
      *--- DERNIERE ANOMALIE COMPTEE (DOUBLONS DU MOIS ECARTES)
       01  WS-ANOMALIE-PREC.
           05  WS-AP-CONTROLE    PIC X(02).
           05  WS-AP-RANG        PIC 9(04).
           05  WS-AP-IDENT       PIC X(10).
      *================================================================*
      *   CONTRAT EN COURS                                             *
      *================================================================*
       01  WS-CONTRAT.
           05  WS-CON-NB-CONTROLE OCCURS 7 TIMES
                                  PIC 9(03).
       01  WS-CONTRAT-PREC.
           05  WS-CPR-NB-CONTROLE OCCURS 7 TIMES
                                  PIC 9(03).
       01  WS-SCORE-CONTRAT      PIC 9(05) VALUE ZERO.
       01  WS-SCORE-PREC         PIC 9(05) VALUE ZERO.
       01  WS-AGENCE-CONTRAT     PIC X(05) VALUE SPACES.
       01  WS-INTER-CONTRAT      PIC X(08) VALUE SPACES.
       01  WS-IND-CTL            PIC S9(4) COMP VALUE ZERO.
      *================================================================*
      *   CUMULS PAR AGENCE ET PAR INTERMEDIAIRE, AVEC LES CINQ PLUS   *
      *   MAUVAIS CONTRATS DU GROUPE (SCORE DECROISSANT)               *
      *================================================================*
       01  WS-NB-AGENCES         PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-AGENCES.
           05  WS-AGE             OCCURS 300 TIMES
                                  INDEXED BY IX-AGE.
               10  WS-AGE-CODE        PIC X(05).
               10  WS-AGE-NB-CONTRATS PIC 9(07) COMP.
               10  WS-AGE-SCORE       PIC 9(07) COMP.
               10  WS-AGE-SCORE-PREC  PIC 9(07) COMP.
               10  WS-AGE-PIRES.
                   15  WS-AGE-PIR     OCCURS 5 TIMES.
                       20  WS-AGE-PIR-NUMCONT PIC X(12).
                       20  WS-AGE-PIR-SCORE   PIC 9(05).
                       20  WS-AGE-PIR-PREC    PIC 9(05).
       01  WS-NB-INTERS          PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-INTERS.
           05  WS-INT             OCCURS 1000 TIMES
                                  INDEXED BY IX-INT.
               10  WS-INT-CODE        PIC X(08).
               10  WS-INT-NB-CONTRATS PIC 9(07) COMP.
               10  WS-INT-SCORE       PIC 9(07) COMP.
               10  WS-INT-SCORE-PREC  PIC 9(07) COMP.
               10  WS-INT-PIRES.
                   15  WS-INT-PIR     OCCURS 5 TIMES.
                       20  WS-INT-PIR-NUMCONT PIC X(12).
                       20  WS-INT-PIR-SCORE   PIC 9(05).
                       20  WS-INT-PIR-PREC    PIC 9(05).
      *--- CLASSEMENT DE TRAVAIL (MEME DESSIN QUE LES CINQ PLUS
      *--- MAUVAIS D'UN GROUPE)
       01  WS-PIRES.
           05  WS-PIR             OCCURS 5 TIMES.
               10  WS-PIR-NUMCONT     PIC X(12).
               10  WS-PIR-SCORE       PIC 9(05).
               10  WS-PIR-PREC        PIC 9(05).
       01  WS-IND-PIR            PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-PREC           PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-GROUPE         PIC X(01) VALUE 'N'.
           88     GROUPE-TROUVE      VALUE 'O'.
       01  WS-IND-PLACE          PIC X(01) VALUE 'N'.
           88     PLACE-TROUVEE      VALUE 'O'.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-MOIS-TRAITE        PIC X(06) VALUE SPACES.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-CPT-DQAS-LUES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DOUBLONS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-INCONNUES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CONTRATS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NOUVEAUX       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ASSAINIS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-AGENCE    PIC 9(07) COMP VALUE ZERO.
       01  WS-TOT-SCORE          PIC 9(09) COMP VALUE ZERO.
       01  WS-TOT-SCORE-PREC     PIC 9(09) COMP VALUE ZERO.
       01  WS-DELTA              PIC S9(07) COMP-3 VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-TRAITEMENT
           PERFORM 26000-EDITER-TABLEAU
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           MOVE WS-DATE-TRAITEMENT (1:6) TO WS-MOIS-TRAITE.
           OPEN INPUT FB00PARM.
           IF OK-FB00PARM
              READ FB00PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-MOIS NUMERIC
                       MOVE PARM-MOIS TO WS-MOIS-TRAITE
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           OPEN INPUT  FB00DQAS
           OPEN INPUT  FB00INTC
           OPEN INPUT  FB00DQSH
           OPEN OUTPUT FB00DQSN
           OPEN OUTPUT FB00DQWL
           OPEN OUTPUT FB00RAPQ.
           IF NOT OK-FB00DQAS OR NOT OK-FB00INTC
              OR NOT OK-FB00DQSH OR NOT OK-FB00DQSN
              OR NOT OK-FB00DQWL OR NOT OK-FB00RAPQ
              DISPLAY 'FB00B60 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           INITIALIZE WS-TABLE-TOTAUX-CTL.
           PERFORM 21000-LIRE-DQAS
           PERFORM 21100-LIRE-INTC
           PERFORM 21200-LIRE-DQSH
           PERFORM 21300-POSER-CLES
           .
      ******************************************************************
      *   RAPPROCHEMENT PAR CONTRAT DES ANOMALIES DU MOIS ET DE L'ETAT *
      *   DU MOIS PRECEDENT : UN CONTRAT PRESENT D'UN SEUL COTE EST    *
      *   NOUVEAU (SCORE PRECEDENT NUL) OU ASSAINI (SCORE NUL)         *
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-CONTRAT
              UNTIL WS-CLE-ANOMALIES = HIGH-VALUE
              AND   WS-CLE-HISTORIQUE = HIGH-VALUE
           .
      ******************************************************************
       20100-TRAITER-CONTRAT.
      *----------------------
           INITIALIZE WS-CONTRAT WS-CONTRAT-PREC.
           MOVE ZERO TO WS-SCORE-CONTRAT WS-SCORE-PREC.
           IF WS-CLE-ANOMALIES < WS-CLE-HISTORIQUE
              MOVE WS-CLE-ANOMALIES  TO WS-NUMCONT-COURANT
           ELSE
              MOVE WS-CLE-HISTORIQUE TO WS-NUMCONT-COURANT
           END-IF.
           IF WS-CLE-ANOMALIES = WS-NUMCONT-COURANT
              MOVE LOW-VALUES TO WS-ANOMALIE-PREC
              PERFORM 22000-COMPTER-ANOMALIE
                 UNTIL FIN-DQAS
                 OR DQAN-NUMCONT NOT = WS-NUMCONT-COURANT
           END-IF.
           IF WS-CLE-HISTORIQUE = WS-NUMCONT-COURANT
              MOVE DQSH-SCORE TO WS-SCORE-PREC
              MOVE 1 TO WS-IND-CTL
              PERFORM 22200-REPRENDRE-PRECEDENT
                 UNTIL WS-IND-CTL > WS-NB-CONTROLES
              PERFORM 21200-LIRE-DQSH
           END-IF.
           PERFORM 21300-POSER-CLES.
           SET IX-POI TO 1.
           PERFORM 22300-CALCULER-SCORE
              VARYING WS-IND-CTL FROM 1 BY 1
              UNTIL WS-IND-CTL > WS-NB-CONTROLES.
           PERFORM 23000-RATTACHER-CONTRAT.
           IF WS-SCORE-CONTRAT > ZERO
              PERFORM 24000-ECRIRE-CONTRAT
           ELSE
              ADD 1 TO WS-CPT-ASSAINIS
           END-IF.
           PERFORM 25000-CUMULER-GROUPES
           .
      ******************************************************************
       21000-LIRE-DQAS.
      *----------------
           IF NOT FIN-DQAS
              READ FB00DQAS INTO WSS-DQAN-ENR
                 AT END
                    SET FIN-DQAS TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-DQAS-LUES
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-INTC.
      *----------------
           IF NOT FIN-INTC
              READ FB00INTC
                 AT END
                    SET FIN-INTC TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21200-LIRE-DQSH.
      *----------------
           IF NOT FIN-DQSH
              READ FB00DQSH
                 AT END
                    SET FIN-DQSH TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21300-POSER-CLES.
      *-----------------
           IF FIN-DQAS
              MOVE HIGH-VALUE       TO WS-CLE-ANOMALIES
           ELSE
              MOVE DQAN-NUMCONT     TO WS-CLE-ANOMALIES
           END-IF.
           IF FIN-DQSH
              MOVE HIGH-VALUE       TO WS-CLE-HISTORIQUE
           ELSE
              MOVE DQSH-NUMCONT     TO WS-CLE-HISTORIQUE
           END-IF
           .
      ******************************************************************
      *   UNE ANOMALIE DEJA VUE DANS LE MOIS (MEME CONTROLE, RANG ET   *
      *   IDENTIFIANT) N'EST PAS RECOMPTEE                             *
      ******************************************************************
       22000-COMPTER-ANOMALIE.
      *-----------------------
           IF DQAN-CONTROLE = WS-AP-CONTROLE
              AND DQAN-RANG = WS-AP-RANG
              AND DQAN-IDENT = WS-AP-IDENT
              ADD 1 TO WS-CPT-DOUBLONS
           ELSE
              MOVE DQAN-CONTROLE TO WS-AP-CONTROLE
              MOVE DQAN-RANG     TO WS-AP-RANG
              MOVE DQAN-IDENT    TO WS-AP-IDENT
              SET IX-POI TO 1
              SEARCH WS-POI
                 AT END
                    ADD 1 TO WS-CPT-INCONNUES
                    DISPLAY 'FB00B60 : CONTROLE INCONNU ' DQAN-CONTROLE
                            ' SUR ' DQAN-NUMCONT
                 WHEN WS-POI-CONTROLE (IX-POI) = DQAN-CONTROLE
                    SET WS-IND-CTL TO IX-POI
                    ADD 1 TO WS-CON-NB-CONTROLE (WS-IND-CTL)
              END-SEARCH
           END-IF.
           PERFORM 21000-LIRE-DQAS
           .
      ******************************************************************
       22200-REPRENDRE-PRECEDENT.
      *--------------------------
           MOVE DQSH-NB-CONTROLE (WS-IND-CTL)
                                   TO WS-CPR-NB-CONTROLE (WS-IND-CTL).
           ADD DQSH-NB-CONTROLE (WS-IND-CTL)
                                   TO WS-TCT-NB-ANO-PREC (WS-IND-CTL).
           ADD 1 TO WS-IND-CTL
           .
      ******************************************************************
       22300-CALCULER-SCORE.
      *---------------------
           IF WS-CON-NB-CONTROLE (WS-IND-CTL) > ZERO
              ADD 1 TO WS-TCT-NB-CONTRATS (WS-IND-CTL)
              ADD WS-CON-NB-CONTROLE (WS-IND-CTL)
                                   TO WS-TCT-NB-ANO (WS-IND-CTL)
              COMPUTE WS-SCORE-CONTRAT = WS-SCORE-CONTRAT
                    + WS-CON-NB-CONTROLE (WS-IND-CTL)
                    * WS-POI-POIDS (IX-POI)
           END-IF.
           SET IX-POI UP BY 1
           .
      ******************************************************************
      *   AGENCE ET INTERMEDIAIRE DU CONTRAT (FB00INTC TRIE PAR        *
      *   CONTRAT, AVANCE JUSQU'AU CONTRAT COURANT)                    *
      ******************************************************************
       23000-RATTACHER-CONTRAT.
      *------------------------
           PERFORM 21100-LIRE-INTC
              UNTIL FIN-INTC
              OR INTC-NUMCONT NOT < WS-NUMCONT-COURANT.
           IF NOT FIN-INTC
              AND INTC-NUMCONT = WS-NUMCONT-COURANT
              MOVE INTC-AGENCE        TO WS-AGENCE-CONTRAT
              MOVE INTC-INTERMEDIAIRE TO WS-INTER-CONTRAT
           ELSE
              MOVE SPACES             TO WS-AGENCE-CONTRAT
              MOVE SPACES             TO WS-INTER-CONTRAT
           END-IF.
           IF WS-AGENCE-CONTRAT = SPACES
              MOVE '*****'            TO WS-AGENCE-CONTRAT
              ADD 1 TO WS-CPT-SANS-AGENCE
           END-IF.
           IF WS-INTER-CONTRAT = SPACES
              MOVE '********'         TO WS-INTER-CONTRAT
           END-IF
           .
      ******************************************************************
      *   CONTRAT EN ANOMALIE : ETAT REGENERE ET LISTE DE TRAVAIL      *
      ******************************************************************
       24000-ECRIRE-CONTRAT.
      *---------------------
           ADD 1 TO WS-CPT-CONTRATS.
           MOVE SPACES                TO ENRG-FB00DQSN.
           MOVE WS-MOIS-TRAITE        TO DQSN-MOIS.
           MOVE WS-NUMCONT-COURANT    TO DQSN-NUMCONT.
           MOVE WS-SCORE-CONTRAT      TO DQSN-SCORE.
           MOVE SPACES                TO ENRG-FB00DQWL.
           MOVE WS-AGENCE-CONTRAT     TO DQWL-AGENCE.
           MOVE WS-INTER-CONTRAT      TO DQWL-INTERMEDIAIRE.
           MOVE WS-NUMCONT-COURANT    TO DQWL-NUMCONT.
           MOVE WS-SCORE-CONTRAT      TO DQWL-SCORE.
           MOVE WS-SCORE-PREC         TO DQWL-SCORE-PREC.
           MOVE WS-MOIS-TRAITE        TO DQWL-MOIS.
           EVALUATE TRUE
              WHEN WS-SCORE-PREC = ZERO
                 MOVE 'N'             TO DQWL-TENDANCE
                 ADD 1 TO WS-CPT-NOUVEAUX
              WHEN WS-SCORE-CONTRAT > WS-SCORE-PREC
                 MOVE '+'             TO DQWL-TENDANCE
              WHEN WS-SCORE-CONTRAT < WS-SCORE-PREC
                 MOVE '-'             TO DQWL-TENDANCE
              WHEN OTHER
                 MOVE '='             TO DQWL-TENDANCE
           END-EVALUATE.
           PERFORM 24100-REPORTER-COMPTEUR
              VARYING WS-IND-CTL FROM 1 BY 1
              UNTIL WS-IND-CTL > WS-NB-CONTROLES.
           WRITE ENRG-FB00DQSN.
           WRITE ENRG-FB00DQWL
           .
      ******************************************************************
       24100-REPORTER-COMPTEUR.
      *------------------------
           MOVE WS-CON-NB-CONTROLE (WS-IND-CTL)
                                   TO DQSN-NB-CONTROLE (WS-IND-CTL)
                                      DQWL-NB-CONTROLE (WS-IND-CTL)
           .
      ******************************************************************
      *   CUMUL DU CONTRAT SUR SON AGENCE ET SON INTERMEDIAIRE, ET     *
      *   CLASSEMENT PARMI LES CINQ PLUS MAUVAIS DE CHAQUE GROUPE      *
      ******************************************************************
       25000-CUMULER-GROUPES.
      *----------------------
           ADD WS-SCORE-CONTRAT    TO WS-TOT-SCORE.
           ADD WS-SCORE-PREC       TO WS-TOT-SCORE-PREC.
           MOVE 'N' TO WS-IND-GROUPE.
           SET IX-AGE TO 1.
           IF WS-NB-AGENCES > ZERO
              SEARCH WS-AGE
                 AT END
                    CONTINUE
                 WHEN IX-AGE > WS-NB-AGENCES
                    CONTINUE
                 WHEN WS-AGE-CODE (IX-AGE) = WS-AGENCE-CONTRAT
                    SET GROUPE-TROUVE TO TRUE
              END-SEARCH
           END-IF.
           IF NOT GROUPE-TROUVE
              IF WS-NB-AGENCES = 300
                 DISPLAY 'FB00B60 : TABLE DES AGENCES SATUREE (300)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                   TO WS-NB-AGENCES
              SET IX-AGE              TO WS-NB-AGENCES
              MOVE WS-AGENCE-CONTRAT  TO WS-AGE-CODE (IX-AGE)
              MOVE ZERO               TO WS-AGE-NB-CONTRATS (IX-AGE)
                                         WS-AGE-SCORE (IX-AGE)
                                         WS-AGE-SCORE-PREC (IX-AGE)
              INITIALIZE WS-AGE-PIRES (IX-AGE)
           END-IF.
           ADD WS-SCORE-CONTRAT    TO WS-AGE-SCORE (IX-AGE).
           ADD WS-SCORE-PREC       TO WS-AGE-SCORE-PREC (IX-AGE).
           IF WS-SCORE-CONTRAT > ZERO
              ADD 1 TO WS-AGE-NB-CONTRATS (IX-AGE)
              MOVE WS-AGE-PIRES (IX-AGE) TO WS-PIRES
              PERFORM 25100-CLASSER-CONTRAT
              MOVE WS-PIRES TO WS-AGE-PIRES (IX-AGE)
           END-IF.
           MOVE 'N' TO WS-IND-GROUPE.
           SET IX-INT TO 1.
           IF WS-NB-INTERS > ZERO
              SEARCH WS-INT
                 AT END
                    CONTINUE
                 WHEN IX-INT > WS-NB-INTERS
                    CONTINUE
                 WHEN WS-INT-CODE (IX-INT) = WS-INTER-CONTRAT
                    SET GROUPE-TROUVE TO TRUE
              END-SEARCH
           END-IF.
           IF NOT GROUPE-TROUVE
              IF WS-NB-INTERS = 1000
                 DISPLAY 'FB00B60 : TABLE DES INTERMEDIAIRES '
                         'SATUREE (1000)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                   TO WS-NB-INTERS
              SET IX-INT              TO WS-NB-INTERS
              MOVE WS-INTER-CONTRAT   TO WS-INT-CODE (IX-INT)
              MOVE ZERO               TO WS-INT-NB-CONTRATS (IX-INT)
                                         WS-INT-SCORE (IX-INT)
                                         WS-INT-SCORE-PREC (IX-INT)
              INITIALIZE WS-INT-PIRES (IX-INT)
           END-IF.
           ADD WS-SCORE-CONTRAT    TO WS-INT-SCORE (IX-INT).
           ADD WS-SCORE-PREC       TO WS-INT-SCORE-PREC (IX-INT).
           IF WS-SCORE-CONTRAT > ZERO
              ADD 1 TO WS-INT-NB-CONTRATS (IX-INT)
              MOVE WS-INT-PIRES (IX-INT) TO WS-PIRES
              PERFORM 25100-CLASSER-CONTRAT
              MOVE WS-PIRES TO WS-INT-PIRES (IX-INT)
           END-IF
           .
      ******************************************************************
      *   INSERTION DU CONTRAT DANS LE CLASSEMENT DE TRAVAIL : LES     *
      *   POSTES DE SCORE INFERIEUR DESCENDENT D'UN RANG, LE CINQUIEME *
      *   SORT DU CLASSEMENT                                           *
      ******************************************************************
       25100-CLASSER-CONTRAT.
      *----------------------
           IF WS-SCORE-CONTRAT > WS-PIR-SCORE (5)
              MOVE 5   TO WS-IND-PIR
              MOVE 'N' TO WS-IND-PLACE
              PERFORM 25110-DECALER-PIRE
                 UNTIL PLACE-TROUVEE
              MOVE WS-NUMCONT-COURANT TO WS-PIR-NUMCONT (WS-IND-PIR)
              MOVE WS-SCORE-CONTRAT   TO WS-PIR-SCORE (WS-IND-PIR)
              MOVE WS-SCORE-PREC      TO WS-PIR-PREC (WS-IND-PIR)
           END-IF
           .
      ******************************************************************
       25110-DECALER-PIRE.
      *-------------------
           IF WS-IND-PIR = 1
              SET PLACE-TROUVEE TO TRUE
           ELSE
              COMPUTE WS-IND-PREC = WS-IND-PIR - 1
              IF WS-SCORE-CONTRAT > WS-PIR-SCORE (WS-IND-PREC)
                 MOVE WS-PIR (WS-IND-PREC) TO WS-PIR (WS-IND-PIR)
                 MOVE WS-IND-PREC          TO WS-IND-PIR
              ELSE
                 SET PLACE-TROUVEE TO TRUE
              END-IF
           END-IF
           .
      ******************************************************************
      *   TABLEAU DE BORD : ENSEMBLE, PAR CONTROLE, PAR AGENCE ET PAR  *
      *   INTERMEDIAIRE (TOTAL DU GROUPE PUIS SES PLUS MAUVAIS)        *
      ******************************************************************
       26000-EDITER-TABLEAU.
      *---------------------
           MOVE 'TOT'              TO RAPQ-AXE.
           MOVE 'ENSEMBLE'         TO RAPQ-CODE.
           MOVE ZERO               TO RAPQ-RANG.
           MOVE SPACES             TO RAPQ-NUMCONT.
           MOVE WS-CPT-CONTRATS    TO RAPQ-NB-CONTRATS.
           MOVE WS-TOT-SCORE       TO RAPQ-SCORE.
           MOVE WS-TOT-SCORE-PREC  TO RAPQ-SCORE-PREC.
           COMPUTE WS-DELTA = WS-TOT-SCORE - WS-TOT-SCORE-PREC.
           PERFORM 26900-ECRIRE-RAPQ.
           SET IX-POI TO 1.
           PERFORM 26100-EDITER-CONTROLE
              VARYING WS-IND-CTL FROM 1 BY 1
              UNTIL WS-IND-CTL > WS-NB-CONTROLES.
           PERFORM 26200-EDITER-AGENCE
              VARYING IX-AGE FROM 1 BY 1
              UNTIL IX-AGE > WS-NB-AGENCES.
           PERFORM 26300-EDITER-INTERMEDIAIRE
              VARYING IX-INT FROM 1 BY 1
              UNTIL IX-INT > WS-NB-INTERS
           .
      ******************************************************************
       26100-EDITER-CONTROLE.
      *----------------------
           MOVE 'CTL'                            TO RAPQ-AXE.
           MOVE WS-POI-CONTROLE (IX-POI)         TO RAPQ-CODE.
           MOVE ZERO                             TO RAPQ-RANG.
           MOVE SPACES                           TO RAPQ-NUMCONT.
           MOVE WS-TCT-NB-CONTRATS (WS-IND-CTL)  TO RAPQ-NB-CONTRATS.
           MOVE WS-TCT-NB-ANO (WS-IND-CTL)       TO RAPQ-SCORE.
           MOVE WS-TCT-NB-ANO-PREC (WS-IND-CTL)  TO RAPQ-SCORE-PREC.
           COMPUTE WS-DELTA = WS-TCT-NB-ANO (WS-IND-CTL)
                            - WS-TCT-NB-ANO-PREC (WS-IND-CTL).
           PERFORM 26900-ECRIRE-RAPQ.
           SET IX-POI UP BY 1
           .
      ******************************************************************
       26200-EDITER-AGENCE.
      *--------------------
           MOVE 'AGE'                       TO RAPQ-AXE.
           MOVE WS-AGE-CODE (IX-AGE)        TO RAPQ-CODE.
           MOVE ZERO                        TO RAPQ-RANG.
           MOVE SPACES                      TO RAPQ-NUMCONT.
           MOVE WS-AGE-NB-CONTRATS (IX-AGE) TO RAPQ-NB-CONTRATS.
           MOVE WS-AGE-SCORE (IX-AGE)       TO RAPQ-SCORE.
           MOVE WS-AGE-SCORE-PREC (IX-AGE)  TO RAPQ-SCORE-PREC.
           COMPUTE WS-DELTA = WS-AGE-SCORE (IX-AGE)
                            - WS-AGE-SCORE-PREC (IX-AGE).
           PERFORM 26900-ECRIRE-RAPQ.
           MOVE WS-AGE-PIRES (IX-AGE)       TO WS-PIRES.
           PERFORM 26400-EDITER-PIRE
              VARYING WS-IND-PIR FROM 1 BY 1
              UNTIL WS-IND-PIR > 5
           .
      ******************************************************************
       26300-EDITER-INTERMEDIAIRE.
      *---------------------------
           MOVE 'INT'                       TO RAPQ-AXE.
           MOVE WS-INT-CODE (IX-INT)        TO RAPQ-CODE.
           MOVE ZERO                        TO RAPQ-RANG.
           MOVE SPACES                      TO RAPQ-NUMCONT.
           MOVE WS-INT-NB-CONTRATS (IX-INT) TO RAPQ-NB-CONTRATS.
           MOVE WS-INT-SCORE (IX-INT)       TO RAPQ-SCORE.
           MOVE WS-INT-SCORE-PREC (IX-INT)  TO RAPQ-SCORE-PREC.
           COMPUTE WS-DELTA = WS-INT-SCORE (IX-INT)
                            - WS-INT-SCORE-PREC (IX-INT).
           PERFORM 26900-ECRIRE-RAPQ.
           MOVE WS-INT-PIRES (IX-INT)       TO WS-PIRES.
           PERFORM 26400-EDITER-PIRE
              VARYING WS-IND-PIR FROM 1 BY 1
              UNTIL WS-IND-PIR > 5
           .
      ******************************************************************
      *   UN POSTE DU CLASSEMENT (AXE ET CODE DU GROUPE DEJA POSES)    *
      ******************************************************************
       26400-EDITER-PIRE.
      *------------------
           IF WS-PIR-SCORE (WS-IND-PIR) > ZERO
              MOVE WS-IND-PIR                  TO RAPQ-RANG
              MOVE WS-PIR-NUMCONT (WS-IND-PIR) TO RAPQ-NUMCONT
              MOVE ZERO                        TO RAPQ-NB-CONTRATS
              MOVE WS-PIR-SCORE (WS-IND-PIR)   TO RAPQ-SCORE
              MOVE WS-PIR-PREC (WS-IND-PIR)    TO RAPQ-SCORE-PREC
              COMPUTE WS-DELTA = WS-PIR-SCORE (WS-IND-PIR)
                               - WS-PIR-PREC (WS-IND-PIR)
              PERFORM 26900-ECRIRE-RAPQ
           END-IF
           .
      ******************************************************************
       26900-ECRIRE-RAPQ.
      *------------------
           MOVE WS-MOIS-TRAITE     TO RAPQ-MOIS.
           MOVE WS-DELTA           TO RAPQ-DELTA.
           WRITE ENRG-FB00RAPQ
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00DQAS FB00INTC FB00DQSH FB00DQSN FB00DQWL
                 FB00RAPQ.
           DISPLAY 'FB00B60 : MOIS TRAITE            = '
                    WS-MOIS-TRAITE.
           DISPLAY 'FB00B60 : ANOMALIES LUES         = '
                    WS-CPT-DQAS-LUES.
           DISPLAY 'FB00B60 : DOUBLONS ECARTES       = '
                    WS-CPT-DOUBLONS.
           DISPLAY 'FB00B60 : CONTROLES INCONNUS     = '
                    WS-CPT-INCONNUES.
           DISPLAY 'FB00B60 : CONTRATS EN ANOMALIE   = '
                    WS-CPT-CONTRATS.
           DISPLAY 'FB00B60 : DONT NOUVEAUX          = '
                    WS-CPT-NOUVEAUX.
           DISPLAY 'FB00B60 : CONTRATS ASSAINIS      = '
                    WS-CPT-ASSAINIS.
           DISPLAY 'FB00B60 : CONTRATS SANS AGENCE   = '
                    WS-CPT-SANS-AGENCE.
           IF WS-CPT-INCONNUES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B60 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
