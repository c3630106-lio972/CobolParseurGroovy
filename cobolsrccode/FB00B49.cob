       ID DIVISION.
       PROGRAM-ID. FB00B49.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH QUOTIDIEN DE TRAITEMENT DES
      *           DEMANDES DE RESILIATION LOI HAMON (ARTICLE
      *           L.113-15-2 DU CODE DES ASSURANCES). CES DEMANDES,
      *           ENVOYEES PAR LE NOUVEL ASSUREUR DU CLIENT, ETAIENT
      *           TRAITEES COMME TOUTE RESILIATION, SANS CONTROLE DU
      *           DELAI D'UN MOIS NI CONFIRMATION EN RETOUR. ELLES
      *           SONT SAISIES DANS LA TRANSACTION FB27 (REGISTRE
      *           FB00HAMO, DESSIN FB00HAMF, DATE D'EFFET = RECEPTION
      *           + UN MOIS). POUR CHAQUE DEMANDE SAISIE ('S') LE
      *           PROGRAMME :
      *           - RETROUVE LA DATE D'EFFET D'ORIGINE DU CONTRAT
      *             DANS L'ECHEANCIER FB00ANNP (DESSIN FB00ANNC, TRIE
      *             PAR CONTRAT) ; CONTRAT ABSENT : LA DEMANDE RESTE
      *             EN ATTENTE ET EST SIGNALEE ;
      *           - CONTROLE L'ELIGIBILITE : LE CONTRAT DOIT AVOIR UN
      *             AN A LA RECEPTION DE LA DEMANDE (PREMIER
      *             ANNIVERSAIRE CALCULE PAR LE MODULE FB00SV01) ;
      *           - ELIGIBLE : DEPOSE L'ORDRE DE RESILIATION A LA
      *             DATE D'EFFET (FB00ORDH, DESSIN FB00ORDR, MOTIF
      *             'M', CONCATENE PAR LE JCL AUX ORDRES DE
      *             L'ORCHESTRATEUR FB00B25) ; L'ORDRE PORTE
      *             L'ORIGINE 'HAMO' ET LE NOM DU NOUVEL ASSUREUR :
      *             FB00B25 DEPOSE EN SON NOM LA DEMANDE DE RELEVE
      *             D'INFORMATION DE CHAQUE CONDUCTEUR (REGISTRE
      *             FB00B14) ; CONFIRME LA DATE DE RESILIATION AU
      *             NOUVEL ASSUREUR ; ETAT 'T' ;
      *           - NON ELIGIBLE : NOTIFIE LE REFUS AU NOUVEL
      *             ASSUREUR AVEC LA DATE A PARTIR DE LAQUELLE LA
      *             RESILIATION SERA POSSIBLE ; ETAT 'I'.
      *           LES COURRIERS PARTENT SUR LE FLUX D'EDITION CIC
      *           (FB00EDIH) AVEC LEUR COPIE D'ARCHIVE GED (FB00RELH,
      *           TYPE DE DOCUMENT 'HA'). LE COMPTE RENDU FB00RAPH
      *           LISTE LES DEMANDES TRAITEES ET EN ATTENTE ; CODE
      *           RETOUR 4 EN CAS D'ANOMALIE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51179 CREATION.
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
      *--- REGISTRE DES DEMANDES LOI HAMON SAISIES SUR FB27 (KSDS)
           SELECT  FB00HAMO   ASSIGN  FB00HAMO
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY HAMOK-CLE
                               FILE STATUS IS  FS-FB00HAMO-STATUS.
      *--- ECHEANCIER DES CONTRATS (DESSIN FB00ANNC), TRIE PAR CONTRAT
           SELECT  FB00ANNP   ASSIGN  FB00ANNP
                               FILE STATUS IS  FS-FB00ANNP-STATUS.
      *--- ORDRES DE RESILIATION POUR FB00B25 (DESSIN FB00ORDR)
           SELECT  FB00ORDH   ASSIGN  FB00ORDH
                               FILE STATUS IS  FS-FB00ORDH-STATUS.
      *--- COURRIERS AU NOUVEL ASSUREUR POUR LE FLUX D'EDITION CIC
           SELECT  FB00EDIH   ASSIGN  FB00EDIH
                               FILE STATUS IS  FS-FB00EDIH-STATUS.
      *--- COPIE D'ARCHIVE DES COURRIERS POUR LA GED (FB00B13)
           SELECT  FB00RELH   ASSIGN  FB00RELH
                               FILE STATUS IS  FS-FB00RELH-STATUS.
      *--- COMPTE RENDU D'EXECUTION
           SELECT  FB00RAPH   ASSIGN  FB00RAPH
                               FILE STATUS IS  FS-FB00RAPH-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00HAMO
           LABEL RECORD STANDARD.
       01  ENRG-FB00HAMO.
           05  HAMOK-CLE              PIC X(20).
           05  FILLER                 PIC X(280).
      *
       FD  FB00ANNP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ANNP.
           05  ANNP-NUMCONT           PIC X(12).
           05  ANNP-GESCLI            PIC X(11).
           05  ANNP-DATE-ANNIV        PIC X(08).
           05  FILLER                 PIC X(49).
      *
       FD  FB00ORDH
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ORDH.
           05  ORDH-NUMCONT           PIC X(12).
           05  ORDH-DATE-EFFET        PIC X(08).
           05  ORDH-MOTIF             PIC X(01).
           05  ORDH-RACF              PIC X(15).
           05  ORDH-ORIGINE-RELEVE    PIC X(04).
           05  ORDH-DEMANDEUR-RELEVE  PIC X(30).
           05  FILLER                 PIC X(10).
      *
       FD  FB00EDIH
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00EDIH.
           05  EDIH-TYPE-LIGNE        PIC X(02).
           05  EDIH-TEXTE             PIC X(78).
      *
       FD  FB00RELH
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RELH.
           05  RELH-REFERENCE.
               10  RELH-NUMCONT       PIC X(12).
               10  RELH-RANG          PIC 9(04).
               10  RELH-DATE-EDITION  PIC X(08).
           05  RELH-TYPE-DOC          PIC X(02).
           05  RELH-TYPE-LIGNE        PIC X(02).
           05  RELH-TEXTE             PIC X(78).
      *
       FD  FB00RAPH
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPH.
           05  RAPH-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02).
           05  RAPH-JOUR-RECU         PIC X(08).
           05  FILLER                 PIC X(02).
           05  RAPH-DATE-EFFET        PIC X(08).
           05  FILLER                 PIC X(02).
           05  RAPH-STATUT            PIC X(46).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B49 **'.
      *================================================================*
      *   REGISTRE DES DEMANDES LOI HAMON (DESSIN FB00HAMF)            *
      *================================================================*
           COPY FB00HAMF.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
           COPY FB00CALA.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00HAMO-STATUS   PIC X(02).
           88     OK-FB00HAMO       VALUE '00'.
       01  FS-FB00ANNP-STATUS   PIC X(02).
           88     OK-FB00ANNP       VALUE '00'.
           88     EOF-FB00ANNP      VALUE '10'.
       01  FS-FB00ORDH-STATUS   PIC X(02).
           88     OK-FB00ORDH       VALUE '00'.
       01  FS-FB00EDIH-STATUS   PIC X(02).
           88     OK-FB00EDIH       VALUE '00'.
       01  FS-FB00RELH-STATUS   PIC X(02).
           88     OK-FB00RELH       VALUE '00'.
       01  FS-FB00RAPH-STATUS   PIC X(02).
           88     OK-FB00RAPH       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-HAMO       PIC X(01) VALUE 'N'.
           88     FIN-HAMO           VALUE 'O'.
       01  WS-IND-FIN-ANNP       PIC X(01) VALUE 'N'.
           88     FIN-ANNP           VALUE 'O'.
      *================================================================*
      *   ANCIENNETE MINIMALE DU CONTRAT EN MOIS : MODIFIABLE          *
      *   UNIQUEMENT PAR RECOMPILATION                                 *
      *================================================================*
       01  WS-ANCIENNETE-MOIS    PIC S9(05) COMP-3 VALUE +12.
      *--- UN SEUL ORDRE DE RESILIATION PAR CONTRAT
       01  WS-NUMCONT-ORDRE      PIC X(12) VALUE LOW-VALUES.
      *================================================================*
      *   LIGNE DE DOCUMENT ET ZONES D'EDITION                         *
      *================================================================*
       01  WS-LIGNE-DOC          PIC X(78) VALUE SPACES.
       01  WS-EDIT-JOUR-RECU     PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-EFFET    PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-ORIGINE  PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-ELIGIBLE PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-TRAIT    PIC X(10) VALUE SPACES.
       01  WS-DATE-A-EDITER      PIC X(08) VALUE SPACES.
       01  WS-DATE-EDITEE        PIC X(10) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-LUES           PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-TRANSMISES     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-INELIGIBLES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ORDRES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANOMALIES      PIC 9(07) COMP VALUE ZERO.
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
           OPEN I-O    FB00HAMO
           OPEN INPUT  FB00ANNP
           OPEN OUTPUT FB00ORDH
           OPEN OUTPUT FB00EDIH
           OPEN OUTPUT FB00RELH
           OPEN OUTPUT FB00RAPH.
           IF NOT OK-FB00HAMO OR NOT OK-FB00ANNP
              OR NOT OK-FB00ORDH OR NOT OK-FB00EDIH
              OR NOT OK-FB00RELH OR NOT OK-FB00RAPH
              DISPLAY 'FB00B49 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-TRAIT.
           PERFORM 21100-LIRE-ANNP
           .
      ******************************************************************
      *   PARCOURS COMPLET DU KSDS DANS L'ORDRE DES CLES (CONTRAT +   *
      *   JOUR DE RECEPTION), QUI EST AUSSI CELUI DE L'ECHEANCIER      *
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           MOVE LOW-VALUE          TO HAMOK-CLE.
           START FB00HAMO KEY NOT < HAMOK-CLE
           END-START.
           IF NOT OK-FB00HAMO
              SET FIN-HAMO TO TRUE
           END-IF.
           PERFORM 20100-TRAITER-DEMANDE
              UNTIL FIN-HAMO
           .
      ******************************************************************
       20100-TRAITER-DEMANDE.
      *----------------------
           READ FB00HAMO NEXT INTO WSS-HAMO-ENR
              AT END
                 SET FIN-HAMO TO TRUE
           END-READ.
           IF NOT FIN-HAMO
              ADD 1 TO WS-CPT-LUES
              IF HAMO-SAISIE
                 PERFORM 22000-EXAMINER-DEMANDE
              END-IF
           END-IF
           .
      ******************************************************************
      *   DEMANDE SAISIE : CONTRAT DANS L'ECHEANCIER, PUIS            *
      *   ELIGIBILITE A LA DATE DE RECEPTION                          *
      ******************************************************************
       22000-EXAMINER-DEMANDE.
      *-----------------------
           MOVE SPACES             TO ENRG-FB00RAPH.
           MOVE HAMO-NUMCONT       TO RAPH-NUMCONT.
           MOVE HAMO-JOUR-RECU     TO RAPH-JOUR-RECU.
           MOVE HAMO-DATE-EFFET    TO RAPH-DATE-EFFET.
           PERFORM 22100-AVANCER-ANNP
              UNTIL FIN-ANNP
              OR ANNP-NUMCONT NOT < HAMO-NUMCONT.
           EVALUATE TRUE
              WHEN FIN-ANNP
                OR ANNP-NUMCONT NOT = HAMO-NUMCONT
                 ADD 1             TO WS-CPT-ANOMALIES
                 MOVE 'EN ATTENTE : CONTRAT ABSENT DE L''ECHEANCIER'
                                   TO RAPH-STATUT
                 WRITE ENRG-FB00RAPH
              WHEN ANNP-DATE-ANNIV NOT NUMERIC
                OR HAMO-DATE-EFFET NOT NUMERIC
                 ADD 1             TO WS-CPT-ANOMALIES
                 MOVE 'EN ATTENTE : DATE ORIGINE OU EFFET INVALIDE'
                                   TO RAPH-STATUT
                 WRITE ENRG-FB00RAPH
              WHEN OTHER
                 PERFORM 23000-CONTROLER-ELIGIBILITE
           END-EVALUATE
           .
      ******************************************************************
       22100-AVANCER-ANNP.
      *-------------------
           PERFORM 21100-LIRE-ANNP
           .
      ******************************************************************
      *   PREMIER ANNIVERSAIRE DU CONTRAT (FIN DE MOIS RESPECTEE PAR  *
      *   FB00SV01) : LA DEMANDE EST RECEVABLE SI ELLE EST RECUE CE   *
      *   JOUR-LA OU APRES                                            *
      ******************************************************************
       23000-CONTROLER-ELIGIBILITE.
      *----------------------------
           SET CALA-FONC-AJOUT-MOIS TO TRUE.
           MOVE ANNP-DATE-ANNIV     TO CALA-DATE-1.
           MOVE WS-ANCIENNETE-MOIS  TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              ADD 1                TO WS-CPT-ANOMALIES
              MOVE SPACES          TO RAPH-STATUT
              STRING 'EN ATTENTE : ERREUR FB00SV01 CODE '
                     CALA-CODE-RETOUR
                     DELIMITED BY SIZE INTO RAPH-STATUT
              WRITE ENRG-FB00RAPH
           ELSE
              MOVE ANNP-DATE-ANNIV    TO HAMO-DATE-ORIGINE
              MOVE CALA-DATE-RESULTAT TO HAMO-DATE-ELIGIBLE
              MOVE WS-DATE-TRAITEMENT TO HAMO-JOUR-TRAITEMENT
              MOVE 'FB00B49'          TO HAMO-RACF-TRAITEMENT
              PERFORM 23100-PREPARER-DATES
              IF HAMO-JOUR-RECU NOT < HAMO-DATE-ELIGIBLE
                 PERFORM 24000-RESILIER-CONTRAT
              ELSE
                 PERFORM 25000-REFUSER-DEMANDE
              END-IF
              PERFORM 27000-REECRIRE-DEMANDE
           END-IF
           .
      ******************************************************************
       23100-PREPARER-DATES.
      *---------------------
           MOVE HAMO-JOUR-RECU     TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-JOUR-RECU.
           MOVE HAMO-DATE-EFFET    TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-EFFET.
           MOVE HAMO-DATE-ORIGINE  TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-ORIGINE.
           MOVE HAMO-DATE-ELIGIBLE TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-ELIGIBLE
           .
      ******************************************************************
      *   DEMANDE ELIGIBLE : ORDRE POUR FB00B25 (UN SEUL PAR CONTRAT, *
      *   RELEVE DEMANDE AU NOM DU NOUVEL ASSUREUR) ET CONFIRMATION   *
      ******************************************************************
       24000-RESILIER-CONTRAT.
      *-----------------------
           IF HAMO-NUMCONT NOT = WS-NUMCONT-ORDRE
              MOVE HAMO-NUMCONT      TO WS-NUMCONT-ORDRE
              MOVE SPACES            TO ENRG-FB00ORDH
              MOVE HAMO-NUMCONT      TO ORDH-NUMCONT
              MOVE HAMO-DATE-EFFET   TO ORDH-DATE-EFFET
              MOVE 'M'               TO ORDH-MOTIF
              MOVE 'FB00B49'         TO ORDH-RACF
              MOVE 'HAMO'            TO ORDH-ORIGINE-RELEVE
              MOVE HAMO-ASSUREUR-NOM TO ORDH-DEMANDEUR-RELEVE
              WRITE ENRG-FB00ORDH
              ADD 1                  TO WS-CPT-ORDRES
           END-IF.
           SET HAMO-TRANSMISE      TO TRUE.
           ADD 1                   TO WS-CPT-TRANSMISES.
           PERFORM 26000-EDITER-EN-TETE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'NOUS AVONS RECU LE ' WS-EDIT-JOUR-RECU
                  ' VOTRE DEMANDE DE RESILIATION DU CONTRAT '
                  HAMO-NUMCONT
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'SOUSCRIT PAR ' HAMO-SOUSCRIPTEUR
                  ' (ARTICLE L.113-15-2 DU CODE'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'DES ASSURANCES). CE CONTRAT SERA RESILIE LE '
                  WS-EDIT-DATE-EFFET
                  ', UN MOIS APRES RECEPTION.'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'LE RELEVE D''INFORMATION DE CHAQUE CONDUCTEUR VOUS'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'SERA ADRESSE DANS LES QUINZE JOURS.'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           PERFORM 26500-EDITER-PIED.
           MOVE 'TRANSMISE : ORDRE FB00B25 ET CONFIRMATION'
                                   TO RAPH-STATUT.
           WRITE ENRG-FB00RAPH
           .
      ******************************************************************
      *   CONTRAT DE MOINS D'UN AN A LA RECEPTION : REFUS MOTIVE      *
      ******************************************************************
       25000-REFUSER-DEMANDE.
      *----------------------
           SET HAMO-INELIGIBLE     TO TRUE.
           ADD 1                   TO WS-CPT-INELIGIBLES.
           PERFORM 26000-EDITER-EN-TETE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'NOUS AVONS RECU LE ' WS-EDIT-JOUR-RECU
                  ' VOTRE DEMANDE DE RESILIATION DU CONTRAT '
                  HAMO-NUMCONT
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'SOUSCRIT PAR ' HAMO-SOUSCRIPTEUR
                  ' LE ' WS-EDIT-DATE-ORIGINE '.'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'CE CONTRAT N''AYANT PAS UN AN, LA RESILIATION PREVUE A'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'L''ARTICLE L.113-15-2 DU CODE DES ASSURANCES NE PEUT'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'ETRE DEMANDEE QU''A COMPTER DU '
                  WS-EDIT-DATE-ELIGIBLE
                  '. LE CONTRAT SE POURSUIT.'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           PERFORM 26500-EDITER-PIED.
           MOVE SPACES             TO RAPH-STATUT.
           STRING 'INELIGIBLE : CONTRAT D''UN AN LE '
                  HAMO-DATE-ELIGIBLE
                  DELIMITED BY SIZE INTO RAPH-STATUT.
           WRITE ENRG-FB00RAPH
           .
      ******************************************************************
      *   EN-TETE DU COURRIER : ADRESSE ET REFERENCE DU NOUVEL        *
      *   ASSUREUR                                                    *
      ******************************************************************
       26000-EDITER-EN-TETE.
      *---------------------
           MOVE 'EN'               TO EDIH-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'RESILIATION LOI HAMON - CONTRAT ' HAMO-NUMCONT
                  ' DU ' WS-EDIT-DATE-TRAIT
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DT'               TO EDIH-TYPE-LIGNE.
           MOVE HAMO-ASSUREUR-NOM  TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE HAMO-ASSUREUR-ADR1 TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           IF HAMO-ASSUREUR-ADR2 NOT = SPACES
              MOVE HAMO-ASSUREUR-ADR2 TO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
           END-IF.
           MOVE HAMO-ASSUREUR-CPVILLE TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'VOTRE REFERENCE : ' HAMO-ASSUREUR-REF
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
       26500-EDITER-PIED.
      *------------------
           MOVE 'PD'               TO EDIH-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'EDITE LE ' WS-EDIT-DATE-TRAIT
                  ' - COPIE AU SOUSCRIPTEUR SUR DEMANDE'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
       27000-REECRIRE-DEMANDE.
      *-----------------------
           REWRITE ENRG-FB00HAMO FROM WSS-HAMO-ENR
           END-REWRITE.
           IF NOT OK-FB00HAMO
              DISPLAY 'FB00B49 : ERREUR REWRITE FB00HAMO - '
                       FS-FB00HAMO-STATUS
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
      *   CHAQUE LIGNE PART SUR LE FLUX CIC ET SUR LA COPIE D'ARCHIVE *
      *   GED AVEC LA REFERENCE DU DOCUMENT (TYPE 'HA')               *
      ******************************************************************
       29000-ECRIRE-LIGNE-DOC.
      *------------------------
           MOVE WS-LIGNE-DOC       TO EDIH-TEXTE.
           WRITE ENRG-FB00EDIH.
           MOVE HAMO-NUMCONT       TO RELH-NUMCONT.
           MOVE 1                  TO RELH-RANG.
           MOVE WS-DATE-TRAITEMENT TO RELH-DATE-EDITION.
           MOVE 'HA'               TO RELH-TYPE-DOC.
           MOVE EDIH-TYPE-LIGNE    TO RELH-TYPE-LIGNE.
           MOVE WS-LIGNE-DOC       TO RELH-TEXTE.
           WRITE ENRG-FB00RELH
           .
      ******************************************************************
       21100-LIRE-ANNP.
      *----------------
           IF NOT FIN-ANNP
              READ FB00ANNP
                 AT END
                    SET FIN-ANNP TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00HAMO FB00ANNP FB00ORDH FB00EDIH FB00RELH FB00RAPH.
           DISPLAY 'FB00B49 : DEMANDES AU REGISTRE   = '
                    WS-CPT-LUES.
           DISPLAY 'FB00B49 : DEMANDES TRANSMISES    = '
                    WS-CPT-TRANSMISES.
           DISPLAY 'FB00B49 : DEMANDES INELIGIBLES   = '
                    WS-CPT-INELIGIBLES.
           DISPLAY 'FB00B49 : ORDRES DE RESILIATION  = '
                    WS-CPT-ORDRES.
           DISPLAY 'FB00B49 : ANOMALIES              = '
                    WS-CPT-ANOMALIES.
           IF WS-CPT-ANOMALIES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B49 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
