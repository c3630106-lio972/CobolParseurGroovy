       ID DIVISION.
       PROGRAM-ID. FB00B61.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH QUOTIDIEN DE LA PROCEDURE LEGALE
      *           DE NON-PAIEMENT DE COTISATION (ARTICLE L.113-3 DU
      *           CODE DES ASSURANCES). LE RECOUVREMENT SIGNALAIT LES
      *           IMPAYES PAR MESSAGERIE ET LA COMPOSITION RESTAIT
      *           ACTIVE TOUT AU LONG : ATTESTATIONS EMISES, VEHICULES
      *           TOUJOURS DECLARES COUVERTS AU FVA. LE FICHIER DES
      *           DEFAUTS DU RECOUVREMENT (FB00IMPX : 'D' DEFAUT DE
      *           PAIEMENT AVEC ECHEANCE, MONTANT ET ADRESSE DU
      *           SOUSCRIPTEUR / 'P' PAIEMENT RECU, TRIE PAR CONTRAT +
      *           JOUR) ALIMENTE LE REGISTRE FB00IMPA (DESSIN
      *           FB00IMPF) :
      *           - DEFAUT : OUVERTURE DU DOSSIER ET MISE EN DEMEURE
      *             PAR LETTRE RECOMMANDEE (FLUX D'EDITION CIC
      *             FB00EDIP ET COPIE D'ARCHIVE GED FB00RELP, TYPE DE
      *             DOCUMENT 'MD', PLI SEPARE SELON LE PARAMETRAGE
      *             FB00ENVS) ANNONCANT LES DATES DE SUSPENSION
      *             (+ 30 JOURS) ET DE RESILIATION (+ 10 JOURS) ; UN
      *             DEFAUT SUR UN CONTRAT DONT LE DOSSIER EST DEJA EN
      *             COURS EST SIGNALE ET IGNORE ;
      *           - PAIEMENT : LE DOSSIER EN DEMEURE EST CLOS ; LE
      *             DOSSIER SUSPENDU EST LEVE (REPRISE AU FVA CI-
      *             DESSOUS) ; APRES L'ORDRE DE RESILIATION LE
      *             PAIEMENT EST SIGNALE AU RECOUVREMENT.
      *           PUIS LE REGISTRE EST PARCOURU EN ENTIER (ORDRE DES
      *           CLES, QUI EST AUSSI CELUI DE LA COMPOSITION
      *           FB00COMP) POUR APPLIQUER LES ECHEANCES LEGALES :
      *           - DATE DE SUSPENSION ATTEINTE : ETAT 'S' ET SORTIE
      *             FVA DE CHAQUE VEHICULE ACTIF A CETTE DATE ;
      *           - DATE DE RESILIATION ATTEINTE : ORDRE DE
      *             RESILIATION POUR FB00B25 (FB00ORDP, DESSIN
      *             FB00ORDR, MOTIF 'P' NON-PAIEMENT, CONCATENE PAR LE
      *             JCL AUX ORDRES DE L'ORCHESTRATEUR) ; ETAT 'T' ;
      *           - SUSPENSION LEVEE : ENTREE FVA DE CHAQUE VEHICULE
      *             ACTIF A LA DATE DU PAIEMENT ; ETAT 'R'.
      *           LES DECLARATIONS FVA (FB00FVAP, DESSIN DE L'INTERFACE
      *           FB04FVAE) SONT FUSIONNEES PAR LE JCL AVEC LE FLUX DE
      *           FB04B09 ; CHACUNE EST DOUBLEE DANS UN JOURNAL
      *           (FB00FVAJ, DESSIN DE FB04FVAD) CONCATENE PAR LE JCL
      *           AU JOURNAL QUE FB04B10 RAPPROCHE DES ACCUSES FVA ET
      *           REEMET EN CAS DE REJET. LES CONTRATS SUSPENDUS OU
      *           EN COURS DE RESILIATION SONT LISTES SUR FB00SUSP, QUE
      *           FB00B21 REPORTE EN STATUT 'S' DANS FB00CSTA (ECRANS EN
      *           LECTURE SEULE, ATTESTATION REFUSEE PAR FB01T00).
      *           LE COMPTE RENDU FB00RAPP LISTE LES DOSSIERS TRAITES ;
      *           CODE RETOUR 4 EN CAS D'ANOMALIE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51197 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51210 JOURNAL DES
      *                                       DECLARATIONS FVA
      *                                       (FB00FVAJ) POUR LE
      *                                       RAPPROCHEMENT DES
      *                                       ACCUSES PAR FB04B10.
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
      *--- DEFAUTS ET PAIEMENTS DU RECOUVREMENT, TRIES PAR CONTRAT +
      *--- JOUR
           SELECT  FB00IMPX   ASSIGN  FB00IMPX
                               FILE STATUS IS  FS-FB00IMPX-STATUS.
      *--- REGISTRE DES DOSSIERS DE COTISATION IMPAYEE (KSDS)
           SELECT  FB00IMPA   ASSIGN  FB00IMPA
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY IMPAK-CLE
                               FILE STATUS IS  FS-FB00IMPA-STATUS.
      *--- COMPOSITION PERSISTEE, TRIEE PAR CONTRAT
           SELECT  FB00COMP   ASSIGN  FB00COMP
                               FILE STATUS IS  FS-FB00COMP-STATUS.
      *--- ORDRES DE RESILIATION POUR FB00B25 (DESSIN FB00ORDR)
           SELECT  FB00ORDP   ASSIGN  FB00ORDP
                               FILE STATUS IS  FS-FB00ORDP-STATUS.
      *--- SUSPENSIONS ET REPRISES FVA (FUSION JCL AVEC FB04B09)
           SELECT  FB00FVAP   ASSIGN  FB00FVAP
                               FILE STATUS IS  FS-FB00FVAP-STATUS.
      *--- JOURNAL DES DECLARATIONS FVA (RAPPROCHE PAR FB04B10)
           SELECT  FB00FVAJ   ASSIGN  FB00FVAJ
                               FILE STATUS IS  FS-FB00FVAJ-STATUS.
      *--- CONTRATS SUSPENDUS POUR FB00B21
           SELECT  FB00SUSP   ASSIGN  FB00SUSP
                               FILE STATUS IS  FS-FB00SUSP-STATUS.
      *--- MISES EN DEMEURE POUR LE FLUX D'EDITION CIC
           SELECT  FB00EDIP   ASSIGN  FB00EDIP
                               FILE STATUS IS  FS-FB00EDIP-STATUS.
      *--- COPIE D'ARCHIVE DES MISES EN DEMEURE POUR LA GED (FB00B13)
           SELECT  FB00RELP   ASSIGN  FB00RELP
                               FILE STATUS IS  FS-FB00RELP-STATUS.
      *--- COMPTE RENDU D'EXECUTION
           SELECT  FB00RAPP   ASSIGN  FB00RAPP
                               FILE STATUS IS  FS-FB00RAPP-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00IMPX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00IMPX.
           05  IMPX-TYPE-MVT          PIC X(01).
               88  IMPX-DEFAUT            VALUE 'D'.
               88  IMPX-PAIEMENT          VALUE 'P'.
           05  IMPX-NUMCONT           PIC X(12).
           05  IMPX-JOUR              PIC X(08).
           05  IMPX-GESCLI            PIC X(11).
           05  IMPX-ECHEANCE          PIC X(08).
           05  IMPX-MONTANT           PIC 9(07)V99.
           05  IMPX-SOUSCRIPTEUR      PIC X(40).
           05  IMPX-ADR1              PIC X(32).
           05  IMPX-ADR2              PIC X(32).
           05  IMPX-CPVILLE           PIC X(32).
           05  FILLER                 PIC X(15).
      *
       FD  FB00IMPA
           LABEL RECORD STANDARD.
       01  ENRG-FB00IMPA.
           05  IMPAK-CLE              PIC X(20).
           05  FILLER                 PIC X(280).
      *
       FD  FB00COMP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00COMP.
           05  COMP-NUMCONT           PIC X(12).
           05  COMP-TYPE              PIC X(01).
               88  COMP-PERSONNE          VALUE 'P'.
               88  COMP-VEHICULE          VALUE 'V'.
           05  COMP-IDENT             PIC X(30).
           05  COMP-STATYP            PIC X(04).
           05  COMP-DATENT            PIC X(08).
           05  COMP-DATSOR            PIC X(08).
           05  FILLER                 PIC X(17).
      *
       FD  FB00ORDP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ORDP.
           05  ORDP-NUMCONT           PIC X(12).
           05  ORDP-DATE-EFFET        PIC X(08).
           05  ORDP-MOTIF             PIC X(01).
           05  ORDP-RACF              PIC X(15).
           05  ORDP-ORIGINE-RELEVE    PIC X(04).
           05  ORDP-DEMANDEUR-RELEVE  PIC X(30).
           05  FILLER                 PIC X(10).
      *
       FD  FB00FVAP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00FVAP.
           05  FVAP-TYPE-MVT          PIC X(01).
           05  FVAP-IMMAT             PIC X(10).
           05  FVAP-NUMCONT           PIC X(12).
           05  FVAP-DT-EFFET          PIC X(08).
           05  FVAP-DT-DECLARATION    PIC X(08).
           05  FILLER                 PIC X(41).
      *
       FD  FB00FVAJ
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00FVAJ.
           05  FVAJ-IMMAT             PIC X(10).
           05  FVAJ-DT-DECLARATION    PIC X(08).
           05  FVAJ-TYPE-MVT          PIC X(01).
           05  FVAJ-NUMCONT           PIC X(12).
           05  FVAJ-DT-EFFET          PIC X(08).
           05  FILLER                 PIC X(41).
      *
       FD  FB00SUSP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00SUSP.
           05  SUSP-NUMCONT           PIC X(12).
           05  SUSP-DATE-SUSPENSION   PIC X(08).
           05  SUSP-ETAT              PIC X(01).
           05  FILLER                 PIC X(59).
      *
       FD  FB00EDIP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00EDIP.
           05  EDIP-TYPE-LIGNE        PIC X(02).
           05  EDIP-TEXTE             PIC X(78).
      *
       FD  FB00RELP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RELP.
           05  RELP-REFERENCE.
               10  RELP-NUMCONT       PIC X(12).
               10  RELP-RANG          PIC 9(04).
               10  RELP-DATE-EDITION  PIC X(08).
           05  RELP-TYPE-DOC          PIC X(02).
           05  RELP-TYPE-LIGNE        PIC X(02).
           05  RELP-TEXTE             PIC X(78).
      *
       FD  FB00RAPP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPP.
           05  RAPP-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02).
           05  RAPP-JOUR-DEFAUT       PIC X(08).
           05  FILLER                 PIC X(02).
           05  RAPP-DATE              PIC X(08).
           05  FILLER                 PIC X(02).
           05  RAPP-STATUT            PIC X(46).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B61 **'.
      *================================================================*
      *   REGISTRE DES DOSSIERS DE COTISATION IMPAYEE (FB00IMPF)       *
      *================================================================*
           COPY FB00IMPF.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
           COPY FB00CALA.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00IMPX-STATUS   PIC X(02).
           88     OK-FB00IMPX       VALUE '00'.
       01  FS-FB00IMPA-STATUS   PIC X(02).
           88     OK-FB00IMPA       VALUE '00'.
           88     DOUBLON-FB00IMPA  VALUE '22'.
       01  FS-FB00COMP-STATUS   PIC X(02).
           88     OK-FB00COMP       VALUE '00'.
       01  FS-FB00ORDP-STATUS   PIC X(02).
           88     OK-FB00ORDP       VALUE '00'.
       01  FS-FB00FVAP-STATUS   PIC X(02).
           88     OK-FB00FVAP       VALUE '00'.
       01  FS-FB00FVAJ-STATUS   PIC X(02).
           88     OK-FB00FVAJ       VALUE '00'.
       01  FS-FB00SUSP-STATUS   PIC X(02).
           88     OK-FB00SUSP       VALUE '00'.
       01  FS-FB00EDIP-STATUS   PIC X(02).
           88     OK-FB00EDIP       VALUE '00'.
       01  FS-FB00RELP-STATUS   PIC X(02).
           88     OK-FB00RELP       VALUE '00'.
       01  FS-FB00RAPP-STATUS   PIC X(02).
           88     OK-FB00RAPP       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER ET DE RECHERCHE                *
      *================================================================*
       01  WS-IND-FIN-IMPX       PIC X(01) VALUE 'N'.
           88     FIN-IMPX           VALUE 'O'.
       01  WS-IND-FIN-IMPA       PIC X(01) VALUE 'N'.
           88     FIN-IMPA           VALUE 'O'.
       01  WS-IND-FIN-COMP       PIC X(01) VALUE 'N'.
           88     FIN-COMP           VALUE 'O'.
       01  WS-IND-FIN-RECH       PIC X(01) VALUE 'N'.
           88     FIN-RECH           VALUE 'O'.
       01  WS-IND-DOSSIER        PIC X(01) VALUE 'N'.
           88     DOSSIER-TROUVE     VALUE 'O'.
       01  WS-IND-MAJ            PIC X(01) VALUE 'N'.
           88     DOSSIER-MODIFIE    VALUE 'O'.
      *================================================================*
      *   DELAIS LEGAUX EN JOURS CALENDAIRES (ARTICLE L.113-3) :       *
      *   MODIFIABLES UNIQUEMENT PAR RECOMPILATION                     *
      *================================================================*
       01  WS-DELAI-SUSPENSION   PIC S9(05) COMP-3 VALUE +30.
       01  WS-DELAI-RESILIATION  PIC S9(05) COMP-3 VALUE +10.
      *================================================================*
      *   DECLARATION FVA EN COURS : MOUVEMENT ET DATE D'EFFET         *
      *================================================================*
       01  WS-FVA-TYPE-MVT       PIC X(01) VALUE SPACES.
       01  WS-FVA-DT-EFFET       PIC X(08) VALUE SPACES.
       01  WS-NB-VEHICULES       PIC 9(05) COMP VALUE ZERO.
      *================================================================*
      *   LIGNE DE DOCUMENT ET ZONES D'EDITION                         *
      *================================================================*
       01  WS-LIGNE-DOC          PIC X(78) VALUE SPACES.
       01  WS-EDIT-ECHEANCE      PIC X(10) VALUE SPACES.
       01  WS-EDIT-SUSPENSION    PIC X(10) VALUE SPACES.
       01  WS-EDIT-RESILIATION   PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-TRAIT    PIC X(10) VALUE SPACES.
       01  WS-EDIT-MONTANT       PIC Z(06)9,99.
       01  WS-EDIT-NB            PIC ZZZZ9.
       01  WS-DATE-A-EDITER      PIC X(08) VALUE SPACES.
       01  WS-DATE-EDITEE        PIC X(10) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-IMPX-LUS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-OUVERTS        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REGLES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SUSPENDUS      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LEVEES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ORDRES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-FVA            PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SUSP-LISTES    PIC 9(07) COMP VALUE ZERO.
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
           OPEN INPUT  FB00IMPX
           OPEN I-O    FB00IMPA
           OPEN INPUT  FB00COMP
           OPEN OUTPUT FB00ORDP
           OPEN OUTPUT FB00FVAP
           OPEN OUTPUT FB00FVAJ
           OPEN OUTPUT FB00SUSP
           OPEN OUTPUT FB00EDIP
           OPEN OUTPUT FB00RELP
           OPEN OUTPUT FB00RAPP.
           IF NOT OK-FB00IMPX OR NOT OK-FB00IMPA
              OR NOT OK-FB00COMP OR NOT OK-FB00ORDP
              OR NOT OK-FB00FVAP OR NOT OK-FB00SUSP
              OR NOT OK-FB00EDIP OR NOT OK-FB00RELP
              OR NOT OK-FB00RAPP OR NOT OK-FB00FVAJ
              DISPLAY 'FB00B61 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-TRAIT.
           PERFORM 21000-LIRE-IMPX
           PERFORM 21100-LIRE-COMP
           .
      ******************************************************************
      *   MOUVEMENTS DU RECOUVREMENT (OUVERTURE OU CLOTURE DU          *
      *   DOSSIER EN COURS DU CONTRAT), PUIS ECHEANCES LEGALES         *
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-MOUVEMENT
              UNTIL FIN-IMPX.
           PERFORM 23000-APPLIQUER-ECHEANCES
           .
      ******************************************************************
       20100-TRAITER-MOUVEMENT.
      *------------------------
           MOVE SPACES             TO ENRG-FB00RAPP.
           MOVE IMPX-NUMCONT       TO RAPP-NUMCONT.
           MOVE IMPX-JOUR          TO RAPP-DATE.
           IF IMPX-JOUR NOT NUMERIC
              OR (NOT IMPX-DEFAUT AND NOT IMPX-PAIEMENT)
              ADD 1                TO WS-CPT-ANOMALIES
              MOVE 'IGNORE : TYPE DE MOUVEMENT OU JOUR INVALIDE'
                                   TO RAPP-STATUT
              WRITE ENRG-FB00RAPP
           ELSE
              PERFORM 22000-CHERCHER-DOSSIER
              IF IMPX-DEFAUT
                 PERFORM 22200-TRAITER-DEFAUT
              ELSE
                 PERFORM 22500-TRAITER-PAIEMENT
              END-IF
           END-IF.
           PERFORM 21000-LIRE-IMPX
           .
      ******************************************************************
      *   DOSSIER EN COURS DU CONTRAT : LES CLES DU CONTRAT SONT      *
      *   PARCOURUES DEPUIS LE PLUS ANCIEN JOUR DE DEFAUT             *
      ******************************************************************
       22000-CHERCHER-DOSSIER.
      *-----------------------
           MOVE 'N'                TO WS-IND-DOSSIER
                                      WS-IND-FIN-RECH.
           MOVE LOW-VALUE          TO IMPAK-CLE.
           MOVE IMPX-NUMCONT       TO IMPAK-CLE (1:12).
           START FB00IMPA KEY NOT < IMPAK-CLE
           END-START.
           IF NOT OK-FB00IMPA
              SET FIN-RECH TO TRUE
           END-IF.
           PERFORM 22100-LIRE-DOSSIER
              UNTIL FIN-RECH OR DOSSIER-TROUVE
           .
      ******************************************************************
       22100-LIRE-DOSSIER.
      *-------------------
           READ FB00IMPA NEXT INTO WSS-IMPA-ENR
              AT END
                 SET FIN-RECH TO TRUE
           END-READ.
           IF NOT FIN-RECH
              IF IMPA-NUMCONT NOT = IMPX-NUMCONT
                 SET FIN-RECH TO TRUE
              ELSE
                 IF IMPA-EN-COURS
                    SET DOSSIER-TROUVE TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *   DEFAUT DE PAIEMENT : DATES LEGALES, DOSSIER ET MISE EN      *
      *   DEMEURE (UN SEUL DOSSIER EN COURS PAR CONTRAT)              *
      ******************************************************************
       22200-TRAITER-DEFAUT.
      *---------------------
           IF DOSSIER-TROUVE
              ADD 1                TO WS-CPT-ANOMALIES
              MOVE IMPA-JOUR-DEFAUT TO RAPP-JOUR-DEFAUT
              MOVE 'IGNORE : DOSSIER DEJA EN COURS SUR LE CONTRAT'
                                   TO RAPP-STATUT
              WRITE ENRG-FB00RAPP
           ELSE
              INITIALIZE WSS-IMPA-ENR
              MOVE IMPX-NUMCONT       TO IMPA-NUMCONT
              MOVE IMPX-JOUR          TO IMPA-JOUR-DEFAUT
              MOVE IMPX-GESCLI        TO IMPA-GESCLI
              MOVE IMPX-ECHEANCE      TO IMPA-ECHEANCE
              MOVE IMPX-MONTANT       TO IMPA-MONTANT
              MOVE IMPX-SOUSCRIPTEUR  TO IMPA-SOUSCRIPTEUR
              MOVE IMPX-ADR1          TO IMPA-ADR1
              MOVE IMPX-ADR2          TO IMPA-ADR2
              MOVE IMPX-CPVILLE       TO IMPA-CPVILLE
              MOVE WS-DATE-TRAITEMENT TO IMPA-DATE-DEMEURE
                                         IMPA-JOUR-TRAITEMENT
              MOVE SPACES             TO IMPA-JOUR-REGLEMENT
              MOVE IMPX-JOUR          TO RAPP-JOUR-DEFAUT
              PERFORM 22300-CALCULER-DATES
              IF CALA-RETOUR-OK
                 PERFORM 22400-OUVRIR-DOSSIER
              END-IF
           END-IF
           .
      ******************************************************************
      *   SUSPENSION TRENTE JOURS APRES LA MISE EN DEMEURE,           *
      *   RESILIATION DIX JOURS APRES LA SUSPENSION (FB00SV01)        *
      ******************************************************************
       22300-CALCULER-DATES.
      *---------------------
           SET CALA-FONC-AJOUT-CAL  TO TRUE.
           MOVE IMPA-DATE-DEMEURE   TO CALA-DATE-1.
           MOVE WS-DELAI-SUSPENSION TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF CALA-RETOUR-OK
              MOVE CALA-DATE-RESULTAT   TO IMPA-DATE-SUSPENSION
              SET CALA-FONC-AJOUT-CAL   TO TRUE
              MOVE IMPA-DATE-SUSPENSION TO CALA-DATE-1
              MOVE WS-DELAI-RESILIATION TO CALA-NOMBRE
              CALL 'FB00SV01' USING WSS-CALA-COMMAREA
           END-IF.
           IF CALA-RETOUR-OK
              MOVE CALA-DATE-RESULTAT   TO IMPA-DATE-RESILIATION
           ELSE
              ADD 1                TO WS-CPT-ANOMALIES
              MOVE SPACES          TO RAPP-STATUT
              STRING 'IGNORE : ERREUR FB00SV01 CODE '
                     CALA-CODE-RETOUR
                     DELIMITED BY SIZE INTO RAPP-STATUT
              WRITE ENRG-FB00RAPP
           END-IF
           .
      ******************************************************************
       22400-OUVRIR-DOSSIER.
      *---------------------
           SET IMPA-EN-DEMEURE     TO TRUE.
           WRITE ENRG-FB00IMPA FROM WSS-IMPA-ENR
           END-WRITE.
           IF DOUBLON-FB00IMPA
              ADD 1                TO WS-CPT-ANOMALIES
              MOVE 'IGNORE : DOSSIER CLOS DU MEME JOUR AU REGISTRE'
                                   TO RAPP-STATUT
              WRITE ENRG-FB00RAPP
           ELSE
              IF NOT OK-FB00IMPA
                 DISPLAY 'FB00B61 : ERREUR WRITE FB00IMPA - '
                          FS-FB00IMPA-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                TO WS-CPT-OUVERTS
              PERFORM 26000-EDITER-MISE-EN-DEMEURE
              MOVE SPACES          TO RAPP-STATUT
              STRING 'MISE EN DEMEURE - SUSPENSION LE '
                     IMPA-DATE-SUSPENSION
                     DELIMITED BY SIZE INTO RAPP-STATUT
              WRITE ENRG-FB00RAPP
           END-IF
           .
      ******************************************************************
      *   PAIEMENT : CLOTURE AVANT SUSPENSION, LEVEE DE LA SUSPENSION *
      *   (REPRISE FVA AU PARCOURS DU REGISTRE), SIGNALEMENT APRES    *
      *   L'ORDRE DE RESILIATION                                      *
      ******************************************************************
       22500-TRAITER-PAIEMENT.
      *-----------------------
           IF NOT DOSSIER-TROUVE
              MOVE 'SANS EFFET : AUCUN DOSSIER EN COURS'
                                   TO RAPP-STATUT
              WRITE ENRG-FB00RAPP
           ELSE
              MOVE IMPA-JOUR-DEFAUT   TO RAPP-JOUR-DEFAUT
              EVALUATE TRUE
                 WHEN IMPA-EN-DEMEURE
                    SET IMPA-REGLE    TO TRUE
                    ADD 1             TO WS-CPT-REGLES
                    MOVE 'REGLE AVANT SUSPENSION : DOSSIER CLOS'
                                      TO RAPP-STATUT
                 WHEN IMPA-SUSPENDU
                    SET IMPA-LEVEE    TO TRUE
                    MOVE 'REGLE : SUSPENSION LEVEE'
                                      TO RAPP-STATUT
                 WHEN IMPA-LEVEE
                    MOVE 'SANS EFFET : SUSPENSION DEJA LEVEE'
                                      TO RAPP-STATUT
                 WHEN OTHER
                    ADD 1             TO WS-CPT-ANOMALIES
                    MOVE 'A REVOIR : PAIEMENT APRES ORDRE RESILIATION'
                                      TO RAPP-STATUT
              END-EVALUATE
              WRITE ENRG-FB00RAPP
              IF IMPA-REGLE OR IMPA-LEVEE
                 MOVE IMPX-JOUR          TO IMPA-JOUR-REGLEMENT
                 MOVE WS-DATE-TRAITEMENT TO IMPA-JOUR-TRAITEMENT
                 PERFORM 27500-REECRIRE-DOSSIER
              END-IF
           END-IF
           .
      ******************************************************************
      *   PARCOURS COMPLET DU REGISTRE DANS L'ORDRE DES CLES : LES    *
      *   ECHEANCES SONT APPLIQUEES EN CASCADE (UN DOSSIER EN RETARD  *
      *   PEUT ETRE SUSPENDU PUIS RESILIE DANS LE MEME PASSAGE)       *
      ******************************************************************
       23000-APPLIQUER-ECHEANCES.
      *--------------------------
           MOVE LOW-VALUE          TO IMPAK-CLE.
           START FB00IMPA KEY NOT < IMPAK-CLE
           END-START.
           IF NOT OK-FB00IMPA
              SET FIN-IMPA TO TRUE
           END-IF.
           PERFORM 23100-EXAMINER-DOSSIER
              UNTIL FIN-IMPA
           .
      ******************************************************************
       23100-EXAMINER-DOSSIER.
      *-----------------------
           READ FB00IMPA NEXT INTO WSS-IMPA-ENR
              AT END
                 SET FIN-IMPA TO TRUE
           END-READ.
           IF NOT FIN-IMPA
              MOVE 'N'             TO WS-IND-MAJ
              MOVE SPACES          TO ENRG-FB00RAPP
              MOVE IMPA-NUMCONT    TO RAPP-NUMCONT
              MOVE IMPA-JOUR-DEFAUT TO RAPP-JOUR-DEFAUT
              IF IMPA-EN-DEMEURE
                 AND WS-DATE-TRAITEMENT NOT < IMPA-DATE-SUSPENSION
                 PERFORM 24000-SUSPENDRE-GARANTIE
              END-IF
              IF IMPA-SUSPENDU
                 AND WS-DATE-TRAITEMENT NOT < IMPA-DATE-RESILIATION
                 PERFORM 25000-ORDONNER-RESILIATION
              END-IF
              IF IMPA-LEVEE
                 PERFORM 25500-LEVER-SUSPENSION
              END-IF
              IF DOSSIER-MODIFIE
                 MOVE WS-DATE-TRAITEMENT TO IMPA-JOUR-TRAITEMENT
                 PERFORM 27500-REECRIRE-DOSSIER
              END-IF
              IF IMPA-SUSPENDU OR IMPA-RESILIATION
                 PERFORM 23200-LISTER-SUSPENSION
              END-IF
           END-IF
           .
      ******************************************************************
      *   CONTRAT SUSPENDU OU EN COURS DE RESILIATION : STATUT 'S'    *
      *   REPORTE PAR FB00B21 DANS FB00CSTA                           *
      ******************************************************************
       23200-LISTER-SUSPENSION.
      *------------------------
           MOVE SPACES               TO ENRG-FB00SUSP.
           MOVE IMPA-NUMCONT         TO SUSP-NUMCONT.
           MOVE IMPA-DATE-SUSPENSION TO SUSP-DATE-SUSPENSION.
           MOVE IMPA-ETAT            TO SUSP-ETAT.
           WRITE ENRG-FB00SUSP.
           ADD 1                     TO WS-CPT-SUSP-LISTES
           .
      ******************************************************************
      *   SUSPENSION DE LA GARANTIE : SORTIE FVA DES VEHICULES        *
      ******************************************************************
       24000-SUSPENDRE-GARANTIE.
      *-------------------------
           SET IMPA-SUSPENDU        TO TRUE.
           SET DOSSIER-MODIFIE      TO TRUE.
           ADD 1                    TO WS-CPT-SUSPENDUS.
           MOVE 'S'                 TO WS-FVA-TYPE-MVT.
           MOVE IMPA-DATE-SUSPENSION TO WS-FVA-DT-EFFET.
           PERFORM 27000-DECLARER-FVA.
           MOVE WS-NB-VEHICULES     TO WS-EDIT-NB.
           MOVE IMPA-DATE-SUSPENSION TO RAPP-DATE.
           MOVE SPACES              TO RAPP-STATUT.
           STRING 'GARANTIE SUSPENDUE - SORTIES FVA : '
                  WS-EDIT-NB
                  DELIMITED BY SIZE INTO RAPP-STATUT.
           WRITE ENRG-FB00RAPP
           .
      ******************************************************************
      *   RESILIATION : ORDRE POUR FB00B25 (MOTIF 'P' NON-PAIEMENT,   *
      *   LES VEHICULES SONT DEJA SORTIS DU FVA A LA SUSPENSION)      *
      ******************************************************************
       25000-ORDONNER-RESILIATION.
      *---------------------------
           SET IMPA-RESILIATION     TO TRUE.
           SET DOSSIER-MODIFIE      TO TRUE.
           ADD 1                    TO WS-CPT-ORDRES.
           MOVE SPACES              TO ENRG-FB00ORDP.
           MOVE IMPA-NUMCONT        TO ORDP-NUMCONT.
           MOVE IMPA-DATE-RESILIATION TO ORDP-DATE-EFFET.
           MOVE 'P'                 TO ORDP-MOTIF.
           MOVE 'FB00B61'           TO ORDP-RACF.
           WRITE ENRG-FB00ORDP.
           MOVE IMPA-DATE-RESILIATION TO RAPP-DATE.
           MOVE 'ORDRE DE RESILIATION TRANSMIS A FB00B25'
                                    TO RAPP-STATUT.
           WRITE ENRG-FB00RAPP
           .
      ******************************************************************
      *   PAIEMENT APRES SUSPENSION : REPRISE FVA DES VEHICULES A LA  *
      *   DATE DU PAIEMENT, DOSSIER CLOS                              *
      ******************************************************************
       25500-LEVER-SUSPENSION.
      *-----------------------
           SET IMPA-REGLE           TO TRUE.
           SET DOSSIER-MODIFIE      TO TRUE.
           ADD 1                    TO WS-CPT-LEVEES.
           MOVE 'E'                 TO WS-FVA-TYPE-MVT.
           MOVE IMPA-JOUR-REGLEMENT TO WS-FVA-DT-EFFET.
           PERFORM 27000-DECLARER-FVA.
           MOVE WS-NB-VEHICULES     TO WS-EDIT-NB.
           MOVE IMPA-JOUR-REGLEMENT TO RAPP-DATE.
           MOVE SPACES              TO RAPP-STATUT.
           STRING 'SUSPENSION LEVEE - REPRISES FVA : '
                  WS-EDIT-NB
                  DELIMITED BY SIZE INTO RAPP-STATUT.
           WRITE ENRG-FB00RAPP
           .
      ******************************************************************
      *   MISE EN DEMEURE PAR LETTRE RECOMMANDEE AU SOUSCRIPTEUR      *
      ******************************************************************
       26000-EDITER-MISE-EN-DEMEURE.
      *-----------------------------
           MOVE IMPA-ECHEANCE         TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE        TO WS-EDIT-ECHEANCE.
           MOVE IMPA-DATE-SUSPENSION  TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE        TO WS-EDIT-SUSPENSION.
           MOVE IMPA-DATE-RESILIATION TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE        TO WS-EDIT-RESILIATION.
           MOVE IMPA-MONTANT          TO WS-EDIT-MONTANT.
           MOVE 'EN'               TO EDIP-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'MISE EN DEMEURE - CONTRAT ' IMPA-NUMCONT
                  ' DU ' WS-EDIT-DATE-TRAIT
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DT'               TO EDIP-TYPE-LIGNE.
           MOVE 'LETTRE RECOMMANDEE AVEC DEMANDE D''AVIS DE RECEPTION'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE IMPA-SOUSCRIPTEUR  TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE IMPA-ADR1          TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           IF IMPA-ADR2 NOT = SPACES
              MOVE IMPA-ADR2       TO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
           END-IF.
           MOVE IMPA-CPVILLE       TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'LA COTISATION DE ' WS-EDIT-MONTANT
                  ' EUR ECHUE LE ' WS-EDIT-ECHEANCE
                  ' N''A PAS ETE REGLEE.'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'CONFORMEMENT A L''ARTICLE L.113-3 DU CODE DES'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'ASSURANCES, A DEFAUT DE PAIEMENT :'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING '- LA GARANTIE SERA SUSPENDUE LE '
                  WS-EDIT-SUSPENSION
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING '- LE CONTRAT SERA RESILIE LE ' WS-EDIT-RESILIATION
                  '.'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'UN PAIEMENT RECU AVANT LA RESILIATION MAINTIENT LE'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'CONTRAT ET REMET LA GARANTIE EN VIGUEUR.'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'PD'               TO EDIP-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'EDITE LE ' WS-EDIT-DATE-TRAIT
                  ' - SERVICE RECOUVREMENT'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
      *   UNE DECLARATION FVA PAR VEHICULE ACTIF DU CONTRAT ; LA      *
      *   PLAQUE CANONIQUE OCCUPE LE DEBUT DE L'IDENTIFIANT. CHAQUE   *
      *   DECLARATION EST DOUBLEE DANS LE JOURNAL FB00FVAJ            *
      ******************************************************************
       27000-DECLARER-FVA.
      *-------------------
           MOVE ZERO               TO WS-NB-VEHICULES.
           PERFORM 21100-LIRE-COMP
              UNTIL FIN-COMP
              OR COMP-NUMCONT NOT < IMPA-NUMCONT.
           PERFORM 27100-DECLARER-VEHICULE
              UNTIL FIN-COMP
              OR COMP-NUMCONT NOT = IMPA-NUMCONT
           .
      ******************************************************************
       27100-DECLARER-VEHICULE.
      *------------------------
           IF COMP-VEHICULE AND COMP-DATSOR = SPACES
              ADD 1                   TO WS-NB-VEHICULES
                                         WS-CPT-FVA
              MOVE SPACES             TO ENRG-FB00FVAP
              MOVE WS-FVA-TYPE-MVT    TO FVAP-TYPE-MVT
              MOVE COMP-IDENT (1:10)  TO FVAP-IMMAT
              MOVE IMPA-NUMCONT       TO FVAP-NUMCONT
              MOVE WS-FVA-DT-EFFET    TO FVAP-DT-EFFET
              MOVE WS-DATE-TRAITEMENT TO FVAP-DT-DECLARATION
              WRITE ENRG-FB00FVAP
              MOVE SPACES             TO ENRG-FB00FVAJ
              MOVE FVAP-IMMAT         TO FVAJ-IMMAT
              MOVE WS-DATE-TRAITEMENT TO FVAJ-DT-DECLARATION
              MOVE FVAP-TYPE-MVT      TO FVAJ-TYPE-MVT
              MOVE IMPA-NUMCONT       TO FVAJ-NUMCONT
              MOVE WS-FVA-DT-EFFET    TO FVAJ-DT-EFFET
              WRITE ENRG-FB00FVAJ
           END-IF.
           PERFORM 21100-LIRE-COMP
           .
      ******************************************************************
       27500-REECRIRE-DOSSIER.
      *-----------------------
           REWRITE ENRG-FB00IMPA FROM WSS-IMPA-ENR
           END-REWRITE.
           IF NOT OK-FB00IMPA
              DISPLAY 'FB00B61 : ERREUR REWRITE FB00IMPA - '
                       FS-FB00IMPA-STATUS
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
      *   GED AVEC LA REFERENCE DU DOCUMENT (TYPE 'MD')               *
      ******************************************************************
       29000-ECRIRE-LIGNE-DOC.
      *------------------------
           MOVE WS-LIGNE-DOC       TO EDIP-TEXTE.
           WRITE ENRG-FB00EDIP.
           MOVE IMPA-NUMCONT       TO RELP-NUMCONT.
           MOVE 1                  TO RELP-RANG.
           MOVE WS-DATE-TRAITEMENT TO RELP-DATE-EDITION.
           MOVE 'MD'               TO RELP-TYPE-DOC.
           MOVE EDIP-TYPE-LIGNE    TO RELP-TYPE-LIGNE.
           MOVE WS-LIGNE-DOC       TO RELP-TEXTE.
           WRITE ENRG-FB00RELP
           .
      ******************************************************************
       21000-LIRE-IMPX.
      *----------------
           IF NOT FIN-IMPX
              READ FB00IMPX
                 AT END
                    SET FIN-IMPX TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-IMPX-LUS
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-COMP.
      *----------------
           IF NOT FIN-COMP
              READ FB00COMP
                 AT END
                    SET FIN-COMP TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00IMPX FB00IMPA FB00COMP FB00ORDP FB00FVAP
                 FB00FVAJ FB00SUSP FB00EDIP FB00RELP FB00RAPP.
           DISPLAY 'FB00B61 : MOUVEMENTS LUS         = '
                    WS-CPT-IMPX-LUS.
           DISPLAY 'FB00B61 : MISES EN DEMEURE       = '
                    WS-CPT-OUVERTS.
           DISPLAY 'FB00B61 : REGLES AVANT SUSPENSION= '
                    WS-CPT-REGLES.
           DISPLAY 'FB00B61 : GARANTIES SUSPENDUES   = '
                    WS-CPT-SUSPENDUS.
           DISPLAY 'FB00B61 : SUSPENSIONS LEVEES     = '
                    WS-CPT-LEVEES.
           DISPLAY 'FB00B61 : ORDRES DE RESILIATION  = '
                    WS-CPT-ORDRES.
           DISPLAY 'FB00B61 : DECLARATIONS FVA       = '
                    WS-CPT-FVA.
           DISPLAY 'FB00B61 : CONTRATS SUSPENDUS     = '
                    WS-CPT-SUSP-LISTES.
           DISPLAY 'FB00B61 : ANOMALIES              = '
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
           DISPLAY 'FB00B61 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
