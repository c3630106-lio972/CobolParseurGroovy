       ID DIVISION.
       PROGRAM-ID. FB01B11.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH QUOTIDIEN DE SURVEILLANCE DES
      *           VEHICULES VENDUS (ALIENATION, ARTICLE L.121-11).
      *           LA VENTE ETAIT SAISIE COMME UNE SORTIE ORDINAIRE
      *           ('D', MOTIF LIBRE) : LE CONTRAT N'ETAIT NI
      *           SUSPENDU NI RESILIE A TEMPS. LA VENTE EST
      *           DESORMAIS ENREGISTREE PAR LA COMMANDE 'VENTE=RR'
      *           DE FB01T00 DANS LE KSDS FB01VENT (GARANTIE
      *           SUSPENDUE LE LENDEMAIN DE LA VENTE, TERME DE PLEIN
      *           DROIT SIX MOIS APRES). POUR CHAQUE VENTE SUSPENDUE
      *           LE PROGRAMME :
      *           - CLOT LA SURVEILLANCE (ETAT 'R') DES QU'UN
      *             VEHICULE DE REMPLACEMENT EST ENTRE DANS LA
      *             COMPOSITION (FB00COMP, TRIEE PAR CONTRAT) A LA
      *             DATE DE VENTE OU APRES ;
      *           - A DEFAUT, LE TERME ATTEINT, DEPOSE UN ORDRE DE
      *             RESILIATION (FB01ORDV, DESSIN FB00ORDR, MOTIF
      *             'A', EFFET AU TERME) CONCATENE PAR LE JCL AUX
      *             ORDRES DE L'ORCHESTRATEUR FB00B25, ET ADRESSE UN
      *             COURRIER AU CLIENT SUR LE FLUX D'EDITION CIC
      *             (FB01EDIC) AVEC SA COPIE D'ARCHIVE GED (FB01RELA,
      *             TYPE DE DOCUMENT 'AL') ; ETAT 'T'.
      *           LE COMPTE RENDU FB01RAPV LISTE LES SUSPENSIONS EN
      *           COURS ET LES CLOTURES DU JOUR ; CODE RETOUR 4 EN
      *           CAS D'ANOMALIE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51165 CREATION.
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
      *--- VENTES DE VEHICULES SAISIES SUR FB01T00 (VSAM KSDS)
           SELECT  FB01VENT   ASSIGN  FB01VENT
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY VENT-CLE
                               FILE STATUS IS  FS-FB01VENT-STATUS.
      *--- COMPOSITION PERSISTEE, TRIEE PAR CONTRAT
           SELECT  FB00COMP   ASSIGN  FB00COMP
                               FILE STATUS IS  FS-FB00COMP-STATUS.
      *--- ORDRES DE RESILIATION POUR FB00B25 (DESSIN FB00ORDR)
           SELECT  FB01ORDV   ASSIGN  FB01ORDV
                               FILE STATUS IS  FS-FB01ORDV-STATUS.
      *--- COURRIERS POUR LE FLUX D'EDITION CIC
           SELECT  FB01EDIC   ASSIGN  FB01EDIC
                               FILE STATUS IS  FS-FB01EDIC-STATUS.
      *--- COPIE D'ARCHIVE DOCUMENTAIRE (FLUX GED)
           SELECT  FB01RELA   ASSIGN  FB01RELA
                               FILE STATUS IS  FS-FB01RELA-STATUS.
      *--- COMPTE RENDU DE SURVEILLANCE
           SELECT  FB01RAPV   ASSIGN  FB01RAPV
                               FILE STATUS IS  FS-FB01RAPV-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB01VENT
           LABEL RECORD STANDARD.
       01  ENRG-FB01VENT.
           05  VENT-CLE.
               10  VENT-NUMCONT       PIC X(12).
               10  VENT-RANG-VEHI     PIC X(02).
           05  VENT-DATE-VENTE        PIC X(08).
           05  VENT-DATE-SUSPENS      PIC X(08).
           05  VENT-DATE-TERME        PIC X(08).
           05  VENT-ETAT              PIC X(01).
               88  VENTE-SUSPENDUE        VALUE 'S'.
               88  VENTE-REMPLACEE        VALUE 'R'.
               88  VENTE-RESILIEE         VALUE 'T'.
           05  VENT-DATE-CLOTURE      PIC X(08).
           05  VENT-RACF              PIC X(15).
           05  VENT-JOUR              PIC X(08).
           05  FILLER                 PIC X(30).
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
       FD  FB01ORDV
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01ORDV.
           05  ORDV-NUMCONT           PIC X(12).
           05  ORDV-DATE-EFFET        PIC X(08).
           05  ORDV-MOTIF             PIC X(01).
           05  ORDV-RACF              PIC X(15).
           05  FILLER                 PIC X(44).
      *
       FD  FB01EDIC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01EDIC.
           05  EDIC-TYPE-LIGNE        PIC X(02).
           05  EDIC-TEXTE             PIC X(78).
      *
       FD  FB01RELA
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01RELA.
           05  RELA-REFERENCE.
               10  RELA-NUMCONT       PIC X(12).
               10  RELA-RANG          PIC 9(04).
               10  RELA-DATE-EDITION  PIC X(08).
           05  RELA-TYPE-DOC          PIC X(02).
           05  RELA-TYPE-LIGNE        PIC X(02).
           05  RELA-TEXTE             PIC X(78).
      *
       FD  FB01RAPV
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01RAPV.
           05  RAPV-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02).
           05  RAPV-RANG-VEHI         PIC X(02).
           05  FILLER                 PIC X(02).
           05  RAPV-DATE-VENTE        PIC X(08).
           05  FILLER                 PIC X(02).
           05  RAPV-DATE-TERME        PIC X(08).
           05  FILLER                 PIC X(02).
           05  RAPV-STATUT            PIC X(42).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB01B11 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB01VENT-STATUS   PIC X(02).
           88     OK-FB01VENT       VALUE '00'.
           88     EOF-FB01VENT      VALUE '10'.
       01  FS-FB00COMP-STATUS   PIC X(02).
           88     OK-FB00COMP       VALUE '00'.
           88     EOF-FB00COMP      VALUE '10'.
       01  FS-FB01ORDV-STATUS   PIC X(02).
           88     OK-FB01ORDV       VALUE '00'.
       01  FS-FB01EDIC-STATUS   PIC X(02).
           88     OK-FB01EDIC       VALUE '00'.
       01  FS-FB01RELA-STATUS   PIC X(02).
           88     OK-FB01RELA       VALUE '00'.
       01  FS-FB01RAPV-STATUS   PIC X(02).
           88     OK-FB01RAPV       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-VENT       PIC X(01) VALUE 'N'.
           88     FIN-VENT           VALUE 'O'.
       01  WS-IND-FIN-COMP       PIC X(01) VALUE 'N'.
           88     FIN-COMP           VALUE 'O'.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
       COPY FB00CALA.
      *================================================================*
      *   ENTREES DE VEHICULES DU CONTRAT EN COURS                     *
      *================================================================*
      *--- DERNIERE DATE D'ENTREE D'UN VEHICULE ACTIF DU CONTRAT
       01  WS-NUMCONT-COMP       PIC X(12) VALUE LOW-VALUES.
       01  WS-DATENT-MAX-VEHI    PIC X(08) VALUE SPACES.
      *--- UN SEUL ORDRE ET UN SEUL COURRIER PAR CONTRAT RESILIE
       01  WS-NUMCONT-ORDRE      PIC X(12) VALUE LOW-VALUES.
      *================================================================*
      *   LIGNE DE DOCUMENT ET ZONES D'EDITION                         *
      *================================================================*
       01  WS-LIGNE-DOC          PIC X(78) VALUE SPACES.
       01  WS-EDIT-DATE-VENTE    PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-SUSPENS  PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-TERME    PIC X(10) VALUE SPACES.
       01  WS-EDIT-JOURS         PIC ZZZ9.
       01  WS-DATE-A-EDITER      PIC X(08) VALUE SPACES.
       01  WS-DATE-EDITEE        PIC X(10) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-VENTES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SUSPENDUES     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REMPLACEES     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RESILIEES      PIC 9(07) COMP VALUE ZERO.
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
           OPEN I-O    FB01VENT
           OPEN INPUT  FB00COMP
           OPEN OUTPUT FB01ORDV
           OPEN OUTPUT FB01EDIC
           OPEN OUTPUT FB01RELA
           OPEN OUTPUT FB01RAPV.
           IF NOT OK-FB01VENT OR NOT OK-FB00COMP
              OR NOT OK-FB01ORDV OR NOT OK-FB01EDIC
              OR NOT OK-FB01RELA OR NOT OK-FB01RAPV
              DISPLAY 'FB01B11 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21200-LIRE-COMP
           .
      ******************************************************************
      *   PARCOURS COMPLET DU KSDS DANS L'ORDRE DES CLES (CONTRAT +   *
      *   RANG), QUI EST AUSSI CELUI DE LA COMPOSITION                 *
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           MOVE LOW-VALUE          TO VENT-CLE.
           START FB01VENT KEY NOT < VENT-CLE
           END-START.
           IF NOT OK-FB01VENT
              SET FIN-VENT TO TRUE
           END-IF.
           PERFORM 20100-TRAITER-VENTE
              UNTIL FIN-VENT
           .
      ******************************************************************
       20100-TRAITER-VENTE.
      *--------------------
           READ FB01VENT NEXT
              AT END
                 SET FIN-VENT TO TRUE
           END-READ.
           IF NOT FIN-VENT
              ADD 1 TO WS-CPT-VENTES
              IF VENTE-SUSPENDUE
                 PERFORM 22000-SURVEILLER-VENTE
              END-IF
           END-IF
           .
      ******************************************************************
      *   VENTE SUSPENDUE : REMPLACEMENT, TERME ATTEINT OU SUSPENSION *
      *   QUI SE POURSUIT                                              *
      ******************************************************************
       22000-SURVEILLER-VENTE.
      *-----------------------
           MOVE SPACES             TO ENRG-FB01RAPV.
           MOVE VENT-NUMCONT       TO RAPV-NUMCONT.
           MOVE VENT-RANG-VEHI     TO RAPV-RANG-VEHI.
           MOVE VENT-DATE-VENTE    TO RAPV-DATE-VENTE.
           MOVE VENT-DATE-TERME    TO RAPV-DATE-TERME.
           IF VENT-DATE-VENTE NOT NUMERIC
              OR VENT-DATE-TERME NOT NUMERIC
              ADD 1                TO WS-CPT-ANOMALIES
              MOVE 'ANOMALIE : DATES DE VENTE/TERME INVALIDES'
                                   TO RAPV-STATUT
              WRITE ENRG-FB01RAPV
           ELSE
              IF VENT-NUMCONT NOT = WS-NUMCONT-COMP
                 PERFORM 23000-RECHERCHER-REMPLACEMENT
              END-IF
              EVALUATE TRUE
                 WHEN WS-DATENT-MAX-VEHI NOT = SPACES
                  AND WS-DATENT-MAX-VEHI NOT < VENT-DATE-VENTE
                    PERFORM 24000-CLORE-REMPLACEMENT
                 WHEN VENT-DATE-TERME NOT > WS-DATE-TRAITEMENT
                    PERFORM 25000-RESILIER-CONTRAT
                 WHEN OTHER
                    PERFORM 26000-EDITER-SUSPENSION
              END-EVALUATE
           END-IF
           .
      ******************************************************************
      *   DERNIERE ENTREE D'UN VEHICULE ENCORE ACTIF DANS LA           *
      *   COMPOSITION DU CONTRAT (LE VEHICULE VENDU, RESTE EN          *
      *   COMPOSITION, EST ENTRE AVANT SA VENTE ET N'EST DONC PAS      *
      *   PRIS POUR UN REMPLACEMENT)                                   *
      ******************************************************************
       23000-RECHERCHER-REMPLACEMENT.
      *------------------------------
           MOVE VENT-NUMCONT       TO WS-NUMCONT-COMP.
           MOVE SPACES             TO WS-DATENT-MAX-VEHI.
           PERFORM 23100-AVANCER-COMP
              UNTIL FIN-COMP
              OR COMP-NUMCONT NOT < WS-NUMCONT-COMP.
           PERFORM 23200-EXAMINER-MEMBRE
              UNTIL FIN-COMP
              OR COMP-NUMCONT NOT = WS-NUMCONT-COMP
           .
      ******************************************************************
       23100-AVANCER-COMP.
      *-------------------
           PERFORM 21200-LIRE-COMP
           .
      ******************************************************************
       23200-EXAMINER-MEMBRE.
      *----------------------
           IF COMP-VEHICULE
              AND COMP-DATSOR = SPACES
              AND COMP-DATENT NUMERIC
              IF WS-DATENT-MAX-VEHI = SPACES
                 OR COMP-DATENT > WS-DATENT-MAX-VEHI
                 MOVE COMP-DATENT  TO WS-DATENT-MAX-VEHI
              END-IF
           END-IF
           PERFORM 21200-LIRE-COMP
           .
      ******************************************************************
      *   VEHICULE DE REMPLACEMENT : FIN DE LA SURVEILLANCE            *
      ******************************************************************
       24000-CLORE-REMPLACEMENT.
      *-------------------------
           SET VENTE-REMPLACEE     TO TRUE.
           MOVE WS-DATE-TRAITEMENT TO VENT-DATE-CLOTURE.
           PERFORM 27000-REECRIRE-VENTE.
           ADD 1                   TO WS-CPT-REMPLACEES.
           MOVE SPACES             TO RAPV-STATUT.
           STRING 'REMPLACE - ENTREE VEHICULE DU '
                  WS-DATENT-MAX-VEHI
                  DELIMITED BY SIZE INTO RAPV-STATUT.
           WRITE ENRG-FB01RAPV
           .
      ******************************************************************
      *   TERME ATTEINT SANS REMPLACEMENT : ORDRE DE RESILIATION POUR  *
      *   FB00B25 (MOTIF 'A' ALIENATION, EFFET AU TERME) ET COURRIER   *
      *   AU CLIENT - UN SEUL ORDRE PAR CONTRAT                        *
      ******************************************************************
       25000-RESILIER-CONTRAT.
      *-----------------------
           IF VENT-NUMCONT NOT = WS-NUMCONT-ORDRE
              MOVE VENT-NUMCONT    TO WS-NUMCONT-ORDRE
              MOVE SPACES          TO ENRG-FB01ORDV
              MOVE VENT-NUMCONT    TO ORDV-NUMCONT
              MOVE VENT-DATE-TERME TO ORDV-DATE-EFFET
              MOVE 'A'             TO ORDV-MOTIF
              MOVE 'FB01B11'       TO ORDV-RACF
              WRITE ENRG-FB01ORDV
              ADD 1                TO WS-CPT-ORDRES
              PERFORM 25100-EDITER-COURRIER
           END-IF.
           SET VENTE-RESILIEE      TO TRUE.
           MOVE WS-DATE-TRAITEMENT TO VENT-DATE-CLOTURE.
           PERFORM 27000-REECRIRE-VENTE.
           ADD 1                   TO WS-CPT-RESILIEES.
           MOVE 'RESILIE - ORDRE TRANSMIS A FB00B25'
                                   TO RAPV-STATUT.
           WRITE ENRG-FB01RAPV
           .
      ******************************************************************
       25100-EDITER-COURRIER.
      *----------------------
           MOVE VENT-DATE-VENTE    TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-VENTE.
           MOVE VENT-DATE-SUSPENS  TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-SUSPENS.
           MOVE VENT-DATE-TERME    TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-TERME.
           MOVE 'EN'               TO EDIC-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'RESILIATION DU CONTRAT ' VENT-NUMCONT
                  ' DU ' WS-DATE-TRAITEMENT
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DT'               TO EDIC-TYPE-LIGNE.
           MOVE 'A L''ATTENTION DU TITULAIRE DU CONTRAT'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'VOUS NOUS AVEZ DECLARE LA VENTE DE VOTRE VEHICULE'
                  ' LE ' WS-EDIT-DATE-VENTE '.'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'SA GARANTIE EST SUSPENDUE DEPUIS LE '
                  WS-EDIT-DATE-SUSPENS
                  ' (ARTICLE L.121-11 DU CODE'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DES ASSURANCES). AUCUN VEHICULE DE REMPLACEMENT N''A'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'ETE DECLARE DANS LES SIX MOIS QUI ONT SUIVI LA VENTE.'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'VOTRE CONTRAT EST EN CONSEQUENCE RESILIE DE PLEIN '
                  'DROIT LE ' WS-EDIT-DATE-TERME '.'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'PD'               TO EDIC-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'EDITE LE ' WS-DATE-TRAITEMENT
                  ' - LA PORTION DE PRIME NON COURUE VOUS SERA'
                  ' REMBOURSEE'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
      *   SUSPENSION EN COURS : JOURS RESTANT JUSQU'AU TERME           *
      ******************************************************************
       26000-EDITER-SUSPENSION.
      *------------------------
           ADD 1                   TO WS-CPT-SUSPENDUES.
           SET CALA-FONC-ECART-CAL TO TRUE.
           MOVE WS-DATE-TRAITEMENT TO CALA-DATE-1.
           MOVE VENT-DATE-TERME    TO CALA-DATE-2.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF CALA-RETOUR-OK
              MOVE CALA-RESULTAT   TO WS-EDIT-JOURS
              MOVE SPACES          TO RAPV-STATUT
              STRING 'SUSPENDU - TERME DANS ' WS-EDIT-JOURS ' JOURS'
                     DELIMITED BY SIZE INTO RAPV-STATUT
           ELSE
              MOVE 'SUSPENDU'      TO RAPV-STATUT
           END-IF.
           WRITE ENRG-FB01RAPV
           .
      ******************************************************************
       27000-REECRIRE-VENTE.
      *---------------------
           REWRITE ENRG-FB01VENT
           END-REWRITE.
           IF NOT OK-FB01VENT
              DISPLAY 'FB01B11 : ERREUR REWRITE FB01VENT - '
                       FS-FB01VENT-STATUS
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
      *   GED AVEC LA REFERENCE DU DOCUMENT (TYPE 'AL')               *
      ******************************************************************
       29000-ECRIRE-LIGNE-DOC.
      *------------------------
           MOVE WS-LIGNE-DOC       TO EDIC-TEXTE.
           WRITE ENRG-FB01EDIC.
           MOVE VENT-NUMCONT       TO RELA-NUMCONT.
           MOVE 1                  TO RELA-RANG.
           MOVE WS-DATE-TRAITEMENT TO RELA-DATE-EDITION.
           MOVE 'AL'               TO RELA-TYPE-DOC.
           MOVE EDIC-TYPE-LIGNE    TO RELA-TYPE-LIGNE.
           MOVE WS-LIGNE-DOC       TO RELA-TEXTE.
           WRITE ENRG-FB01RELA
           .
      ******************************************************************
       21200-LIRE-COMP.
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
           CLOSE FB01VENT FB00COMP FB01ORDV FB01EDIC FB01RELA FB01RAPV.
           DISPLAY 'FB01B11 : VENTES ENREGISTREES    = '
                    WS-CPT-VENTES.
           DISPLAY 'FB01B11 : SUSPENSIONS EN COURS   = '
                    WS-CPT-SUSPENDUES.
           DISPLAY 'FB01B11 : VENTES REMPLACEES      = '
                    WS-CPT-REMPLACEES.
           DISPLAY 'FB01B11 : VENTES A TERME         = '
                    WS-CPT-RESILIEES.
           DISPLAY 'FB01B11 : ORDRES DE RESILIATION  = '
                    WS-CPT-ORDRES.
           DISPLAY 'FB01B11 : ANOMALIES              = '
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
           DISPLAY 'FB01B11 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
