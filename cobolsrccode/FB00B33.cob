       ID DIVISION.
       PROGRAM-ID. FB00B33.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH QUOTIDIEN D'ALIMENTATION DE LA
      *           FACTURATION PAR LES AJUSTEMENTS DE PRIME PRORATA
      *           TEMPORIS DES MOUVEMENTS DE COMPOSITION EN COURS
      *           D'ANNEE. JUSQU'ICI LA FACTURATION N'APPRENAIT UN
      *           MOUVEMENT (ENTREE, SORTIE, CHANGEMENT DE VEHICULE)
      *           QUE PAR UNE SAISIE MANUELLE D'AJUSTEMENT.
      *           POUR CHAQUE SESSION SIGNEE DU JOUR (FB01PRIM,
      *           JOURNAL DES SIGNATURES DE LA FILE TD 'FBAV' DE
      *           FB01T00, TRIE PAR CONTRAT + JOUR + HEURE), LE
      *           PROGRAMME REPREND L'IMPACT ANNUEL DE PRIME PRESENTE
      *           A L'OPERATEUR (FD 51073) ET LE PRORATISE :
      *           - DATE D'EFFET : LA PLUS ANCIENNE DATE D'EFFET
      *             (AUDIT-DATE-EFFET) DES ACTIONS FB01 DU CONTRAT
      *             SAISIES LE JOUR DE LA SIGNATURE AVANT CELLE-CI
      *             (EXTRAIT D'AUDIT FB00AUDX, TRIE PAR LE JCL SUR
      *             CONTRAT + JOUR + HEURE) ; A DEFAUT, LE JOUR DE
      *             LA SIGNATURE ;
      *           - ECHEANCE : PREMIER ANNIVERSAIRE DU CONTRAT
      *             POSTERIEUR A LA DATE D'EFFET ET A LA DATE DE
      *             TRAITEMENT (ECHEANCIER FB00ANNP AU DESSIN
      *             FB00ANNC, UN ENREGISTREMENT PAR CONTRAT, TRIE
      *             PAR CONTRAT) ;
      *           - MONTANT = IMPACT ANNUEL X JOURS (EFFET ->
      *             ECHEANCE) / JOURS DE L'ANNEE D'ASSURANCE QUI SE
      *             TERMINE A L'ECHEANCE, EN JOURS CALENDAIRES REELS
      *             (MODULE DE CALENDRIER FB00SV01). UN EFFET
      *             RETROACTIF ANTERIEUR A L'ANNIVERSAIRE PRECEDENT
      *             DONNE DONC UNE FRACTION SUPERIEURE A UN AN.
      *           UN IMPACT EN BAISSE DONNE UN REMBOURSEMENT ('R'),
      *           UN IMPACT EN HAUSSE UN COMPLEMENT DE PRIME ('C').
      *           LES AJUSTEMENTS SONT ECRITS SUR LE FICHIER
      *           D'INTERFACE FACTURATION FB00FACT, IDENTIFIES PAR LA
      *           REFERENCE CONTRAT + JOUR + HEURE DE SIGNATURE ; LE
      *           JCL EN GARDE UNE GENERATION POUR LE RAPPROCHEMENT
      *           DES ACCUSES DE LA FACTURATION LE LENDEMAIN
      *           (FB00B34). UNE SESSION SANS ECHEANCE CONNUE EST
      *           SIGNALEE ET FAIT PASSER LE CODE RETOUR A 4.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51163 CREATION.
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
      *--- JOURNAL DES SESSIONS SIGNEES DU JOUR, TRIE PAR CONTRAT +
      *--- JOUR + HEURE
           SELECT  FB01PRIM   ASSIGN  FB01PRIM
                               FILE STATUS IS  FS-FB01PRIM-STATUS.
      *--- EXTRAIT D'AUDIT DU JOUR, TRIE PAR CONTRAT + JOUR + HEURE
           SELECT  FB00AUDX   ASSIGN  FB00AUDX
                               FILE STATUS IS  FS-FB00AUDX-STATUS.
      *--- ECHEANCIER DES CONTRATS (DESSIN FB00ANNC), TRIE PAR CONTRAT
           SELECT  FB00ANNP   ASSIGN  FB00ANNP
                               FILE STATUS IS  FS-FB00ANNP-STATUS.
      *--- INTERFACE FACTURATION : AJUSTEMENTS DE PRIME DU JOUR
           SELECT  FB00FACT   ASSIGN  FB00FACT
                               FILE STATUS IS  FS-FB00FACT-STATUS.
      *--- COMPTE RENDU DES AJUSTEMENTS EMIS ET DES ANOMALIES
           SELECT  FB00RAPF   ASSIGN  FB00RAPF
                               FILE STATUS IS  FS-FB00RAPF-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB01PRIM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01PRIM.
           05  PRIM-NUMCONT           PIC X(12).
           05  PRIM-JOUR              PIC X(08).
           05  PRIM-HEURE             PIC X(08).
           05  PRIM-RACF              PIC X(15).
           05  PRIM-SENS              PIC X(01).
               88  PRIM-SENS-BAISSE       VALUE '-'.
           05  PRIM-MONTANT           PIC 9(07)V99.
           05  FILLER                 PIC X(27).
      *
       FD  FB00AUDX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00AUDX.
           05  AUDX-NUMCONT           PIC X(12).
           05  AUDX-ECRAN             PIC X(04).
               88  AUDX-ECRAN-FB01        VALUE 'FB01'.
           05  AUDX-SOUS-TYPE         PIC X(02).
           05  AUDX-RACF              PIC X(15).
           05  AUDX-JOUR              PIC X(08).
           05  AUDX-HEURE             PIC X(08).
           05  AUDX-DONNEES-FB01.
               10  AUDX-FB01-CODE-ACTION  PIC X(01).
               10  AUDX-FB01-TYPE-TS      PIC X(01).
               10  AUDX-FB01-RANG-TS      PIC X(02).
               10  AUDX-FB01-RACF         PIC X(15).
               10  AUDX-FB01-JOUR         PIC X(08).
               10  AUDX-FB01-HEURE        PIC X(08).
               10  AUDX-FB01-DATE-EFFET   PIC X(08).
               10  FILLER                 PIC X(05).
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
       FD  FB00FACT
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00FACT.
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
       FD  FB00RAPF
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPF.
           05  RAPF-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02).
           05  RAPF-JOUR-SIGN         PIC X(08).
           05  FILLER                 PIC X(01).
           05  RAPF-HEURE-SIGN        PIC X(08).
           05  FILLER                 PIC X(02).
           05  RAPF-SENS              PIC X(01).
           05  FILLER                 PIC X(02).
           05  RAPF-MONTANT           PIC Z(06)9,99.
           05  FILLER                 PIC X(02).
           05  RAPF-DATE-EFFET        PIC X(08).
           05  FILLER                 PIC X(02).
           05  RAPF-DATE-ECHEANCE     PIC X(08).
           05  FILLER                 PIC X(02).
           05  RAPF-MOTIF             PIC X(30).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B33 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB01PRIM-STATUS   PIC X(02).
           88     OK-FB01PRIM       VALUE '00'.
           88     EOF-FB01PRIM      VALUE '10'.
       01  FS-FB00AUDX-STATUS   PIC X(02).
           88     OK-FB00AUDX       VALUE '00'.
           88     EOF-FB00AUDX      VALUE '10'.
       01  FS-FB00ANNP-STATUS   PIC X(02).
           88     OK-FB00ANNP       VALUE '00'.
           88     EOF-FB00ANNP      VALUE '10'.
       01  FS-FB00FACT-STATUS   PIC X(02).
           88     OK-FB00FACT       VALUE '00'.
       01  FS-FB00RAPF-STATUS   PIC X(02).
           88     OK-FB00RAPF       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-PRIM      PIC X(01) VALUE 'N'.
           88     FIN-PRIM          VALUE 'O'.
       01  WS-IND-FIN-AUDX      PIC X(01) VALUE 'N'.
           88     FIN-AUDX          VALUE 'O'.
       01  WS-IND-FIN-ANNP      PIC X(01) VALUE 'N'.
           88     FIN-ANNP          VALUE 'O'.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
           COPY FB00CALA.
      *================================================================*
      *   LIGNE D'EN-TETE : BASE DE DECOMPTE DU PRORATA                *
      *================================================================*
       01  WS-LIGNE-BASE.
           05  FILLER            PIC X(29) VALUE
               'FB00B33 - BASE DE DECOMPTE : '.
           05  WS-LB-LIBELLE     PIC X(30).
           05  FILLER            PIC X(39) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET            PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-SESSIONS      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REMBOURSEMENTS PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-COMPLEMENTS   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-IMPACT   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANOMALIES     PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT   PIC X(08) VALUE SPACES.
       01  WS-MOTIF-ANOMALIE    PIC X(30) VALUE SPACES.
      *--- CLES DE RAPPROCHEMENT CONTRAT + JOUR + HEURE
       01  WS-CLE-PRIM.
           05  WS-CLEP-NUMCONT  PIC X(12).
           05  WS-CLEP-JOUR     PIC X(08).
           05  WS-CLEP-HEURE    PIC X(08).
       01  WS-CLE-AUDX.
           05  WS-CLEX-NUMCONT  PIC X(12).
           05  WS-CLEX-JOUR     PIC X(08).
           05  WS-CLEX-HEURE    PIC X(08).
       01  WS-DATE-EFFET        PIC X(08) VALUE SPACES.
       01  WS-DATE-EFFET-R      REDEFINES WS-DATE-EFFET.
           05  WS-DE-SSAA       PIC 9(04).
           05  FILLER           PIC X(04).
       01  WS-DATE-ANNIV        PIC X(08) VALUE SPACES.
       01  WS-DATE-ANNIV-R      REDEFINES WS-DATE-ANNIV.
           05  WS-DA-SSAA       PIC 9(04).
           05  FILLER           PIC X(04).
       01  WS-DATE-ECHEANCE     PIC X(08) VALUE SPACES.
       01  WS-DATE-ECH-PREC     PIC X(08) VALUE SPACES.
       01  WS-NB-MOIS-ANNIV     PIC S9(05) COMP-3 VALUE ZERO.
       01  WS-NB-JOURS          PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-JOURS-ANNEE       PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-MONTANT-PRORATA   PIC 9(07)V99 VALUE ZERO.
       01  WS-IND-ECHEANCE      PIC X(01) VALUE 'N'.
           88     ECHEANCE-OK       VALUE 'O'.
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
           OPEN INPUT  FB01PRIM
           OPEN INPUT  FB00AUDX
           OPEN INPUT  FB00ANNP
           OPEN OUTPUT FB00FACT
           OPEN OUTPUT FB00RAPF.
           IF NOT OK-FB01PRIM OR NOT OK-FB00AUDX OR NOT OK-FB00ANNP
              OR NOT OK-FB00FACT OR NOT OK-FB00RAPF
              DISPLAY 'FB00B33 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
      *--- BASE DE DECOMPTE DU PRORATA EN TETE DU COMPTE RENDU
           MOVE 'JOURS CALENDAIRES REELS' TO WS-LB-LIBELLE.
           WRITE ENRG-FB00RAPF FROM WS-LIGNE-BASE.
           PERFORM 21000-LIRE-PRIM
           PERFORM 22000-LIRE-AUDX
           PERFORM 23000-LIRE-ANNP
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-SESSION
              UNTIL FIN-PRIM
           .
      ******************************************************************
      *   UNE SESSION SIGNEE : DATE D'EFFET, ECHEANCE, PRORATA         *
      ******************************************************************
       20100-TRAITER-SESSION.
      *----------------------
           ADD 1 TO WS-CPT-SESSIONS.
           MOVE PRIM-JOUR TO WS-DATE-EFFET.
           PERFORM 22100-RETENIR-DATE-EFFET
              UNTIL FIN-AUDX OR WS-CLE-AUDX > WS-CLE-PRIM.
           PERFORM 23000-LIRE-ANNP
              UNTIL FIN-ANNP OR ANNP-NUMCONT NOT < PRIM-NUMCONT.
           IF PRIM-MONTANT = ZERO
              ADD 1 TO WS-CPT-SANS-IMPACT
           ELSE
              IF FIN-ANNP OR ANNP-NUMCONT NOT = PRIM-NUMCONT
                 MOVE SPACES TO WS-DATE-ECHEANCE
                 MOVE 'ECHEANCE DU CONTRAT INCONNUE'
                                          TO WS-MOTIF-ANOMALIE
                 PERFORM 26000-SIGNALER-ANOMALIE
              ELSE
                 PERFORM 24000-CALCULER-ECHEANCE
                 IF ECHEANCE-OK
                    PERFORM 25000-CALCULER-PRORATA
                 END-IF
              END-IF
           END-IF.
           PERFORM 21000-LIRE-PRIM
           .
      ******************************************************************
       21000-LIRE-PRIM.
      *----------------
           IF NOT FIN-PRIM
              READ FB01PRIM
                 AT END
                    SET FIN-PRIM TO TRUE
              NOT AT END
                 MOVE PRIM-NUMCONT TO WS-CLEP-NUMCONT
                 MOVE PRIM-JOUR    TO WS-CLEP-JOUR
                 MOVE PRIM-HEURE   TO WS-CLEP-HEURE
              END-READ
           END-IF
           .
      ******************************************************************
       22000-LIRE-AUDX.
      *----------------
           IF NOT FIN-AUDX
              READ FB00AUDX
                 AT END
                    SET FIN-AUDX TO TRUE
              NOT AT END
                 MOVE AUDX-NUMCONT TO WS-CLEX-NUMCONT
                 MOVE AUDX-JOUR    TO WS-CLEX-JOUR
                 MOVE AUDX-HEURE   TO WS-CLEX-HEURE
              END-READ
           END-IF
           .
      ******************************************************************
      *   ACTIONS FB01 DU CONTRAT SAISIES LE JOUR DE LA SIGNATURE ET   *
      *   AVANT ELLE : LA PLUS ANCIENNE DATE D'EFFET EST RETENUE       *
      ******************************************************************
       22100-RETENIR-DATE-EFFET.
      *-------------------------
           IF AUDX-NUMCONT = PRIM-NUMCONT
              AND AUDX-JOUR = PRIM-JOUR
              AND AUDX-ECRAN-FB01
              AND AUDX-FB01-DATE-EFFET NUMERIC
              AND AUDX-FB01-DATE-EFFET < WS-DATE-EFFET
              MOVE AUDX-FB01-DATE-EFFET TO WS-DATE-EFFET
           END-IF.
           PERFORM 22000-LIRE-AUDX
           .
      ******************************************************************
       23000-LIRE-ANNP.
      *----------------
           IF NOT FIN-ANNP
              READ FB00ANNP
                 AT END
                    SET FIN-ANNP TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
      *   ECHEANCE : ANNIVERSAIRE DE L'ANNEE D'EFFET (FIN DE MOIS     *
      *   RESPECTEE PAR FB00SV01), REPORTE D'UN AN TANT QU'IL NE SUIT *
      *   PAS A LA FOIS LA DATE D'EFFET ET LA DATE DE TRAITEMENT      *
      ******************************************************************
       24000-CALCULER-ECHEANCE.
      *------------------------
           MOVE 'N'             TO WS-IND-ECHEANCE.
           MOVE ANNP-DATE-ANNIV TO WS-DATE-ANNIV.
           IF WS-DATE-ANNIV NOT NUMERIC OR WS-DATE-EFFET NOT NUMERIC
              MOVE SPACES TO WS-DATE-ECHEANCE
              MOVE 'DATE ANNIVERSAIRE INVALIDE'
                                          TO WS-MOTIF-ANOMALIE
              PERFORM 26000-SIGNALER-ANOMALIE
           ELSE
              COMPUTE WS-NB-MOIS-ANNIV = (WS-DE-SSAA - WS-DA-SSAA) * 12
              PERFORM 24100-ANNIVERSAIRE-SUIVANT
              PERFORM 24100-ANNIVERSAIRE-SUIVANT
                 UNTIL NOT CALA-RETOUR-OK
                    OR (WS-DATE-ECHEANCE > WS-DATE-EFFET
                        AND WS-DATE-ECHEANCE > WS-DATE-TRAITEMENT)
              IF CALA-RETOUR-OK
      *--- ANNEE D'ASSURANCE QUI SE TERMINE A L'ECHEANCE
                 SUBTRACT 12 FROM WS-NB-MOIS-ANNIV
                 SET CALA-FONC-AJOUT-MOIS TO TRUE
                 MOVE WS-DATE-ANNIV       TO CALA-DATE-1
                 COMPUTE CALA-NOMBRE = WS-NB-MOIS-ANNIV - 12
                 CALL 'FB00SV01' USING WSS-CALA-COMMAREA
                 MOVE CALA-DATE-RESULTAT  TO WS-DATE-ECH-PREC
                 SET ECHEANCE-OK          TO TRUE
              ELSE
                 MOVE SPACES TO WS-DATE-ECHEANCE
                 MOVE 'ECHEANCE NON CALCULABLE' TO WS-MOTIF-ANOMALIE
                 PERFORM 26000-SIGNALER-ANOMALIE
              END-IF
           END-IF
           .
      ******************************************************************
       24100-ANNIVERSAIRE-SUIVANT.
      *---------------------------
           SET CALA-FONC-AJOUT-MOIS TO TRUE.
           MOVE WS-DATE-ANNIV       TO CALA-DATE-1.
           MOVE WS-NB-MOIS-ANNIV    TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           MOVE CALA-DATE-RESULTAT  TO WS-DATE-ECHEANCE.
           ADD 12                   TO WS-NB-MOIS-ANNIV
           .
      ******************************************************************
      *   PRORATA TEMPORIS EN JOURS CALENDAIRES REELS ET ECRITURE DE   *
      *   L'AJUSTEMENT SUR L'INTERFACE FACTURATION                     *
      ******************************************************************
       25000-CALCULER-PRORATA.
      *-----------------------
           SET CALA-FONC-ECART-CAL  TO TRUE.
           MOVE WS-DATE-EFFET       TO CALA-DATE-1.
           MOVE WS-DATE-ECHEANCE    TO CALA-DATE-2.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           MOVE CALA-RESULTAT       TO WS-NB-JOURS.
           SET CALA-FONC-ECART-CAL  TO TRUE.
           MOVE WS-DATE-ECH-PREC    TO CALA-DATE-1.
           MOVE WS-DATE-ECHEANCE    TO CALA-DATE-2.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           MOVE CALA-RESULTAT       TO WS-JOURS-ANNEE.
           COMPUTE WS-MONTANT-PRORATA ROUNDED =
                   PRIM-MONTANT * WS-NB-JOURS / WS-JOURS-ANNEE.
           MOVE SPACES              TO ENRG-FB00FACT.
           MOVE PRIM-NUMCONT        TO FACT-NUMCONT.
           MOVE PRIM-JOUR           TO FACT-JOUR-SIGN.
           MOVE PRIM-HEURE          TO FACT-HEURE-SIGN.
           IF PRIM-SENS-BAISSE
              MOVE 'R'              TO FACT-SENS
              ADD 1                 TO WS-CPT-REMBOURSEMENTS
           ELSE
              MOVE 'C'              TO FACT-SENS
              ADD 1                 TO WS-CPT-COMPLEMENTS
           END-IF.
           MOVE WS-MONTANT-PRORATA  TO FACT-MONTANT.
           MOVE PRIM-MONTANT        TO FACT-IMPACT-ANNUEL.
           MOVE WS-DATE-EFFET       TO FACT-DATE-EFFET.
           MOVE WS-DATE-ECHEANCE    TO FACT-DATE-ECHEANCE.
           MOVE WS-NB-JOURS         TO FACT-NB-JOURS.
           MOVE WS-JOURS-ANNEE      TO FACT-JOURS-ANNEE.
           MOVE WS-DATE-TRAITEMENT  TO FACT-DATE-EMISSION.
           MOVE PRIM-RACF           TO FACT-RACF.
           WRITE ENRG-FB00FACT.
           MOVE SPACES              TO ENRG-FB00RAPF.
           MOVE PRIM-NUMCONT        TO RAPF-NUMCONT.
           MOVE PRIM-JOUR           TO RAPF-JOUR-SIGN.
           MOVE PRIM-HEURE          TO RAPF-HEURE-SIGN.
           MOVE FACT-SENS           TO RAPF-SENS.
           MOVE WS-MONTANT-PRORATA  TO RAPF-MONTANT.
           MOVE WS-DATE-EFFET       TO RAPF-DATE-EFFET.
           MOVE WS-DATE-ECHEANCE    TO RAPF-DATE-ECHEANCE.
           MOVE 'AJUSTEMENT EMIS'   TO RAPF-MOTIF.
           WRITE ENRG-FB00RAPF
           .
      ******************************************************************
      *   SESSION SIGNEE SANS AJUSTEMENT EMIS : A TRAITER A LA MAIN    *
      *   PAR LA FACTURATION                                           *
      ******************************************************************
       26000-SIGNALER-ANOMALIE.
      *------------------------
           ADD 1                    TO WS-CPT-ANOMALIES.
           MOVE SPACES              TO ENRG-FB00RAPF.
           MOVE PRIM-NUMCONT        TO RAPF-NUMCONT.
           MOVE PRIM-JOUR           TO RAPF-JOUR-SIGN.
           MOVE PRIM-HEURE          TO RAPF-HEURE-SIGN.
           MOVE SPACE               TO RAPF-SENS.
           MOVE ZERO                TO RAPF-MONTANT.
           MOVE WS-DATE-EFFET       TO RAPF-DATE-EFFET.
           MOVE WS-DATE-ECHEANCE    TO RAPF-DATE-ECHEANCE.
           MOVE WS-MOTIF-ANOMALIE   TO RAPF-MOTIF.
           WRITE ENRG-FB00RAPF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB01PRIM FB00AUDX FB00ANNP FB00FACT FB00RAPF.
           DISPLAY 'FB00B33 : BASE DE DECOMPTE       = '
                    WS-LB-LIBELLE.
           DISPLAY 'FB00B33 : SESSIONS SIGNEES LUES  = '
                    WS-CPT-SESSIONS.
           DISPLAY 'FB00B33 : REMBOURSEMENTS EMIS    = '
                    WS-CPT-REMBOURSEMENTS.
           DISPLAY 'FB00B33 : COMPLEMENTS EMIS       = '
                    WS-CPT-COMPLEMENTS.
           DISPLAY 'FB00B33 : SESSIONS SANS IMPACT   = '
                    WS-CPT-SANS-IMPACT.
           DISPLAY 'FB00B33 : SESSIONS EN ANOMALIE   = '
                    WS-CPT-ANOMALIES.
           IF WS-CPT-ANOMALIES > 0
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B33 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
