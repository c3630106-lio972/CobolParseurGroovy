       ID DIVISION.
       PROGRAM-ID. FB00B62.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH QUOTIDIEN DE SUIVI DES LETTRES
      *           RECOMMANDEES AVEC AVIS DE RECEPTION DE LA CHAINE FB
      *           (MISE EN DEMEURE, FIN DE SUSPENSION POUR VENTE,
      *           RESILIATION, RELEVE D'INFORMATION SELON LE
      *           PARAMETRAGE FB00ENVS). LES LETTRES SONT ENREGISTREES
      *           PAR FB00B55 A LEUR MISE SOUS PLI DANS LE REGISTRE
      *           FB00LRAR (VSAM KSDS, DESSIN FB00LRAF, CLE = NUMERO
      *           DE RECOMMANDE). LE PROGRAMME :
      *           - CHARGE LE FICHIER RETOUR DES AVIS DE RECEPTION DE
      *             LA POSTE (FB00LRAA : NUMERO DE RECOMMANDE, ETAT
      *             'D' DISTRIBUEE, 'R' REFUSEE, 'N' NON RECLAMEE,
      *             DATE DE L'EVENEMENT) ET PORTE L'ETAT SUR LA LETTRE
      *             DU REGISTRE ; UN NUMERO INCONNU OU UN ETAT INVALIDE
      *             EST SIGNALE, UN AVIS DEJA ENREGISTRE EST IGNORE ;
      *           - PARCOURT LE REGISTRE EN ENTIER : LE NUMERO DE
      *             RECOMMANDE ET L'ETAT DE L'AVIS SONT RECOPIES SUR
      *             L'ENTREE D'INDEX GED DU DOCUMENT (FB00GEDI,
      *             CONSULTEE PAR FB10T00) DES QU'ELLE EXISTE (LA GED
      *             EST CHARGEE PAR FB00B13) ; UNE LETTRE DONT L'AVIS
      *             N'EST PAS REVENU PLUS DE WS-DELAI-RETOUR-AR JOURS
      *             CALENDAIRES APRES L'ENVOI (FB00SV01) EST SIGNALEE.
      *           LE COMPTE RENDU FB00RAPL LISTE LES AVIS DU JOUR, LES
      *           ANOMALIES ET LES AVIS EN RETARD ; CODE RETOUR 4 EN
      *           CAS D'ANOMALIE OU D'AVIS EN RETARD.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51200 CREATION.
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
      *--- RETOUR DES AVIS DE RECEPTION DE LA POSTE
           SELECT  FB00LRAA   ASSIGN  FB00LRAA
                               FILE STATUS IS  FS-FB00LRAA-STATUS.
      *--- REGISTRE DES LETTRES RECOMMANDEES (VSAM KSDS)
           SELECT  FB00LRAR   ASSIGN  FB00LRAR
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY LRARK-NO-SUIVI
                               FILE STATUS IS  FS-FB00LRAR-STATUS.
      *--- INDEX DOCUMENTAIRE GED (VSAM KSDS, CHARGE PAR FB00B13)
           SELECT  FB00GEDI   ASSIGN  FB00GEDI
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY GEDI-CLE
                               FILE STATUS IS  FS-FB00GEDI-STATUS.
      *--- COMPTE RENDU
           SELECT  FB00RAPL   ASSIGN  FB00RAPL
                               FILE STATUS IS  FS-FB00RAPL-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00LRAA
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00LRAA.
           05  LRAA-NO-SUIVI          PIC X(13).
           05  FILLER                 PIC X(01).
           05  LRAA-ETAT              PIC X(01).
               88  LRAA-ETAT-VALIDE       VALUE 'D' 'R' 'N'.
           05  FILLER                 PIC X(01).
           05  LRAA-DATE-EVENEMENT    PIC X(08).
           05  FILLER                 PIC X(56).
      *
       FD  FB00LRAR
           LABEL RECORD STANDARD.
       01  ENRG-FB00LRAR.
           05  LRARK-NO-SUIVI         PIC X(13).
           05  FILLER                 PIC X(87).
      *
       FD  FB00GEDI
           LABEL RECORD STANDARD.
       01  ENRG-FB00GEDI.
           05  GEDI-CLE.
               10  GEDI-CLIENT        PIC X(13).
               10  GEDI-TYPE-DOC      PIC X(02).
               10  GEDI-DATE-EDITION  PIC X(08).
               10  GEDI-RANG          PIC 9(04).
           05  GEDI-NB-LIGNES         PIC 9(04).
           05  GEDI-ORIGINE           PIC X(08).
           05  GEDI-SUIVI-LRAR.
               10  GEDI-NO-SUIVI      PIC X(13).
               10  GEDI-ETAT-AR       PIC X(01).
               10  GEDI-DATE-AR       PIC X(08).
           05  FILLER                 PIC X(39).
      *
       FD  FB00RAPL
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPL.
           05  RAPL-NO-SUIVI          PIC X(13).
           05  FILLER                 PIC X(02).
           05  RAPL-CLIENT            PIC X(13).
           05  FILLER                 PIC X(01).
           05  RAPL-TYPE-DOC          PIC X(02).
           05  FILLER                 PIC X(02).
           05  RAPL-DATE-ENVOI        PIC X(08).
           05  FILLER                 PIC X(02).
           05  RAPL-STATUT            PIC X(37).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B62 **'.
      *================================================================*
      *   REGISTRE DES LETTRES RECOMMANDEES (FB00LRAF)                 *
      *================================================================*
           COPY FB00LRAF.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
           COPY FB00CALA.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00LRAA-STATUS   PIC X(02).
           88     OK-FB00LRAA       VALUE '00'.
       01  FS-FB00LRAR-STATUS   PIC X(02).
           88     OK-FB00LRAR       VALUE '00'.
       01  FS-FB00GEDI-STATUS   PIC X(02).
           88     OK-FB00GEDI       VALUE '00'.
       01  FS-FB00RAPL-STATUS   PIC X(02).
           88     OK-FB00RAPL       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER ET DE RECHERCHE                *
      *================================================================*
       01  WS-IND-FIN-LRAA       PIC X(01) VALUE 'N'.
           88     FIN-LRAA           VALUE 'O'.
       01  WS-IND-FIN-LRAR       PIC X(01) VALUE 'N'.
           88     FIN-LRAR           VALUE 'O'.
       01  WS-IND-LETTRE         PIC X(01) VALUE 'N'.
           88     LETTRE-TROUVEE     VALUE 'O'.
       01  WS-IND-GED            PIC X(01) VALUE 'N'.
           88     ENTREE-GED-TROUVEE VALUE 'O'.
       01  WS-IND-MAJ            PIC X(01) VALUE 'N'.
           88     LETTRE-MODIFIEE    VALUE 'O'.
      *================================================================*
      *   DELAI NORMAL DE RETOUR DE L'AVIS DE RECEPTION EN JOURS       *
      *   CALENDAIRES APRES L'ENVOI : MODIFIABLE PAR RECOMPILATION     *
      *================================================================*
       01  WS-DELAI-RETOUR-AR    PIC S9(05) COMP-3 VALUE +21.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-EDIT-JOURS         PIC ZZZ9.
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-AR-LUS         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DISTRIBUEES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REFUSEES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NON-RECLAMEES  PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DEJA-REVENUS   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LETTRES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-GED-MAJ        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-GED-ATTENTE    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EN-ATTENTE     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EN-RETARD      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANOMALIES      PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-CHARGER-AVIS
           PERFORM 23000-PARCOURIR-REGISTRE
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT  FB00LRAA
           OPEN I-O    FB00LRAR
           OPEN I-O    FB00GEDI
           OPEN OUTPUT FB00RAPL.
           IF NOT OK-FB00LRAA OR NOT OK-FB00LRAR
              OR NOT OK-FB00GEDI OR NOT OK-FB00RAPL
              DISPLAY 'FB00B62 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-LRAA
           .
      ******************************************************************
      *   AVIS DE RECEPTION REVENUS DE LA POSTE                        *
      ******************************************************************
       20000-CHARGER-AVIS.
      *-------------------
           PERFORM 20100-TRAITER-AVIS
              UNTIL FIN-LRAA
           .
      ******************************************************************
       20100-TRAITER-AVIS.
      *-------------------
           MOVE SPACES                TO ENRG-FB00RAPL.
           MOVE LRAA-NO-SUIVI         TO RAPL-NO-SUIVI
                                         LRARK-NO-SUIVI.
           SET LETTRE-TROUVEE         TO TRUE.
           READ FB00LRAR INTO WSS-LRAR-ENR
              INVALID KEY
                 MOVE 'N'             TO WS-IND-LETTRE
           END-READ.
           EVALUATE TRUE
              WHEN NOT LETTRE-TROUVEE
                 ADD 1                TO WS-CPT-ANOMALIES
                 MOVE 'ANOMALIE : NUMERO INCONNU AU REGISTRE'
                                      TO RAPL-STATUT
              WHEN NOT LRAA-ETAT-VALIDE
                 PERFORM 20200-IDENTIFIER-LETTRE
                 ADD 1                TO WS-CPT-ANOMALIES
                 STRING 'ANOMALIE : ETAT D''AVIS INVALIDE '
                        LRAA-ETAT
                        DELIMITED BY SIZE INTO RAPL-STATUT
              WHEN LRAR-AR-REVENU
                 PERFORM 20200-IDENTIFIER-LETTRE
                 ADD 1                TO WS-CPT-DEJA-REVENUS
                 MOVE 'IGNORE : AVIS DEJA ENREGISTRE'
                                      TO RAPL-STATUT
              WHEN OTHER
                 PERFORM 20200-IDENTIFIER-LETTRE
                 PERFORM 20300-ENREGISTRER-AVIS
           END-EVALUATE.
           PERFORM 29000-ECRIRE-RAPL.
           PERFORM 21000-LIRE-LRAA
           .
      ******************************************************************
       20200-IDENTIFIER-LETTRE.
      *------------------------
           MOVE LRAR-CLIENT           TO RAPL-CLIENT.
           MOVE LRAR-TYPE-DOC         TO RAPL-TYPE-DOC.
           MOVE LRAR-DATE-ENVOI       TO RAPL-DATE-ENVOI
           .
      ******************************************************************
      *   L'ENTREE GED SERA MISE A JOUR AU PARCOURS DU REGISTRE        *
      ******************************************************************
       20300-ENREGISTRER-AVIS.
      *-----------------------
           MOVE LRAA-ETAT             TO LRAR-ETAT.
           MOVE LRAA-DATE-EVENEMENT   TO LRAR-DATE-AR.
           MOVE 'N'                   TO LRAR-IND-GED.
           MOVE WS-DATE-TRAITEMENT    TO LRAR-DATE-MAJ.
           EVALUATE TRUE
              WHEN LRAR-DISTRIBUEE
                 ADD 1                TO WS-CPT-DISTRIBUEES
                 MOVE 'AVIS REVENU : LETTRE DISTRIBUEE'
                                      TO RAPL-STATUT
              WHEN LRAR-REFUSEE
                 ADD 1                TO WS-CPT-REFUSEES
                 MOVE 'AVIS REVENU : LETTRE REFUSEE'
                                      TO RAPL-STATUT
              WHEN LRAR-NON-RECLAMEE
                 ADD 1                TO WS-CPT-NON-RECLAMEES
                 MOVE 'AVIS REVENU : PLI NON RECLAME'
                                      TO RAPL-STATUT
           END-EVALUATE.
           PERFORM 27500-REECRIRE-LETTRE
           .
      ******************************************************************
      *   PARCOURS COMPLET DU REGISTRE : REPORT SUR L'INDEX GED PUIS   *
      *   CONTROLE DU DELAI DE RETOUR DES AVIS ENCORE ATTENDUS         *
      ******************************************************************
       23000-PARCOURIR-REGISTRE.
      *-------------------------
           MOVE LOW-VALUE             TO LRARK-NO-SUIVI.
           START FB00LRAR KEY NOT < LRARK-NO-SUIVI
              INVALID KEY
                 SET FIN-LRAR TO TRUE
           END-START.
           PERFORM 23100-EXAMINER-LETTRE
              UNTIL FIN-LRAR
           .
      ******************************************************************
       23100-EXAMINER-LETTRE.
      *----------------------
           READ FB00LRAR NEXT INTO WSS-LRAR-ENR
              AT END
                 SET FIN-LRAR TO TRUE
           END-READ.
           IF NOT FIN-LRAR
              ADD 1                   TO WS-CPT-LETTRES
              MOVE 'N'                TO WS-IND-MAJ
              IF NOT LRAR-GED-A-JOUR
                 PERFORM 24000-REPORTER-SUR-GED
              END-IF
              IF LRAR-EMISE
                 ADD 1                TO WS-CPT-EN-ATTENTE
                 PERFORM 25000-CONTROLER-DELAI
              END-IF
              IF LETTRE-MODIFIEE
                 MOVE WS-DATE-TRAITEMENT TO LRAR-DATE-MAJ
                 PERFORM 27500-REECRIRE-LETTRE
              END-IF
           END-IF
           .
      ******************************************************************
      *   ENTREE GED ABSENTE : FB00B13 NE L'A PAS ENCORE CHARGEE, LE   *
      *   REPORT EST REFAIT AU PROCHAIN PASSAGE                        *
      ******************************************************************
       24000-REPORTER-SUR-GED.
      *-----------------------
           MOVE LRAR-CLE-GED          TO GEDI-CLE.
           SET ENTREE-GED-TROUVEE     TO TRUE.
           READ FB00GEDI
              INVALID KEY
                 MOVE 'N'             TO WS-IND-GED
           END-READ.
           IF ENTREE-GED-TROUVEE
              MOVE LRAR-NO-SUIVI      TO GEDI-NO-SUIVI
              MOVE LRAR-ETAT          TO GEDI-ETAT-AR
              MOVE LRAR-DATE-AR       TO GEDI-DATE-AR
              REWRITE ENRG-FB00GEDI
              END-REWRITE
              IF NOT OK-FB00GEDI
                 DISPLAY 'FB00B62 : ERREUR REWRITE FB00GEDI - '
                          FS-FB00GEDI-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                   TO WS-CPT-GED-MAJ
              SET LRAR-GED-A-JOUR     TO TRUE
              SET LETTRE-MODIFIEE     TO TRUE
           ELSE
              ADD 1                   TO WS-CPT-GED-ATTENTE
           END-IF
           .
      ******************************************************************
      *   AVIS ATTENDU AU-DELA DU DELAI NORMAL DE RETOUR (FB00SV01)    *
      ******************************************************************
       25000-CONTROLER-DELAI.
      *----------------------
           SET CALA-FONC-ECART-CAL    TO TRUE.
           MOVE LRAR-DATE-ENVOI       TO CALA-DATE-1.
           MOVE WS-DATE-TRAITEMENT    TO CALA-DATE-2.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           MOVE SPACES                TO ENRG-FB00RAPL.
           MOVE LRAR-NO-SUIVI         TO RAPL-NO-SUIVI.
           PERFORM 20200-IDENTIFIER-LETTRE.
           IF NOT CALA-RETOUR-OK
              ADD 1                   TO WS-CPT-ANOMALIES
              STRING 'ANOMALIE : ERREUR FB00SV01 CODE '
                     CALA-CODE-RETOUR
                     DELIMITED BY SIZE INTO RAPL-STATUT
              PERFORM 29000-ECRIRE-RAPL
           ELSE
              IF CALA-RESULTAT > WS-DELAI-RETOUR-AR
                 ADD 1                TO WS-CPT-EN-RETARD
                 MOVE CALA-RESULTAT   TO WS-EDIT-JOURS
                 STRING 'AVIS NON REVENU APRES ' WS-EDIT-JOURS
                        ' JOURS'
                        DELIMITED BY SIZE INTO RAPL-STATUT
                 PERFORM 29000-ECRIRE-RAPL
              END-IF
           END-IF
           .
      ******************************************************************
       27500-REECRIRE-LETTRE.
      *----------------------
           REWRITE ENRG-FB00LRAR FROM WSS-LRAR-ENR
           END-REWRITE.
           IF NOT OK-FB00LRAR
              DISPLAY 'FB00B62 : ERREUR REWRITE FB00LRAR - '
                       FS-FB00LRAR-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       21000-LIRE-LRAA.
      *----------------
           IF NOT FIN-LRAA
              READ FB00LRAA
                 AT END
                    SET FIN-LRAA TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-AR-LUS
              END-READ
           END-IF
           .
      ******************************************************************
       29000-ECRIRE-RAPL.
      *------------------
           WRITE ENRG-FB00RAPL.
           IF NOT OK-FB00RAPL
              DISPLAY 'FB00B62 : ERREUR ECRITURE FB00RAPL '
                      FS-FB00RAPL-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00LRAA FB00LRAR FB00GEDI FB00RAPL.
           DISPLAY 'FB00B62 : AVIS DE RECEPTION LUS   = '
                    WS-CPT-AR-LUS.
           DISPLAY 'FB00B62 : LETTRES DISTRIBUEES     = '
                    WS-CPT-DISTRIBUEES.
           DISPLAY 'FB00B62 : LETTRES REFUSEES        = '
                    WS-CPT-REFUSEES.
           DISPLAY 'FB00B62 : PLIS NON RECLAMES       = '
                    WS-CPT-NON-RECLAMEES.
           DISPLAY 'FB00B62 : AVIS DEJA ENREGISTRES   = '
                    WS-CPT-DEJA-REVENUS.
           DISPLAY 'FB00B62 : LETTRES AU REGISTRE     = '
                    WS-CPT-LETTRES.
           DISPLAY 'FB00B62 : ENTREES GED MISES A JOUR= '
                    WS-CPT-GED-MAJ.
           DISPLAY 'FB00B62 : ENTREES GED EN ATTENTE  = '
                    WS-CPT-GED-ATTENTE.
           DISPLAY 'FB00B62 : AVIS ATTENDUS           = '
                    WS-CPT-EN-ATTENTE.
           DISPLAY 'FB00B62 : DONT EN RETARD          = '
                    WS-CPT-EN-RETARD.
           DISPLAY 'FB00B62 : ANOMALIES               = '
                    WS-CPT-ANOMALIES.
           IF WS-CPT-ANOMALIES > ZERO
              OR WS-CPT-EN-RETARD > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B62 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
