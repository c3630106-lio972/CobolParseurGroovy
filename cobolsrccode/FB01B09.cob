      *           (FB01RAPA), CODE RETOUR 4 ; LE FICHIER DES COUPLES
      *           VALIDES (FB01AFFV) ALIMENTE L'ATTESTATION ET
      *           L'EXTRAIT FB04CRMX.
      *           LES CONDUCTEURS AFFECTES A UNE FAMILLE EXIGEANT LA
      *           QUALIFICATION PROFESSIONNELLE (CAR, INDICATEUR DE
      *           FB00CATV) SONT EN OUTRE CONTROLES SUR LES FINS DE
      *           VALIDITE SAISIES SUR FB02 (PERMIS C/D, APTITUDE
      *           MEDICALE, FIMO/FCO) : UNE QUALIFICATION EXPIREE EST
      *           EDITEE EN ANOMALIE SANS INVALIDER LE COUPLE.
      *           UN CONDUCTEUR AFFECTE A UN VEHICULE DONT IL EST
      *           EXCLU CE JOUR (EXCLUSION NOMINATIVE DE CONDUITE DU
      *           KSDS FB01EXCL, DECHARGE DANS FB01EXCX TRIE PAR
      *           CONTRAT, SUR LE VEHICULE OU SUR TOUS LES VEHICULES)
      *           INVALIDE LE COUPLE ET EST EDITE EN ANOMALIE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51131 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51181 QUALIFICATION
      *                                       PROFESSIONNELLE EXPIREE
      *                                       DES CONDUCTEURS DE CAR
      *                                       (FINS DE VALIDITE AJOUTEES
      *                                       A FB02CATX).
      *
      * 15.10.2026 GFA/P.ESTEVE     M002      F51196 CHAQUE AFFECTATION
      *                                       EN ANOMALIE EST AUSSI
      *                                       ECRITE SUR FB00DQAX
      *                                       (CONTROLE 'AF' DU TABLEAU
      *                                       DE BORD QUALITE FB00B60).
      *
      * 15.10.2026 GFA/P.ESTEVE     M003      F51208 COUPLE INVALIDE
      *                                       SI LE CONDUCTEUR EST
      *                                       EXCLU DU VEHICULE OU DE
      *                                       TOUS LES VEHICULES
      *                                       (FB01EXCX).
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *--- FAMILLES DES VEHICULES, TRIEES PAR CONTRAT + RANG
           SELECT  FB04FAMX   ASSIGN  FB04FAMX
                               FILE STATUS IS  FS-FB04FAMX-STATUS.
      *--- CATEGORIES DE PERMIS DES CONDUCTEURS ET FINS DE VALIDITE
      *--- DE LEUR QUALIFICATION PROFESSIONNELLE, TRIEES PAR
      *--- CONTRAT + RANG
           SELECT  FB02CATX   ASSIGN  FB02CATX
                               FILE STATUS IS  FS-FB02CATX-STATUS.
      *--- EXCLUSIONS DE CONDUITE DECHARGEES DU KSDS FB01EXCL, TRIEES
      *--- PAR CONTRAT
           SELECT  FB01EXCX   ASSIGN  FB01EXCX
                               FILE STATUS IS  FS-FB01EXCX-STATUS.
      *--- COUPLES VALIDES (ATTESTATION, EXTRAIT FB04CRMX)
           SELECT  FB01AFFV   ASSIGN  FB01AFFV
                               FILE STATUS IS  FS-FB01AFFV-STATUS.
      *--- AFFECTATIONS EN ANOMALIE
           SELECT  FB01RAPA   ASSIGN  FB01RAPA
                               FILE STATUS IS  FS-FB01RAPA-STATUS.
      *--- ANOMALIES POUR LE TABLEAU DE BORD QUALITE (FB00DQAF)
           SELECT  FB00DQAX   ASSIGN  FB00DQAX
                               FILE STATUS IS  FS-FB00DQAX-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05  CATX-CAT1              PIC X(03).
           05  CATX-CAT2              PIC X(03).
           05  CATX-CAT3              PIC X(03).
      *--- FINS DE VALIDITE SSAAMMJJ SAISIES SUR FB02 (M001) : PERMIS
      *--- C/D, APTITUDE MEDICALE, FIMO/FCO (TYPE FI OU FC)
           05  CATX-PERM-FIN          PIC X(08).
           05  CATX-MED-FIN           PIC X(08).
           05  CATX-FIMO-TYPE         PIC X(02).
           05  CATX-FIMO-FIN          PIC X(08).
           05  FILLER                 PIC X(29).
      *
       FD  FB01EXCX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01EXCX              PIC X(80).
      *
       FD  FB01AFFV
           RECORDING   F
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPA-MOTIF             PIC X(45).
           05  FILLER                 PIC X(13) VALUE SPACES.
      *
       FD  FB00DQAX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DQAX              PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB01B09 **'.
      *================================================================*
      *   ANOMALIE DU TABLEAU DE BORD QUALITE (FB00DQAF)               *
      *================================================================*
           COPY FB00DQAF.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB01AFFX-STATUS   PIC X(02).
       01  FS-FB02CATX-STATUS   PIC X(02).
           88     OK-FB02CATX       VALUE '00'.
           88     EOF-FB02CATX      VALUE '10'.
       01  FS-FB01EXCX-STATUS   PIC X(02).
           88     OK-FB01EXCX       VALUE '00'.
           88     EOF-FB01EXCX      VALUE '10'.
       01  FS-FB01AFFV-STATUS   PIC X(02).
           88     OK-FB01AFFV       VALUE '00'.
       01  FS-FB01RAPA-STATUS   PIC X(02).
           88     OK-FB01RAPA       VALUE '00'.
       01  FS-FB00DQAX-STATUS   PIC X(02).
           88     OK-FB00DQAX       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
           88     FIN-FAMX           VALUE 'O'.
       01  WS-IND-FIN-CATX       PIC X(01) VALUE 'N'.
           88     FIN-CATX           VALUE 'O'.
       01  WS-IND-FIN-EXCX       PIC X(01) VALUE 'N'.
           88     FIN-EXCX           VALUE 'O'.
      *================================================================*
      *   TABLE D'AUTORISATION PERMIS/FAMILLE PARTAGEE AVEC FB01T00    *
      *================================================================*
               10  WS-CON-CAT1    PIC X(03).
               10  WS-CON-CAT2    PIC X(03).
               10  WS-CON-CAT3    PIC X(03).
               10  WS-CON-PERM-FIN PIC X(08).
               10  WS-CON-MED-FIN PIC X(08).
               10  WS-CON-FIMO-FIN PIC X(08).
      *--- EXCLUSIONS DE CONDUITE EN VIGUEUR CE JOUR (M003)
           COPY FB01EXCF.
       01  WS-NB-EXCL            PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-EXCL.
           05  WS-EXC             OCCURS 100 TIMES
                                  INDEXED BY IX-EXC.
               10  WS-EXC-RANG-COND PIC X(02).
               10  WS-EXC-RANG-VEHI PIC X(02).
               10  WS-EXC-MOTIF   PIC X(01).
      *================================================================*
      *   AFFECTATION EN COURS DE CONTROLE                             *
      *================================================================*
       01  WS-IND-AFF-VALIDE     PIC X(01) VALUE 'N'.
           88     AFFECTATION-VALIDE VALUE 'O'.
       01  WS-IND-PARC           PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-QUALIF         PIC X(01) VALUE 'N'.
           88     QUALIF-PRO-EXIGEE  VALUE 'O'.
       01  WS-QUALIF-EXPIREE     PIC X(17) VALUE SPACES.
       01  WS-IND-EXCLU          PIC X(01) VALUE 'N'.
           88     CONDUCTEUR-EXCLU   VALUE 'O'.
       01  WS-EXCL-PORTEE        PIC X(02) VALUE SPACES.
       01  WS-EXCL-MOTIF         PIC X(01) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CPT-AFF-LUES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-VALIDES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANOMALIES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-QUALIF-EXPIREES PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EXCLUS         PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT  FB01AFFX
           OPEN INPUT  FB04FAMX
           OPEN INPUT  FB02CATX
           OPEN INPUT  FB01EXCX
           OPEN OUTPUT FB01AFFV
           OPEN OUTPUT FB01RAPA
           OPEN OUTPUT FB00DQAX.
           IF NOT OK-FB01AFFX OR NOT OK-FB04FAMX
              OR NOT OK-FB02CATX OR NOT OK-FB01AFFV
              OR NOT OK-FB01RAPA OR NOT OK-FB00DQAX
              OR NOT OK-FB01EXCX
              DISPLAY 'FB01B09 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-AFFX
           PERFORM 21100-LIRE-FAMX
           PERFORM 21200-LIRE-CATX
           PERFORM 21300-LIRE-EXCX
           .
      ******************************************************************
       20000-TRAITEMENT.
           MOVE AFFX-NUMCONT      TO WS-NUMCONT-RUPTURE.
           PERFORM 22000-CHARGER-VEHICULES.
           PERFORM 23000-CHARGER-CONDUCTEURS.
           PERFORM 23500-CHARGER-EXCLUSIONS.
           PERFORM 24000-CONTROLER-AFFECTATION
              UNTIL FIN-AFFX
              OR AFFX-NUMCONT NOT = WS-NUMCONT-RUPTURE
           MOVE CATX-CAT1     TO WS-CON-CAT1(IX-CON)
           MOVE CATX-CAT2     TO WS-CON-CAT2(IX-CON)
           MOVE CATX-CAT3     TO WS-CON-CAT3(IX-CON)
           MOVE CATX-PERM-FIN TO WS-CON-PERM-FIN(IX-CON)
           MOVE CATX-MED-FIN  TO WS-CON-MED-FIN(IX-CON)
           MOVE CATX-FIMO-FIN TO WS-CON-FIMO-FIN(IX-CON)
           PERFORM 21200-LIRE-CATX
           .
      ******************************************************************
      *   EXCLUSIONS DU CONTRAT EN VIGUEUR A LA DATE DU TRAITEMENT    *
      *   (DEBUT ATTEINT, FIN INCLUSE NON DEPASSEE) - M003            *
      ******************************************************************
       23500-CHARGER-EXCLUSIONS.
      *--------------------------
           MOVE ZERO TO WS-NB-EXCL.
           PERFORM 23600-AVANCER-EXCX
              UNTIL FIN-EXCX
              OR EXCL-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           PERFORM 23700-RANGER-EXCLUSION
              UNTIL FIN-EXCX
              OR EXCL-NUMCONT NOT = WS-NUMCONT-RUPTURE
           .
      ******************************************************************
       23600-AVANCER-EXCX.
      *-------------------
           PERFORM 21300-LIRE-EXCX
           .
      ******************************************************************
       23700-RANGER-EXCLUSION.
      *-----------------------
           IF EXCL-DATE-DEBUT NOT > WS-DATE-TRAITEMENT
              AND EXCL-DATE-FIN NOT < WS-DATE-TRAITEMENT
              IF WS-NB-EXCL = 100
                 DISPLAY 'FB01B09 : TABLE EXCLUSIONS SATUREE (100)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1              TO WS-NB-EXCL
              SET IX-EXC         TO WS-NB-EXCL
              MOVE EXCL-RANG-COND TO WS-EXC-RANG-COND(IX-EXC)
              MOVE EXCL-RANG-VEHI TO WS-EXC-RANG-VEHI(IX-EXC)
              MOVE EXCL-MOTIF    TO WS-EXC-MOTIF(IX-EXC)
           END-IF
           PERFORM 21300-LIRE-EXCX
           .
      ******************************************************************
      *   CONTROLE D'UNE AFFECTATION : LE VEHICULE DOIT EXISTER, LE   *
      *   CONDUCTEUR PRINCIPAL (ET LE SECONDAIRE S'IL EST RENSEIGNE)  *
      *   DOIVENT DETENIR UNE CATEGORIE AUTORISANT LA FAMILLE         *
                                 TO RAPA-MOTIF
              PERFORM 27000-ECRIRE-ANOMALIE
           ELSE
              PERFORM 25400-CONTROLER-EXCLUSION
              IF CONDUCTEUR-EXCLU
                 MOVE 'N' TO WS-IND-AFF-VALIDE
                 ADD 1 TO WS-CPT-EXCLUS
                 MOVE SPACES TO RAPA-MOTIF
                 IF WS-EXCL-PORTEE = '00'
                    STRING 'CONDUCTEUR EXCLU DE TOUT VEHICULE - MOTIF '
                           WS-EXCL-MOTIF
                           DELIMITED BY SIZE INTO RAPA-MOTIF
                 ELSE
                    STRING 'CONDUCTEUR EXCLU DU VEHICULE - MOTIF '
                           WS-EXCL-MOTIF
                           DELIMITED BY SIZE INTO RAPA-MOTIF
                 END-IF
                 PERFORM 27000-ECRIRE-ANOMALIE
              END-IF
              PERFORM 25200-CONTROLER-CATEGORIES
              IF NOT PERMIS-AUTORISE
                 MOVE 'N' TO WS-IND-AFF-VALIDE
                        DELIMITED BY SIZE INTO RAPA-MOTIF
                 PERFORM 27000-ECRIRE-ANOMALIE
              END-IF
              IF QUALIF-PRO-EXIGEE
                 PERFORM 25300-CONTROLER-QUALIF-PRO
              END-IF
           END-IF
           .
      ******************************************************************
       25200-CONTROLER-CATEGORIES.
      *----------------------------
           MOVE 'N' TO WS-IND-AUTORISE.
           MOVE 'N' TO WS-IND-QUALIF.
           SET IX-CATV TO 1.
           SEARCH WSS-CATV-ENR
              AT END
                 CONTINUE
              WHEN WSS-CATV-FAMILLE(IX-CATV) = WS-FAMILLE-VEHI
                 IF CATV-QUALIF-PRO-EXIGEE(IX-CATV)
                    SET QUALIF-PRO-EXIGEE TO TRUE
                 END-IF
                 MOVE 1 TO WS-IND-PARC
                 PERFORM 25210-TESTER-UNE-CATEGORIE
                    UNTIL WS-IND-PARC > 6
           END-IF
           ADD 1 TO WS-IND-PARC
           .
      ******************************************************************
      *   FAMILLE A QUALIFICATION PROFESSIONNELLE (CAR) : UNE FIN DE  *
      *   VALIDITE RENSEIGNEE ET DEPASSEE EST EDITEE (M001) - LE      *
      *   COUPLE RESTE VALIDE, LE SIGNALEMENT DONNE LE CODE RETOUR 4  *
      ******************************************************************
       25300-CONTROLER-QUALIF-PRO.
      *----------------------------
           MOVE SPACES TO WS-QUALIF-EXPIREE.
           EVALUATE TRUE
              WHEN WS-CON-PERM-FIN(IX-CON) NUMERIC
                   AND WS-CON-PERM-FIN(IX-CON) < WS-DATE-TRAITEMENT
                 MOVE 'PERMIS C/D'        TO WS-QUALIF-EXPIREE
              WHEN WS-CON-MED-FIN(IX-CON) NUMERIC
                   AND WS-CON-MED-FIN(IX-CON) < WS-DATE-TRAITEMENT
                 MOVE 'APTITUDE MEDICALE' TO WS-QUALIF-EXPIREE
              WHEN WS-CON-FIMO-FIN(IX-CON) NUMERIC
                   AND WS-CON-FIMO-FIN(IX-CON) < WS-DATE-TRAITEMENT
                 MOVE 'FIMO/FCO'          TO WS-QUALIF-EXPIREE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-QUALIF-EXPIREE NOT = SPACES
              ADD 1 TO WS-CPT-QUALIF-EXPIREES
              MOVE SPACES TO RAPA-MOTIF
              STRING 'QUALIFICATION EXPIREE : ' WS-QUALIF-EXPIREE
                     DELIMITED BY SIZE INTO RAPA-MOTIF
              PERFORM 27000-ECRIRE-ANOMALIE
           END-IF
           .
      ******************************************************************
      *   CONDUCTEUR EXCLU CE JOUR DU VEHICULE AFFECTE OU DE TOUS LES *
      *   VEHICULES DU CONTRAT ('00') - M003                          *
      ******************************************************************
       25400-CONTROLER-EXCLUSION.
      *---------------------------
           MOVE 'N'    TO WS-IND-EXCLU.
           MOVE SPACES TO WS-EXCL-PORTEE
                          WS-EXCL-MOTIF.
           SET IX-EXC TO 1.
           IF WS-NB-EXCL > ZERO
              SEARCH WS-EXC
                 AT END
                    CONTINUE
                 WHEN IX-EXC > WS-NB-EXCL
                    CONTINUE
                 WHEN WS-EXC-RANG-COND(IX-EXC) = RAPA-RANG-COND
                  AND (WS-EXC-RANG-VEHI(IX-EXC) = AFFX-RANG-VEHI
                   OR  WS-EXC-RANG-VEHI(IX-EXC) = '00')
                    MOVE WS-EXC-RANG-VEHI(IX-EXC) TO WS-EXCL-PORTEE
                    MOVE WS-EXC-MOTIF(IX-EXC)     TO WS-EXCL-MOTIF
                    SET CONDUCTEUR-EXCLU TO TRUE
              END-SEARCH
           END-IF
           .
      ******************************************************************
       26000-ECRIRE-COUPLE-VALIDE.
      *----------------------------
           ADD 1                  TO WS-CPT-ANOMALIES.
           MOVE AFFX-NUMCONT      TO RAPA-NUMCONT.
           MOVE AFFX-RANG-VEHI    TO RAPA-RANG-VEHI.
           WRITE ENRG-FB01RAPA.
           MOVE SPACES            TO WSS-DQAN-ENR.
           MOVE AFFX-NUMCONT      TO DQAN-NUMCONT.
           SET DQAN-AFFECTATION   TO TRUE.
           MOVE ZERO              TO DQAN-RANG.
           IF AFFX-RANG-VEHI NUMERIC
              MOVE AFFX-RANG-VEHI TO DQAN-RANG (3:2)
           END-IF.
           MOVE WS-DATE-TRAITEMENT TO DQAN-JOUR.
           MOVE RAPA-MOTIF        TO DQAN-MOTIF.
           WRITE ENRG-FB00DQAX FROM WSS-DQAN-ENR
           .
      ******************************************************************
       21000-LIRE-AFFX.
              END-READ
           END-IF
           .
      ******************************************************************
       21300-LIRE-EXCX.
      *----------------
           IF NOT FIN-EXCX
              READ FB01EXCX INTO WSS-EXCL-ENR
                 AT END
                    SET FIN-EXCX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB01AFFX FB04FAMX FB02CATX FB01AFFV FB01RAPA
                 FB00DQAX FB01EXCX.
           DISPLAY 'FB01B09 : AFFECTATIONS LUES      = '
                    WS-CPT-AFF-LUES.
           DISPLAY 'FB01B09 : COUPLES VALIDES        = '
                    WS-CPT-VALIDES.
           DISPLAY 'FB01B09 : ANOMALIES EDITEES      = '
                    WS-CPT-ANOMALIES.
           DISPLAY 'FB01B09 : DONT QUALIF. EXPIREES  = '
                    WS-CPT-QUALIF-EXPIREES.
           DISPLAY 'FB01B09 : DONT CONDUCTEURS EXCLUS = '
                    WS-CPT-EXCLUS.
           IF WS-CPT-ANOMALIES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
