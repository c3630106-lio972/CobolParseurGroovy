       ID DIVISION.
       PROGRAM-ID. FB01B18.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH NOCTURNE DE CONTROLE DES REGLES
      *           D'ACCEPTATION SOUSCRIPTION SUR TOUT LE PORTEFEUILLE.
      *           A LA SIGNATURE, FB01T00 NE CONTROLE QUE LES COUPLES
      *           CONDUCTEUR/VEHICULE TOUCHES DANS LA SESSION ; CE
      *           PROGRAMME REPREND CHAQUE NUIT TOUTES LES AFFECTATIONS
      *           DECHARGEES (FB01AFFX, MEME EXTRAIT QUE FB01B09) ET
      *           LES CONFRONTE AUX REGLES EN VIGUEUR CE JOUR (KSDS
      *           FB01REGL, DESSIN FB01REGF, TENU PAR LA TRANSACTION
      *           FB29). LES CRITERES VEHICULE (GROUPE, CLASSE, VALEUR
      *           A NEUF, CRM) SONT PORTES PAR L'EXTRAIT DES FAMILLES
      *           FB04FAMX, LES CRITERES CONDUCTEUR (DATES DE
      *           NAISSANCE ET DE PERMIS) PAR L'EXTRAIT DES CATEGORIES
      *           FB02CATX ; AGE ET ANCIENNETE DE PERMIS EN ANNEES
      *           REVOLUES PAR LE MODULE DE CALENDRIER FB00SV01.
      *           MEME EVALUATION QU'A LA SIGNATURE : UNE REGLE SE
      *           DECLENCHE QUAND SES VOLETS CONDUCTEUR ET VEHICULE
      *           SONT TOUS DEUX VERIFIES.
      *           - REGLE BLOQUANTE OU AVERTISSEMENT : COUPLE EDITE ;
      *           - REGLE SOUMISE A ACCORD : UN COUPLE DEJA ACCORDE
      *             PASSE, UN COUPLE REFUSE EST EDITE, UNE DEMANDE EN
      *             ATTENTE N'EST PAS REPOSEE ; SANS DEMANDE, ELLE EST
      *             CREEE DANS FB01REGD (ORIGINE 'N', A VERSER DANS LA
      *             FILE FB08 PAR FB08T00) ET LE COUPLE EST EDITE.
      *           LE COMPTE RENDU (FB01RAPR) PORTE L'ISSUE DE CHAQUE
      *           REGLE DECLENCHEE, CODE RETOUR 4 S'IL N'EST PAS VIDE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51182 CREATION.
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
      *--- AFFECTATIONS DECHARGEES DU KSDS, TRIEES PAR CONTRAT
           SELECT  FB01AFFX   ASSIGN  FB01AFFX
                               FILE STATUS IS  FS-FB01AFFX-STATUS.
      *--- FAMILLES ET CRITERES DE SOUSCRIPTION DES VEHICULES, TRIES
      *--- PAR CONTRAT + RANG
           SELECT  FB04FAMX   ASSIGN  FB04FAMX
                               FILE STATUS IS  FS-FB04FAMX-STATUS.
      *--- CATEGORIES DE PERMIS ET DATES DES CONDUCTEURS, TRIEES PAR
      *--- CONTRAT + RANG
           SELECT  FB02CATX   ASSIGN  FB02CATX
                               FILE STATUS IS  FS-FB02CATX-STATUS.
      *--- TABLE DES REGLES D'ACCEPTATION (KSDS TENU PAR FB29)
           SELECT  FB01REGL   ASSIGN  FB01REGL
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY REGLK-CLE
                               FILE STATUS IS  FS-FB01REGL-STATUS.
      *--- DEMANDES D'ACCORD SUR COUPLE (KSDS PARTAGE AVEC FB01/FB08)
           SELECT  FB01REGD   ASSIGN  FB01REGD
                               ORGANIZATION INDEXED
                               ACCESS RANDOM
                               RECORD KEY REGDK-CLE
                               FILE STATUS IS  FS-FB01REGD-STATUS.
      *--- COUPLES EN INFRACTION AUX REGLES
           SELECT  FB01RAPR   ASSIGN  FB01RAPR
                               FILE STATUS IS  FS-FB01RAPR-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB01AFFX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01AFFX.
           05  AFFX-NUMCONT           PIC X(12).
           05  AFFX-RANG-VEHI         PIC X(02).
           05  AFFX-RANG-PRINC        PIC X(02).
           05  AFFX-RANG-SECOND       PIC X(02).
           05  AFFX-RACF              PIC X(15).
           05  AFFX-JOUR              PIC X(08).
           05  FILLER                 PIC X(39).
      *
       FD  FB04FAMX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04FAMX.
           05  FAMX-NUMCONT           PIC X(12).
           05  FAMX-RANG              PIC 9(04).
           05  FAMX-FAMILLE           PIC X(04).
      *--- CRITERES DE SOUSCRIPTION DU VEHICULE (ZONES FB04) : GROUPE
      *--- ET CLASSE SRA, VALEUR A NEUF EN EUROS, CRM EN CENTIEMES
           05  FAMX-GROUPE            PIC X(02).
           05  FAMX-CLASSE            PIC X(01).
           05  FAMX-VALEUR            PIC 9(07).
           05  FAMX-CRM               PIC 9(03).
           05  FILLER                 PIC X(47).
      *
       FD  FB02CATX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB02CATX.
           05  CATX-NUMCONT           PIC X(12).
           05  CATX-RANG              PIC 9(04).
           05  CATX-CAT1              PIC X(03).
           05  CATX-CAT2              PIC X(03).
           05  CATX-CAT3              PIC X(03).
           05  CATX-PERM-FIN          PIC X(08).
           05  CATX-MED-FIN           PIC X(08).
           05  CATX-FIMO-TYPE         PIC X(02).
           05  CATX-FIMO-FIN          PIC X(08).
      *--- DATES SSAAMMJJ DE NAISSANCE ET D'OBTENTION DU PERMIS (FB02)
           05  CATX-DATE-NAISS        PIC X(08).
           05  CATX-DATE-PERMIS       PIC X(08).
           05  FILLER                 PIC X(13).
      *
       FD  FB01REGL
           LABEL RECORD STANDARD.
       01  ENRG-FB01REGL.
           05  REGLK-CLE              PIC X(13).
           05  FILLER                 PIC X(137).
      *
       FD  FB01REGD
           LABEL RECORD STANDARD.
       01  ENRG-FB01REGD.
           05  REGDK-CLE              PIC X(21).
           05  FILLER                 PIC X(107).
      *
       FD  FB01RAPR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01RAPR.
           05  RAPR-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RAPR-RANG-VEHI         PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RAPR-RANG-COND         PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RAPR-CODE-REGLE        PIC X(05).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RAPR-ISSUE             PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RAPR-MOTIF             PIC X(53).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB01B18 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB01AFFX-STATUS   PIC X(02).
           88     OK-FB01AFFX       VALUE '00'.
       01  FS-FB04FAMX-STATUS   PIC X(02).
           88     OK-FB04FAMX       VALUE '00'.
       01  FS-FB02CATX-STATUS   PIC X(02).
           88     OK-FB02CATX       VALUE '00'.
       01  FS-FB01REGL-STATUS   PIC X(02).
           88     OK-FB01REGL       VALUE '00'.
       01  FS-FB01REGD-STATUS   PIC X(02).
           88     OK-FB01REGD       VALUE '00'.
           88     ABSENT-FB01REGD   VALUE '23'.
       01  FS-FB01RAPR-STATUS   PIC X(02).
           88     OK-FB01RAPR       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-AFFX       PIC X(01) VALUE 'N'.
           88     FIN-AFFX           VALUE 'O'.
       01  WS-IND-FIN-FAMX       PIC X(01) VALUE 'N'.
           88     FIN-FAMX           VALUE 'O'.
       01  WS-IND-FIN-CATX       PIC X(01) VALUE 'N'.
           88     FIN-CATX           VALUE 'O'.
       01  WS-IND-FIN-REGL       PIC X(01) VALUE 'N'.
           88     FIN-REGL           VALUE 'O'.
      *================================================================*
      *   REGLES ET DEMANDES D'ACCORD (DESSIN PARTAGE AVEC FB01/FB08)  *
      *================================================================*
           COPY FB01REGF.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
           COPY FB00CALA.
      *================================================================*
      *   REGLES EN VIGUEUR CE JOUR                                    *
      *================================================================*
       01  WS-NB-REGLES          PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-REGLES.
           05  WS-REG             OCCURS 100 TIMES
                                  INDEXED BY IX-REG
                                  PIC X(150).
      *================================================================*
      *   VEHICULES ET CONDUCTEURS DU CONTRAT EN COURS                 *
      *================================================================*
       01  WS-NUMCONT-RUPTURE    PIC X(12) VALUE SPACES.
       01  WS-NB-VEHI            PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-VEHI.
           05  WS-VEH             OCCURS 200 TIMES
                                  INDEXED BY IX-VEH.
               10  WS-VEH-RANG    PIC 9(04).
               10  WS-VEH-GROUPE  PIC X(02).
               10  WS-VEH-CLASSE  PIC X(01).
               10  WS-VEH-VALEUR  PIC 9(07).
               10  WS-VEH-CRM     PIC 9(03).
       01  WS-NB-COND            PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-COND.
           05  WS-CON             OCCURS 200 TIMES
                                  INDEXED BY IX-CON.
               10  WS-CON-RANG    PIC 9(04).
               10  WS-CON-DATE-NAISS  PIC X(08).
               10  WS-CON-DATE-PERMIS PIC X(08).
      *================================================================*
      *   COUPLE EN COURS DE CONTROLE                                  *
      *================================================================*
       01  WS-RANG-VEHI-N        PIC 9(04) VALUE ZERO.
       01  WS-RANG-COND-N        PIC 9(04) VALUE ZERO.
       01  WS-RANG-COND          PIC X(02) VALUE SPACES.
       01  WS-ROLE-COUPLE        PIC X(01) VALUE SPACE.
           88     COUPLE-SECONDAIRE  VALUE 'S'.
       01  WS-IND-VEHI-TROUVE    PIC X(01) VALUE 'N'.
           88     VEHI-TROUVE        VALUE 'O'.
       01  WS-IND-COND-TROUVE    PIC X(01) VALUE 'N'.
           88     COND-TROUVE        VALUE 'O'.
       01  WS-AGE                PIC 9(03) VALUE ZERO.
       01  WS-IND-AGE            PIC X(01) VALUE 'N'.
           88     AGE-CONNU          VALUE 'O'.
       01  WS-ANC-PERMIS         PIC 9(03) VALUE ZERO.
       01  WS-IND-ANC            PIC X(01) VALUE 'N'.
           88     ANC-PERMIS-CONNUE  VALUE 'O'.
       01  WS-IND-VOLET-C        PIC X(01) VALUE 'N'.
           88     VOLET-COND-VERIFIE VALUE 'O'.
       01  WS-IND-VOLET-V        PIC X(01) VALUE 'N'.
           88     VOLET-VEHI-VERIFIE VALUE 'O'.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-AFF-LUES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-COUPLES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-BLOQUANTES     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REFUSEES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DEMANDES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-AVERTISSEMENTS PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EDITEES        PIC 9(07) COMP VALUE ZERO.
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
           OPEN INPUT  FB01AFFX
           OPEN INPUT  FB04FAMX
           OPEN INPUT  FB02CATX
           OPEN INPUT  FB01REGL
           OPEN I-O    FB01REGD
           OPEN OUTPUT FB01RAPR.
           IF NOT OK-FB01AFFX OR NOT OK-FB04FAMX
              OR NOT OK-FB02CATX OR NOT OK-FB01REGL
              OR NOT OK-FB01REGD OR NOT OK-FB01RAPR
              DISPLAY 'FB01B18 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 11000-CHARGER-REGLE
              UNTIL FIN-REGL.
           CLOSE FB01REGL.
           IF WS-NB-REGLES = ZERO
              DISPLAY 'FB01B18 : AUCUNE REGLE EN VIGUEUR CE JOUR'
              SET FIN-AFFX TO TRUE
           END-IF.
           PERFORM 21000-LIRE-AFFX
           PERFORM 21100-LIRE-FAMX
           PERFORM 21200-LIRE-CATX
           .
      ******************************************************************
      *   SEULES LES REGLES EN VIGUEUR CE JOUR (DATE D'EFFET ATTEINTE, *
      *   DATE DE FIN INCLUSE NON DEPASSEE) SONT RETENUES              *
      ******************************************************************
       11000-CHARGER-REGLE.
      *--------------------
           READ FB01REGL NEXT RECORD INTO WSS-REGL-ENR
              AT END
                 SET FIN-REGL TO TRUE
           END-READ.
           IF NOT FIN-REGL
              IF REGL-DATE-DEBUT NOT > WS-DATE-TRAITEMENT
                 AND REGL-DATE-FIN NOT < WS-DATE-TRAITEMENT
                 IF WS-NB-REGLES = 100
                    DISPLAY 'FB01B18 : TABLE REGLES SATUREE (100)'
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
                 ADD 1              TO WS-NB-REGLES
                 SET IX-REG         TO WS-NB-REGLES
                 MOVE WSS-REGL-ENR  TO WS-REG(IX-REG)
              END-IF
           END-IF
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-CONTRAT
              UNTIL FIN-AFFX
           .
      ******************************************************************
       20100-TRAITER-CONTRAT.
      *----------------------
           MOVE AFFX-NUMCONT      TO WS-NUMCONT-RUPTURE.
           PERFORM 22000-CHARGER-VEHICULES.
           PERFORM 23000-CHARGER-CONDUCTEURS.
           PERFORM 24000-CONTROLER-AFFECTATION
              UNTIL FIN-AFFX
              OR AFFX-NUMCONT NOT = WS-NUMCONT-RUPTURE
           .
      ******************************************************************
       22000-CHARGER-VEHICULES.
      *-------------------------
           MOVE ZERO TO WS-NB-VEHI.
           PERFORM 22100-AVANCER-FAMX
              UNTIL FIN-FAMX
              OR FAMX-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           PERFORM 22200-RANGER-VEHICULE
              UNTIL FIN-FAMX
              OR FAMX-NUMCONT NOT = WS-NUMCONT-RUPTURE
           .
      ******************************************************************
       22100-AVANCER-FAMX.
      *-------------------
           PERFORM 21100-LIRE-FAMX
           .
      ******************************************************************
       22200-RANGER-VEHICULE.
      *----------------------
           IF WS-NB-VEHI = 200
              DISPLAY 'FB01B18 : TABLE VEHICULES SATUREE (200)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1              TO WS-NB-VEHI
           SET IX-VEH         TO WS-NB-VEHI
           MOVE FAMX-RANG     TO WS-VEH-RANG(IX-VEH)
           MOVE FAMX-GROUPE   TO WS-VEH-GROUPE(IX-VEH)
           MOVE FAMX-CLASSE   TO WS-VEH-CLASSE(IX-VEH)
           MOVE ZERO          TO WS-VEH-VALEUR(IX-VEH)
                                 WS-VEH-CRM(IX-VEH)
           IF FAMX-VALEUR NUMERIC
              MOVE FAMX-VALEUR TO WS-VEH-VALEUR(IX-VEH)
           END-IF
           IF FAMX-CRM NUMERIC
              MOVE FAMX-CRM   TO WS-VEH-CRM(IX-VEH)
           END-IF
           PERFORM 21100-LIRE-FAMX
           .
      ******************************************************************
       23000-CHARGER-CONDUCTEURS.
      *---------------------------
           MOVE ZERO TO WS-NB-COND.
           PERFORM 23100-AVANCER-CATX
              UNTIL FIN-CATX
              OR CATX-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           PERFORM 23200-RANGER-CONDUCTEUR
              UNTIL FIN-CATX
              OR CATX-NUMCONT NOT = WS-NUMCONT-RUPTURE
           .
      ******************************************************************
       23100-AVANCER-CATX.
      *-------------------
           PERFORM 21200-LIRE-CATX
           .
      ******************************************************************
       23200-RANGER-CONDUCTEUR.
      *-------------------------
           IF WS-NB-COND = 200
              DISPLAY 'FB01B18 : TABLE CONDUCTEURS SATUREE (200)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1                 TO WS-NB-COND
           SET IX-CON            TO WS-NB-COND
           MOVE CATX-RANG        TO WS-CON-RANG(IX-CON)
           MOVE CATX-DATE-NAISS  TO WS-CON-DATE-NAISS(IX-CON)
           MOVE CATX-DATE-PERMIS TO WS-CON-DATE-PERMIS(IX-CON)
           PERFORM 21200-LIRE-CATX
           .
      ******************************************************************
      *   UNE AFFECTATION : COUPLE VEHICULE/PRINCIPAL, PUIS           *
      *   VEHICULE/SECONDAIRE S'IL Y EN A UN. UN VEHICULE OU UN       *
      *   CONDUCTEUR ABSENT DES EXTRAITS EST DEJA SIGNALE PAR FB01B09 *
      ******************************************************************
       24000-CONTROLER-AFFECTATION.
      *-----------------------------
           ADD 1 TO WS-CPT-AFF-LUES.
           MOVE AFFX-RANG-VEHI   TO WS-RANG-VEHI-N (3:2).
           MOVE ZERO             TO WS-RANG-VEHI-N (1:2).
           PERFORM 24100-CHERCHER-VEHICULE.
           IF VEHI-TROUVE
              MOVE AFFX-RANG-PRINC  TO WS-RANG-COND
              MOVE 'P'              TO WS-ROLE-COUPLE
              PERFORM 25000-CONTROLER-COUPLE
              IF AFFX-RANG-SECOND NOT = '00' AND NOT = SPACES
                 MOVE AFFX-RANG-SECOND TO WS-RANG-COND
                 MOVE 'S'              TO WS-ROLE-COUPLE
                 PERFORM 25000-CONTROLER-COUPLE
              END-IF
           END-IF
           PERFORM 21000-LIRE-AFFX
           .
      ******************************************************************
       24100-CHERCHER-VEHICULE.
      *-------------------------
           MOVE 'N'    TO WS-IND-VEHI-TROUVE.
           SET IX-VEH TO 1.
           IF WS-NB-VEHI > ZERO
              SEARCH WS-VEH
                 AT END
                    CONTINUE
                 WHEN IX-VEH > WS-NB-VEHI
                    CONTINUE
                 WHEN WS-VEH-RANG(IX-VEH) = WS-RANG-VEHI-N
                    SET VEHI-TROUVE TO TRUE
              END-SEARCH
           END-IF
           .
      ******************************************************************
      *   AGE ET ANCIENNETE DE PERMIS EN ANNEES REVOLUES A LA DATE DE *
      *   TRAITEMENT, PUIS EVALUATION DE CHAQUE REGLE EN VIGUEUR      *
      ******************************************************************
       25000-CONTROLER-COUPLE.
      *-----------------------
           MOVE WS-RANG-COND     TO WS-RANG-COND-N (3:2).
           MOVE ZERO             TO WS-RANG-COND-N (1:2).
           PERFORM 25100-CHERCHER-CONDUCTEUR.
           IF COND-TROUVE
              ADD 1 TO WS-CPT-COUPLES
              MOVE 'N' TO WS-IND-AGE
                          WS-IND-ANC
              IF WS-CON-DATE-NAISS(IX-CON) NUMERIC
                 SET CALA-FONC-AGE     TO TRUE
                 MOVE WS-CON-DATE-NAISS(IX-CON) TO CALA-DATE-1
                 MOVE WS-DATE-TRAITEMENT       TO CALA-DATE-2
                 CALL 'FB00SV01' USING WSS-CALA-COMMAREA
                 IF CALA-RETOUR-OK
                    MOVE CALA-RESULTAT TO WS-AGE
                    SET AGE-CONNU      TO TRUE
                 END-IF
              END-IF
              IF WS-CON-DATE-PERMIS(IX-CON) NUMERIC
                 SET CALA-FONC-AGE     TO TRUE
                 MOVE WS-CON-DATE-PERMIS(IX-CON) TO CALA-DATE-1
                 MOVE WS-DATE-TRAITEMENT        TO CALA-DATE-2
                 CALL 'FB00SV01' USING WSS-CALA-COMMAREA
                 IF CALA-RETOUR-OK
                    MOVE CALA-RESULTAT TO WS-ANC-PERMIS
                    SET ANC-PERMIS-CONNUE TO TRUE
                 END-IF
              END-IF
              PERFORM 26000-EVALUER-REGLE
                 VARYING IX-REG FROM 1 BY 1
                 UNTIL IX-REG > WS-NB-REGLES
           END-IF
           .
      ******************************************************************
       25100-CHERCHER-CONDUCTEUR.
      *---------------------------
           MOVE 'N' TO WS-IND-COND-TROUVE.
           SET IX-CON TO 1.
           IF WS-NB-COND > ZERO
              SEARCH WS-CON
                 AT END
                    CONTINUE
                 WHEN IX-CON > WS-NB-COND
                    CONTINUE
                 WHEN WS-CON-RANG(IX-CON) = WS-RANG-COND-N
                    SET COND-TROUVE TO TRUE
              END-SEARCH
           END-IF
           .
      ******************************************************************
      *   MEME REGLE QU'A LA SIGNATURE FB01 : LES DEUX VOLETS DOIVENT *
      *   ETRE VERIFIES ; DANS UN VOLET, UN SEUL CRITERE RENSEIGNE    *
      *   SUFFIT, UN VOLET SANS CRITERE EST TOUJOURS VERIFIE          *
      ******************************************************************
       26000-EVALUER-REGLE.
      *--------------------
           MOVE WS-REG(IX-REG)   TO WSS-REGL-ENR.
           MOVE 'N'              TO WS-IND-VOLET-C
                                    WS-IND-VOLET-V.
           IF REGL-PRINCIPAL-SEUL AND COUPLE-SECONDAIRE
              CONTINUE
           ELSE
              PERFORM 26100-EVALUER-VOLET-COND
              IF VOLET-COND-VERIFIE
                 PERFORM 26200-EVALUER-VOLET-VEHI
              END-IF
           END-IF.
           IF VOLET-COND-VERIFIE AND VOLET-VEHI-VERIFIE
              EVALUATE TRUE
                 WHEN REGL-BLOQUANTE
                    ADD 1 TO WS-CPT-BLOQUANTES
                    MOVE REGL-LIBELLE TO RAPR-MOTIF
                    PERFORM 28000-ECRIRE-COUPLE
                 WHEN REGL-SOUMISE-ACCORD
                    PERFORM 27000-DEMANDER-ACCORD
                 WHEN OTHER
                    ADD 1 TO WS-CPT-AVERTISSEMENTS
                    MOVE REGL-LIBELLE TO RAPR-MOTIF
                    PERFORM 28000-ECRIRE-COUPLE
              END-EVALUATE
           END-IF
           .
      ******************************************************************
       26100-EVALUER-VOLET-COND.
      *-------------------------
           IF REGL-AGE-MAX = ZERO
              AND REGL-ANC-PERMIS-MIN = ZERO
              AND REGL-CRM-SEUIL = ZERO
              SET VOLET-COND-VERIFIE TO TRUE
           ELSE
              IF REGL-AGE-MAX > ZERO
                 AND AGE-CONNU
                 AND WS-AGE < REGL-AGE-MAX
                 SET VOLET-COND-VERIFIE TO TRUE
              END-IF
              IF REGL-ANC-PERMIS-MIN > ZERO
                 AND ANC-PERMIS-CONNUE
                 AND WS-ANC-PERMIS < REGL-ANC-PERMIS-MIN
                 SET VOLET-COND-VERIFIE TO TRUE
              END-IF
              IF REGL-CRM-SEUIL > ZERO
                 AND WS-VEH-CRM(IX-VEH) > REGL-CRM-SEUIL
                 SET VOLET-COND-VERIFIE TO TRUE
              END-IF
           END-IF
           .
      ******************************************************************
       26200-EVALUER-VOLET-VEHI.
      *-------------------------
           IF REGL-GROUPE-MIN = SPACES
              AND REGL-CLASSE-MIN = SPACES
              AND REGL-VALEUR-MIN = ZERO
              SET VOLET-VEHI-VERIFIE TO TRUE
           ELSE
              IF REGL-GROUPE-MIN NOT = SPACES
                 AND WS-VEH-GROUPE(IX-VEH) NOT = SPACES
                 AND WS-VEH-GROUPE(IX-VEH) NOT < REGL-GROUPE-MIN
                 SET VOLET-VEHI-VERIFIE TO TRUE
              END-IF
              IF REGL-CLASSE-MIN NOT = SPACES
                 AND WS-VEH-CLASSE(IX-VEH) NOT = SPACES
                 AND WS-VEH-CLASSE(IX-VEH) NOT < REGL-CLASSE-MIN
                 SET VOLET-VEHI-VERIFIE TO TRUE
              END-IF
              IF REGL-VALEUR-MIN > ZERO
                 AND WS-VEH-VALEUR(IX-VEH) > ZERO
                 AND WS-VEH-VALEUR(IX-VEH) NOT < REGL-VALEUR-MIN
                 SET VOLET-VEHI-VERIFIE TO TRUE
              END-IF
           END-IF
           .
      ******************************************************************
      *   REGLE SOUMISE A ACCORD : UN ACCORD DONNE SUR FB08 LAISSE    *
      *   PASSER LE COUPLE, UNE DEMANDE EN ATTENTE N'EST PAS REPOSEE, *
      *   UN REFUS EST EDITE ; SANS DEMANDE, ELLE EST CREEE A VERSER  *
      *   DANS LA FILE FB08 (INDICATEUR DE FILE 'N')                  *
      ******************************************************************
       27000-DEMANDER-ACCORD.
      *----------------------
           MOVE AFFX-NUMCONT     TO REGD-NUMCONT.
           MOVE AFFX-RANG-VEHI   TO REGD-RANG-VEHI.
           MOVE WS-RANG-COND     TO REGD-RANG-COND.
           MOVE REGL-CODE        TO REGD-CODE-REGLE.
           MOVE REGD-CLE         TO REGDK-CLE.
           READ FB01REGD INTO WSS-REGD-ENR
              KEY IS REGDK-CLE
           END-READ.
           EVALUATE TRUE
              WHEN OK-FB01REGD
                 IF REGD-REFUSEE
                    ADD 1 TO WS-CPT-REFUSEES
                    MOVE 'COUPLE REFUSE SUR FB08 TOUJOURS AFFECTE'
                                   TO RAPR-MOTIF
                    PERFORM 28000-ECRIRE-COUPLE
                 END-IF
              WHEN ABSENT-FB01REGD
                 MOVE SPACES             TO WSS-REGD-ENR
                 MOVE AFFX-NUMCONT       TO REGD-NUMCONT
                 MOVE AFFX-RANG-VEHI     TO REGD-RANG-VEHI
                 MOVE WS-RANG-COND       TO REGD-RANG-COND
                 MOVE REGL-CODE          TO REGD-CODE-REGLE
                 SET REGD-EN-ATTENTE     TO TRUE
                 MOVE 'N'                TO REGD-ORIGINE
                 SET REGD-A-VERSER       TO TRUE
                 MOVE WS-DATE-TRAITEMENT TO REGD-DATE-DEMANDE
                 MOVE 'FB01B18'          TO REGD-RACF-DEM
                 WRITE ENRG-FB01REGD FROM WSS-REGD-ENR
                 END-WRITE
                 IF NOT OK-FB01REGD
                    DISPLAY 'FB01B18 : ERREUR ECRITURE FB01REGD - '
                             FS-FB01REGD-STATUS
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
                 ADD 1 TO WS-CPT-DEMANDES
                 MOVE SPACES TO RAPR-MOTIF
                 STRING 'DEMANDE D''ACCORD POSEE (FB08) : '
                        REGL-LIBELLE
                        DELIMITED BY SIZE INTO RAPR-MOTIF
                 PERFORM 28000-ECRIRE-COUPLE
              WHEN OTHER
                 DISPLAY 'FB01B18 : ERREUR LECTURE FB01REGD - '
                          FS-FB01REGD-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-EVALUATE
           .
      ******************************************************************
       28000-ECRIRE-COUPLE.
      *--------------------
           ADD 1                  TO WS-CPT-EDITEES.
           MOVE AFFX-NUMCONT      TO RAPR-NUMCONT.
           MOVE AFFX-RANG-VEHI    TO RAPR-RANG-VEHI.
           MOVE WS-RANG-COND      TO RAPR-RANG-COND.
           MOVE REGL-CODE         TO RAPR-CODE-REGLE.
           MOVE REGL-ISSUE        TO RAPR-ISSUE.
           WRITE ENRG-FB01RAPR
           .
      ******************************************************************
       21000-LIRE-AFFX.
      *----------------
           IF NOT FIN-AFFX
              READ FB01AFFX
                 AT END
                    SET FIN-AFFX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-FAMX.
      *----------------
           IF NOT FIN-FAMX
              READ FB04FAMX
                 AT END
                    SET FIN-FAMX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21200-LIRE-CATX.
      *----------------
           IF NOT FIN-CATX
              READ FB02CATX
                 AT END
                    SET FIN-CATX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB01AFFX FB04FAMX FB02CATX FB01REGD FB01RAPR.
           DISPLAY 'FB01B18 : REGLES EN VIGUEUR      = '
                    WS-NB-REGLES.
           DISPLAY 'FB01B18 : AFFECTATIONS LUES      = '
                    WS-CPT-AFF-LUES.
           DISPLAY 'FB01B18 : COUPLES CONTROLES      = '
                    WS-CPT-COUPLES.
           DISPLAY 'FB01B18 : REGLES BLOQUANTES      = '
                    WS-CPT-BLOQUANTES.
           DISPLAY 'FB01B18 : DEMANDES D''ACCORD      = '
                    WS-CPT-DEMANDES.
           DISPLAY 'FB01B18 : COUPLES REFUSES        = '
                    WS-CPT-REFUSEES.
           DISPLAY 'FB01B18 : AVERTISSEMENTS         = '
                    WS-CPT-AVERTISSEMENTS.
           IF WS-CPT-EDITEES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB01B18 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
