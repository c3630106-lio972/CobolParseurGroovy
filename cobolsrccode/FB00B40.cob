       ID DIVISION.
       PROGRAM-ID. FB00B40.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH MENSUEL D'EXTRACTION DES CLIENTS
      *           PERSONNES MORALES ('PM') DU PORTEFEUILLE FLOTTE A
      *           VERIFIER AUPRES DU REPERTOIRE SIRENE DES
      *           ENTREPRISES. L'EXISTENCE ET L'ETAT ADMINISTRATIF
      *           DE LA SOCIETE N'ETAIENT JAMAIS CONTROLES : DES
      *           FLOTTES DE SOCIETES RADIEES RESTAIENT ASSUREES.
      *           L'IDENTITE DES CLIENTS (FB00CLIR, DESSIN DE FB00B38
      *           ETENDU DU TYPE DE CLIENT) EST PARCOURUE ; CHAQUE
      *           CLIENT 'PM' DONNE UNE DEMANDE FB00DEMS AVEC NOTRE
      *           REFERENCE DE RAPPROCHEMENT (GESCLI), LE SIREN
      *           DECLARE, LA RAISON SOCIALE ET LA COMMUNE (UN CLIENT
      *           SANS SIREN EST RECHERCHE SUR LA DENOMINATION). LES
      *           REPONSES SONT TRAITEES PAR FB00B41, QUI CONSERVE LE
      *           SIREN/SIRET VERIFIE, LA DENOMINATION, LE CODE NAF
      *           ET L'ETAT ADMINISTRATIF DU CLIENT.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51171 CREATION.
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
      *--- IDENTITE DES CLIENTS DU PORTEFEUILLE (TYPE DE CLIENT PORTE
      *--- PAR L'EXTENSION F51171 DE L'EXTRAIT)
           SELECT  FB00CLIR   ASSIGN  FB00CLIR
                               FILE STATUS IS  FS-FB00CLIR-STATUS.
      *--- DEMANDES DE VERIFICATION AU REPERTOIRE SIRENE
           SELECT  FB00DEMS   ASSIGN  FB00DEMS
                               FILE STATUS IS  FS-FB00DEMS-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00CLIR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CLIR.
           05  CLIR-GESCLI            PIC X(11).
           05  CLIR-RAISON-SOCIALE    PIC X(40).
           05  CLIR-SIREN             PIC X(09).
           05  CLIR-VOIE              PIC X(32).
           05  CLIR-CODE-POSTAL       PIC X(05).
           05  CLIR-COMMUNE           PIC X(26).
      *--- EXTENSION F51171 (ANCIEN FILLER) : TYPE DE CLIENT
      *--- ('PM' PERSONNE MORALE, 'PP' PERSONNE PHYSIQUE)
           05  CLIR-TYPE-CLIENT       PIC X(02).
               88  CLIR-PERSONNE-MORALE   VALUE 'PM'.
           05  FILLER                 PIC X(25).
      *
       FD  FB00DEMS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DEMS.
           05  DEMS-REFERENCE         PIC X(11).
           05  DEMS-SIREN             PIC X(09).
           05  DEMS-RAISON-SOCIALE    PIC X(40).
           05  DEMS-CODE-POSTAL       PIC X(05).
           05  DEMS-COMMUNE           PIC X(26).
           05  DEMS-DATE-DEMANDE      PIC X(08).
           05  FILLER                 PIC X(21).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B40 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00CLIR-STATUS   PIC X(02).
           88     OK-FB00CLIR       VALUE '00'.
           88     EOF-FB00CLIR      VALUE '10'.
       01  FS-FB00DEMS-STATUS   PIC X(02).
           88     OK-FB00DEMS       VALUE '00'.
      *================================================================*
      *   INDICATEUR DE FIN DE FICHIER                                 *
      *================================================================*
       01  WS-IND-FIN-CLIR       PIC X(01) VALUE 'N'.
           88     FIN-CLIR           VALUE 'O'.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-LUS            PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DEMANDES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-SIREN     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PP             PIC 9(07) COMP VALUE ZERO.
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
           OPEN INPUT  FB00CLIR
           OPEN OUTPUT FB00DEMS.
           IF NOT OK-FB00CLIR OR NOT OK-FB00DEMS
              DISPLAY 'FB00B40 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-CLIR
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-CLIENT
              UNTIL FIN-CLIR
           .
      ******************************************************************
      *   SEULES LES PERSONNES MORALES SONT CONNUES DU REPERTOIRE :   *
      *   LES AUTRES CLIENTS SONT IGNORES. SANS SIREN DECLARE, LA     *
      *   DEMANDE PART SUR LA DENOMINATION ET LA COMMUNE              *
      ******************************************************************
       20100-TRAITER-CLIENT.
      *---------------------
           IF NOT CLIR-PERSONNE-MORALE
              ADD 1                  TO WS-CPT-PP
           ELSE
              IF CLIR-SIREN = SPACES OR CLIR-SIREN NOT NUMERIC
                 ADD 1               TO WS-CPT-SANS-SIREN
                 MOVE SPACES         TO DEMS-SIREN
              ELSE
                 MOVE CLIR-SIREN     TO DEMS-SIREN
              END-IF
              MOVE CLIR-GESCLI       TO DEMS-REFERENCE
              MOVE CLIR-RAISON-SOCIALE TO DEMS-RAISON-SOCIALE
              MOVE CLIR-CODE-POSTAL  TO DEMS-CODE-POSTAL
              MOVE CLIR-COMMUNE      TO DEMS-COMMUNE
              MOVE WS-DATE-TRAITEMENT TO DEMS-DATE-DEMANDE
              WRITE ENRG-FB00DEMS
              ADD 1                  TO WS-CPT-DEMANDES
           END-IF
           PERFORM 21000-LIRE-CLIR
           .
      ******************************************************************
       21000-LIRE-CLIR.
      *----------------
           IF NOT FIN-CLIR
              READ FB00CLIR
                 AT END
                    SET FIN-CLIR TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-LUS
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00CLIR FB00DEMS.
           DISPLAY 'FB00B40 : CLIENTS LUS            = ' WS-CPT-LUS.
           DISPLAY 'FB00B40 : DEMANDES EMISES        = '
                    WS-CPT-DEMANDES.
           DISPLAY 'FB00B40 : DONT SANS SIREN        = '
                    WS-CPT-SANS-SIREN.
           DISPLAY 'FB00B40 : NON PM (IGNORES)       = ' WS-CPT-PP.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B40 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
