      *                                       SUR CONTRAT RESILIE OU
      *                                       SUSPENDU (EXTRAIT
      *                                       FB00CSTX).
      *
      * 15.10.2026 GFA/P.ESTEVE     M003      F51174 REJET DES LIGNES
      *                                       VEHICULE SUR UN CONTRAT
      *                                       EN FLOTTE A ALIMENTS
      *                                       (PARAMETRES FB00ALIC).
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *--- PAR LE JCL AUX STATUTS 'R'/'S', TRIE PAR CONTRAT)
           SELECT  FB00CSTX   ASSIGN  FB00CSTX
                               FILE STATUS IS  FS-FB00CSTX-STATUS.
      *--- CONTRATS EN FLOTTE A ALIMENTS (M003, TRIES PAR CONTRAT)
           SELECT  FB00ALIC   ASSIGN  FB00ALIC
                               FILE STATUS IS  FS-FB00ALIC-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05  CSTX-STATUT            PIC X(01).
           05  CSTX-DT-STATUT         PIC X(08).
           05  FILLER                 PIC X(59).
      *
       FD  FB00ALIC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ALIC              PIC X(200).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01  WS-IND-CONTRAT-FERME  PIC X(01) VALUE 'N'.
           88     CONTRAT-FERME      VALUE 'O'.
      *================================================================*
      *   CONTRATS EN FLOTTE A ALIMENTS (M003) : LA COMPOSITION EN    *
      *   VEHICULES N'Y EST PLUS TENUE, ELLE EST DECLAREE CHAQUE      *
      *   TRIMESTRE (FB00B43)                                         *
      *================================================================*
       COPY FB00ALIF.
       01  FS-FB00ALIC-STATUS   PIC X(02).
           88     OK-FB00ALIC       VALUE '00'.
           88     EOF-FB00ALIC      VALUE '10'.
       01  WS-IND-FIN-ALIC       PIC X(01) VALUE 'N'.
           88     FIN-ALIC           VALUE 'O'.
       01  WS-NB-ALIMENTS        PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-ALIMENTS.
           05  WS-ALI             OCCURS 500 TIMES
                                  INDEXED BY IX-ALI.
               10  WS-ALI-NUMCONT PIC X(12).
       01  WS-IND-CONTRAT-ALIM   PIC X(01) VALUE 'N'.
           88     CONTRAT-A-ALIMENTS VALUE 'O'.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
      *================================================================*
      *   ZONE DE COMMUNICATION DOCUMENTAIRE DE LA COUCHE DE SERVICE  *
      *   MA90 (DETERMINATION MA90T00 PUIS MISE A JOUR MA90T20),      *
      *   MEME CHEMINEMENT QUE TRAITEMENT-FICHIER DE FB01T00          *
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT  FB01IMPF
           OPEN INPUT  FB00CSTX
           OPEN INPUT  FB00ALIC
           OPEN OUTPUT FB01RAPI.
           IF NOT OK-FB01IMPF OR NOT OK-FB00CSTX
              OR NOT OK-FB00ALIC OR NOT OK-FB01RAPI
              DISPLAY 'FB01B02 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 15000-CHARGER-FERMES
           PERFORM 16000-CHARGER-ALIMENTS
           PERFORM 21000-LIRE-IMPF
           .
      ******************************************************************
                 MOVE 'N'             TO WS-IND-LIGNE-VALIDE
              END-IF
           END-IF
      *--- FLOTTE A ALIMENTS (M003) : LES VEHICULES NE SONT PAS
      *--- SAISIS, ILS SONT DECLARES CHAQUE TRIMESTRE
           IF LIGNE-VALIDE
              AND IMPF-VEHICULE
              PERFORM 16500-CHERCHER-ALIMENTS
              IF CONTRAT-A-ALIMENTS
                 MOVE 'FLOTTE A ALIMENTS - VEHICULES PAR DECLARATION'
                                      TO WS-MOTIF-REJET
                 MOVE 'N'             TO WS-IND-LIGNE-VALIDE
              END-IF
           END-IF
           .
      ******************************************************************
      *   CHARGEMENT DES CONTRATS FERMES (M002) : TOUT MOUVEMENT SUR  *
              END-SEARCH
           END-IF
           .
      ******************************************************************
      *   CHARGEMENT DES CONTRATS EN FLOTTE A ALIMENTS (M003) DONT LE *
      *   MODE COUVRE LA DATE DU TRAITEMENT                           *
      ******************************************************************
       16000-CHARGER-ALIMENTS.
      *-----------------------
           PERFORM 16100-LIRE-ALIC
           PERFORM 16200-RANGER-ALIMENTS
              UNTIL FIN-ALIC.
           CLOSE FB00ALIC
           .
      ******************************************************************
       16100-LIRE-ALIC.
      *----------------
           IF NOT FIN-ALIC
              READ FB00ALIC INTO WSS-ALIC-ENR
                 AT END
                    SET FIN-ALIC TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       16200-RANGER-ALIMENTS.
      *----------------------
           IF ALIC-DATE-DEBUT NOT > WS-DATE-TRAITEMENT
              AND (ALIC-DATE-FIN = SPACES
                   OR ALIC-DATE-FIN NOT < WS-DATE-TRAITEMENT)
              IF WS-NB-ALIMENTS = 500
                 DISPLAY 'FB01B02 : TABLE FLOTTES A ALIMENTS SATUREE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                TO WS-NB-ALIMENTS
              SET IX-ALI           TO WS-NB-ALIMENTS
              MOVE ALIC-NUMCONT    TO WS-ALI-NUMCONT(IX-ALI)
           END-IF
           PERFORM 16100-LIRE-ALIC
           .
      ******************************************************************
       16500-CHERCHER-ALIMENTS.
      *------------------------
           MOVE 'N' TO WS-IND-CONTRAT-ALIM.
           SET IX-ALI TO 1.
           IF WS-NB-ALIMENTS > ZERO
              SEARCH WS-ALI
                 AT END
                    CONTINUE
                 WHEN IX-ALI > WS-NB-ALIMENTS
                    CONTINUE
                 WHEN WS-ALI-NUMCONT(IX-ALI) = IMPF-NUMCONT
                    SET CONTRAT-A-ALIMENTS TO TRUE
              END-SEARCH
           END-IF
           .
      ******************************************************************
       22100-CONTROLER-STATYP.
      *-----------------------
