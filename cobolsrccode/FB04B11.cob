      *           - CONDUCTEUR DE PROFESSION TRANSPORT SANS AUCUN
      *             VEHICULE EN USAGE 'T' OU 'F' (LE CAS QUI PASSAIT
      *             AU TRAVERS).
      *           DEPUIS M001, LE CODE NAF DU CLIENT PERSONNE MORALE
      *           VERIFIE AU REPERTOIRE SIRENE (FB00NAFC DE FB00B41,
      *           TRIE PAR CONTRAT) DONNE UN SIGNAL SUPPLEMENTAIRE :
      *           - ACTIVITE DE TRANSPORT DE PERSONNES (TAXI, VTC,
      *             AUTOCAR) SANS AUCUN VEHICULE EN USAGE 'T' ;
      *           - VEHICULE EN USAGE 'T' CHEZ UNE ENTREPRISE DONT
      *             L'ACTIVITE N'EST PAS LE TRANSPORT DE PERSONNES.
      *           LES CAS 'T' RESTENT PAR AILLEURS PARQUES EN
      *           ATTENTE D'ACCORD SOUSCRIPTION A LA SIGNATURE FB01
      *           (FILE FB08, FD 51148).
      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51148 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51171 CODE NAF SIRENE
      *                                       DES CLIENTS PM (FB00NAFC)
      *                                       CONFRONTE A L'USAGE 'T'.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *--- PROFESSIONS DES CONDUCTEURS, TRIEES PAR CONTRAT
           SELECT  FB02PROX   ASSIGN  FB02PROX
                               FILE STATUS IS  FS-FB02PROX-STATUS.
      *--- CODE NAF SIRENE DES CLIENTS PM, TRIE PAR CONTRAT (M001)
           SELECT  FB00NAFC   ASSIGN  FB00NAFC
                               FILE STATUS IS  FS-FB00NAFC-STATUS.
      *--- INCOHERENCES USAGE/PROFESSION
           SELECT  FB04RAPU   ASSIGN  FB04RAPU
                               FILE STATUS IS  FS-FB04RAPU-STATUS.
           05  PROX-RANG              PIC 9(04).
           05  PROX-PROFESSION        PIC X(02).
           05  FILLER                 PIC X(62).
      *
       FD  FB00NAFC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00NAFC.
           05  NAFC-NUMCONT           PIC X(12).
           05  NAFC-GESCLI            PIC X(11).
           05  NAFC-NAF               PIC X(05).
           05  NAFC-ETAT              PIC X(01).
           05  FILLER                 PIC X(51).
      *
       FD  FB04RAPU
           RECORDING   F
       01  FS-FB02PROX-STATUS   PIC X(02).
           88     OK-FB02PROX       VALUE '00'.
           88     EOF-FB02PROX      VALUE '10'.
       01  FS-FB00NAFC-STATUS   PIC X(02).
           88     OK-FB00NAFC       VALUE '00'.
           88     EOF-FB00NAFC      VALUE '10'.
       01  FS-FB04RAPU-STATUS   PIC X(02).
           88     OK-FB04RAPU       VALUE '00'.
      *================================================================*
           88     FIN-USGX           VALUE 'O'.
       01  WS-IND-FIN-PROX       PIC X(01) VALUE 'N'.
           88     FIN-PROX           VALUE 'O'.
       01  WS-IND-FIN-NAFC       PIC X(01) VALUE 'N'.
           88     FIN-NAFC           VALUE 'O'.
      *================================================================*
      *   PROFESSIONS DU TRANSPORT DE PERSONNES (CONVENTION DE LA     *
      *   TABLE DES PROFESSIONS FB09)                                 *
                                 INDEXED BY IX-PTR
                                 PIC X(02).
      *================================================================*
      *   CODES NAF DU TRANSPORT DE PERSONNES (M001) : TRANSPORTS     *
      *   URBAINS, TAXIS ET VTC, AUTOCARS REGULIERS ET OCCASIONNELS   *
      *================================================================*
       01  WS-TABLE-NAF-TRANSPORT.
           05  FILLER            PIC X(05) VALUE '4931Z'.
           05  FILLER            PIC X(05) VALUE '4932Z'.
           05  FILLER            PIC X(05) VALUE '4939A'.
           05  FILLER            PIC X(05) VALUE '4939B'.
       01  WS-NAF-TRANS-RED REDEFINES WS-TABLE-NAF-TRANSPORT.
           05  WS-NAF-TRANS      OCCURS 4 TIMES
                                 INDEXED BY IX-NTR
                                 PIC X(05).
      *================================================================*
      *   ETAT DU CONTRAT EN COURS                                     *
      *================================================================*
       01  WS-NUMCONT-RUPTURE    PIC X(12) VALUE SPACES.
       01  WS-IND-USAGE-PRO      PIC X(01) VALUE 'N'.
           88     USAGE-PRO-PRESENT       VALUE 'O'.
       01  WS-IMMAT-USAGE-T      PIC X(10) VALUE SPACES.
      *--- CODE NAF DU CLIENT PM ('ESPACES' = NON CONNU) (M001)
       01  WS-NAF-CONTRAT        PIC X(05) VALUE SPACES.
       01  WS-IND-NAF-TRANS      PIC X(01) VALUE 'N'.
           88     NAF-TRANSPORT           VALUE 'O'.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-CONTRATS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANOMALIES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SIGNAUX-NAF    PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
      *---------------------
           OPEN INPUT  FB04USGX
           OPEN INPUT  FB02PROX
           OPEN INPUT  FB00NAFC
           OPEN OUTPUT FB04RAPU.
           IF NOT OK-FB04USGX OR NOT OK-FB02PROX OR NOT OK-FB04RAPU
              OR NOT OK-FB00NAFC
              DISPLAY 'FB04B11 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-USGX
           PERFORM 21100-LIRE-PROX
           PERFORM 21200-LIRE-NAFC
           .
      ******************************************************************
       20000-TRAITEMENT.
              UNTIL FIN-USGX
              OR USGX-NUMCONT NOT = WS-NUMCONT-RUPTURE.
           PERFORM 23000-EXAMINER-PROFESSIONS.
           PERFORM 23500-EXAMINER-NAF.
           PERFORM 24000-CONCLURE-CONTRAT
           PERFORM 24500-CONCLURE-NAF
           .
      ******************************************************************
       22000-EXAMINER-USAGES.
           PERFORM 21100-LIRE-PROX
           .
      ******************************************************************
      *   CODE NAF DU CLIENT DU CONTRAT (M001) : ABSENT POUR LES      *
      *   PERSONNES PHYSIQUES ET LES PM NON ENCORE VERIFIEES          *
      ******************************************************************
       23500-EXAMINER-NAF.
      *-------------------
           MOVE SPACES TO WS-NAF-CONTRAT.
           MOVE 'N'    TO WS-IND-NAF-TRANS.
           PERFORM 23600-AVANCER-NAFC
              UNTIL FIN-NAFC
              OR NAFC-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           IF NOT FIN-NAFC
              AND NAFC-NUMCONT = WS-NUMCONT-RUPTURE
              MOVE NAFC-NAF TO WS-NAF-CONTRAT
              SET IX-NTR TO 1
              SEARCH WS-NAF-TRANS
                 AT END
                    CONTINUE
                 WHEN WS-NAF-TRANS(IX-NTR) = NAFC-NAF
                    SET NAF-TRANSPORT TO TRUE
              END-SEARCH
           END-IF
           .
      ******************************************************************
       23600-AVANCER-NAFC.
      *-------------------
           PERFORM 21200-LIRE-NAFC
           .
      ******************************************************************
      *   CONCLUSIONS DU CONTRAT : LES DEUX SENS DE L'INCOHERENCE     *
      ******************************************************************
       24000-CONCLURE-CONTRAT.
              WRITE ENRG-FB04RAPU
           END-IF
           .
      ******************************************************************
      *   SIGNAL SUPPLEMENTAIRE DU CODE NAF SIRENE (M001)             *
      ******************************************************************
       24500-CONCLURE-NAF.
      *-------------------
           IF NAF-TRANSPORT
              AND NOT USAGE-TRANSPORT-PRESENT
              ADD 1                   TO WS-CPT-ANOMALIES
                                         WS-CPT-SIGNAUX-NAF
              MOVE WS-NUMCONT-RUPTURE TO RAPU-NUMCONT
              MOVE SPACES             TO RAPU-IMMAT
                                         RAPU-MOTIF
              STRING 'NAF ' WS-NAF-CONTRAT
                     ' TRANSPORT DE PERSONNES SANS USAGE T'
                     DELIMITED BY SIZE INTO RAPU-MOTIF
              END-STRING
              WRITE ENRG-FB04RAPU
           END-IF.
           IF USAGE-TRANSPORT-PRESENT
              AND NOT NAF-TRANSPORT
              AND WS-NAF-CONTRAT NOT = SPACES
              ADD 1                   TO WS-CPT-ANOMALIES
                                         WS-CPT-SIGNAUX-NAF
              MOVE WS-NUMCONT-RUPTURE TO RAPU-NUMCONT
              MOVE WS-IMMAT-USAGE-T   TO RAPU-IMMAT
              MOVE SPACES             TO RAPU-MOTIF
              STRING 'USAGE T, NAF ' WS-NAF-CONTRAT
                     ' HORS TRANSPORT DE PERSONNES'
                     DELIMITED BY SIZE INTO RAPU-MOTIF
              END-STRING
              WRITE ENRG-FB04RAPU
           END-IF
           .
      ******************************************************************
       21000-LIRE-USGX.
      *----------------
              END-READ
           END-IF
           .
      ******************************************************************
       21200-LIRE-NAFC.
      *----------------
           IF NOT FIN-NAFC
              READ FB00NAFC
                 AT END
                    SET FIN-NAFC TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB04USGX FB02PROX FB00NAFC FB04RAPU.
           DISPLAY 'FB04B11 : CONTRATS CONTROLES     = '
                    WS-CPT-CONTRATS.
           DISPLAY 'FB04B11 : INCOHERENCES EDITEES   = '
                    WS-CPT-ANOMALIES.
           DISPLAY 'FB04B11 : DONT SIGNAUX NAF       = '
                    WS-CPT-SIGNAUX-NAF.
           IF WS-CPT-ANOMALIES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
