      *           EN LIGNE PAR FB04T00 A L'ENTREE VEHICULE) ET EDITE
      *           LES PLAQUES PRESENTES CHEZ PLUSIEURS CLIENTS
      *           (FB04RAPQ, UNE LIGNE PAR PORTEUR), CODE RETOUR 4.
      *           DEPUIS M001, LES PLAQUES TEMPORAIRES (KSDS FB04TMPK,
      *           DESSIN FB04TMPF, LU EN PARALLELE DE L'EXTRAIT SUR LA
      *           PLAQUE) PORTENT LEUR TYPE DANS L'INDEX ; UNE
      *           TEMPORAIRE REMPLACEE PAR SA DEFINITIVE (COMMANDE
      *           'DEF' DE FB04T00) RENVOIE VERS LA PLAQUE DEFINITIVE,
      *           Y COMPRIS QUAND PLUS AUCUN CONTRAT NE LA PORTE
      *           (ENTREE DE RENVOI, NOMBRE DE CLIENTS A ZERO).
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51114 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51207 PLAQUES
      *                                       TEMPORAIRES : TYPE ET
      *                                       RENVOI VERS LA PLAQUE
      *                                       DEFINITIVE (FB04TMPK).
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
                               ACCESS SEQUENTIAL
                               RECORD KEY PLAQ-IMMAT
                               FILE STATUS IS  FS-FB04PLAQ-STATUS.
      *--- PLAQUES TEMPORAIRES ET LEUR REMPLACEMENT (VSAM KSDS CLE
      *--- PLAQUE TEMPORAIRE, ALIMENTE EN LIGNE PAR FB04T00) - OPTIONNEL
           SELECT  FB04TMPK   ASSIGN  FB04TMPK
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY TMPKF-IMMAT
                               FILE STATUS IS  FS-FB04TMPK-STATUS.
      *--- PLAQUES PRESENTES CHEZ PLUSIEURS CLIENTS
           SELECT  FB04RAPQ   ASSIGN  FB04RAPQ
                               FILE STATUS IS  FS-FB04RAPQ-STATUS.
           05  PLAQ-NB-CLIENTS        PIC 9(03).
           05  PLAQ-GESCLI            PIC X(11).
           05  PLAQ-NUMCONT           PIC X(12).
           05  PLAQ-TYPE-IMMAT        PIC X(02).
           05  PLAQ-IMMAT-SUITE       PIC X(10).
           05  FILLER                 PIC X(32).
      *
       FD  FB04TMPK
           LABEL RECORD STANDARD.
       01  ENRG-FB04TMPK.
           05  TMPKF-IMMAT            PIC X(10).
           05  FILLER                 PIC X(90).
      *
       FD  FB04RAPQ
           RECORDING   F
           88     EOF-FB04IMMC      VALUE '10'.
       01  FS-FB04PLAQ-STATUS   PIC X(02).
           88     OK-FB04PLAQ       VALUE '00'.
       01  FS-FB04TMPK-STATUS   PIC X(02).
           88     OK-FB04TMPK       VALUE '00'.
       01  FS-FB04RAPQ-STATUS   PIC X(02).
           88     OK-FB04RAPQ       VALUE '00'.
      *================================================================*
      *================================================================*
       01  WS-IND-FIN-IMMC       PIC X(01) VALUE 'N'.
           88     FIN-IMMC           VALUE 'O'.
       01  WS-IND-FIN-TMPK       PIC X(01) VALUE 'N'.
           88     FIN-TMPK           VALUE 'O'.
       01  WS-IND-OUV-TMPK       PIC X(01) VALUE 'N'.
           88     TMPK-OUVERT        VALUE 'O'.
      *================================================================*
      *   PLAQUE TEMPORAIRE EN COURS (FB04TMPK)                        *
      *================================================================*
       COPY FB04TMPF.
      *================================================================*
      *   GROUPE PLAQUE EN COURS (ENTREE TRIEE SUR LA PLAQUE) : LES    *
      *   PORTEURS DU GROUPE SONT MEMORISES POUR EDITION SI LA PLAQUE  *
       01  WS-CPT-LUES           PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PLAQUES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-MULTI          PIC 9(05) COMP VALUE ZERO.
       01  WS-CPT-TEMPORAIRES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RENVOIS        PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
              DISPLAY 'FB04B05 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
      *--- FICHIER DES PLAQUES TEMPORAIRES ABSENT : INDEX SANS TYPE
           OPEN INPUT  FB04TMPK.
           IF NOT OK-FB04TMPK
              DISPLAY 'FB04B05 : FB04TMPK ABSENT - STATUS '
                       FS-FB04TMPK-STATUS
              SET FIN-TMPK TO TRUE
           ELSE
              SET TMPK-OUVERT TO TRUE
           END-IF.
           PERFORM 21000-LIRE-IMMC
           PERFORM 21100-LIRE-TMPK
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-PLAQUE
              UNTIL FIN-IMMC
           PERFORM 24000-RENVOI-TEMPORAIRE
              UNTIL FIN-TMPK
           .
      ******************************************************************
       20100-TRAITER-PLAQUE.
      *---------------------
           MOVE IMMC-IMMAT        TO WS-IMMAT-RUPTURE.
           PERFORM 24000-RENVOI-TEMPORAIRE
              UNTIL FIN-TMPK
              OR TMPK-IMMAT NOT < WS-IMMAT-RUPTURE.
           MOVE ZERO              TO WS-NB-GROUPE.
           ADD 1                  TO WS-CPT-PLAQUES.
           PERFORM 20200-EMPILER-PORTEUR
       22000-SOLDER-PLAQUE.
      *--------------------
           PERFORM 22100-COMPTER-CLIENTS.
           MOVE SPACES             TO ENRG-FB04PLAQ
           MOVE WS-IMMAT-RUPTURE   TO PLAQ-IMMAT
           MOVE WS-NB-CLIENTS-GRP  TO PLAQ-NB-CLIENTS
           MOVE WS-GRP-GESCLI(1)   TO PLAQ-GESCLI
           MOVE WS-GRP-NUMCONT(1)  TO PLAQ-NUMCONT
           IF NOT FIN-TMPK
              AND TMPK-IMMAT = WS-IMMAT-RUPTURE
              MOVE TMPK-TYPE-IMMAT TO PLAQ-TYPE-IMMAT
              IF TMPK-REMPLACEE
                 MOVE TMPK-IMMAT-DEFINITIVE TO PLAQ-IMMAT-SUITE
              END-IF
              ADD 1 TO WS-CPT-TEMPORAIRES
              PERFORM 21100-LIRE-TMPK
           END-IF
           WRITE ENRG-FB04PLAQ.
           IF NOT OK-FB04PLAQ
              DISPLAY 'FB04B05 : ERREUR ECRITURE FB04PLAQ - STATUS '
           WRITE ENRG-FB04RAPQ
           ADD 1 TO WS-IND-PARC
           .
      ******************************************************************
      *   PLAQUE TEMPORAIRE ABSENTE DE L'EXTRAIT : SI ELLE A ETE       *
      *   REMPLACEE, ENTREE DE RENVOI VERS LA DEFINITIVE (AUCUN        *
      *   PORTEUR, DERNIER CONTRAT CONNU) ; EN ATTENTE, IGNOREE        *
      ******************************************************************
       24000-RENVOI-TEMPORAIRE.
      *------------------------
           IF TMPK-REMPLACEE
              MOVE SPACES                TO ENRG-FB04PLAQ
              MOVE TMPK-IMMAT            TO PLAQ-IMMAT
              MOVE ZERO                  TO PLAQ-NB-CLIENTS
              MOVE TMPK-GESCLI           TO PLAQ-GESCLI
              MOVE TMPK-NUMCONT          TO PLAQ-NUMCONT
              MOVE TMPK-TYPE-IMMAT       TO PLAQ-TYPE-IMMAT
              MOVE TMPK-IMMAT-DEFINITIVE TO PLAQ-IMMAT-SUITE
              WRITE ENRG-FB04PLAQ
              IF NOT OK-FB04PLAQ
                 DISPLAY 'FB04B05 : ERREUR ECRITURE FB04PLAQ - STATUS '
                          FS-FB04PLAQ-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1 TO WS-CPT-RENVOIS
           END-IF
           PERFORM 21100-LIRE-TMPK
           .
      ******************************************************************
       21000-LIRE-IMMC.
      *----------------
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-TMPK.
      *----------------
           IF NOT FIN-TMPK
              READ FB04TMPK INTO WSS-TMPK-ENR
                 AT END
                    SET FIN-TMPK TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB04IMMC FB04PLAQ FB04RAPQ.
           IF TMPK-OUVERT
              CLOSE FB04TMPK
           END-IF.
           DISPLAY 'FB04B05 : VEHICULES LUS          = ' WS-CPT-LUES.
           DISPLAY 'FB04B05 : PLAQUES DISTINCTES     = '
                    WS-CPT-PLAQUES.
           DISPLAY 'FB04B05 : PLAQUES MULTI-CLIENTS  = '
                    WS-CPT-MULTI.
           DISPLAY 'FB04B05 : PLAQUES TEMPORAIRES    = '
                    WS-CPT-TEMPORAIRES.
           DISPLAY 'FB04B05 : RENVOIS VERS DEFINITIVE= '
                    WS-CPT-RENVOIS.
           IF WS-CPT-MULTI > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
