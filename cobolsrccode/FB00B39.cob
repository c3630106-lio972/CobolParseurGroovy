       ID DIVISION.
       PROGRAM-ID. FB00B39.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH DE FUSION SUPERVISEE DE NUMEROS
      *           CLIENT. LES DECISIONS DES GESTIONNAIRES SUR LA LISTE
      *           DE REVUE DES DOUBLONS (FB00DUPL DE FB00B38) SONT
      *           SAISIES AU DESSIN FB00FUSF (FB00FUSD) : NUMERO
      *           ABSORBE, NUMERO CONSERVE, DECISION ('F' FUSION, 'D'
      *           DISTINCTS), DEMANDEUR ET VALIDEUR. UNE DECISION EST
      *           REJETEE SI LE DOUBLE REGARD MANQUE (VALIDEUR ABSENT
      *           OU IDENTIQUE AU DEMANDEUR), SI UN NUMERO EST INCONNU
      *           DU PORTEFEUILLE (FB00CLIR, DESSIN DE FB00B38), SI LE
      *           NUMERO ABSORBE FIGURE DANS DEUX FUSIONS OU SI LE
      *           NUMERO CONSERVE EST LUI-MEME ABSORBE DANS LE MEME
      *           PASSAGE (FUSION EN CHAINE : A REPRESENTER APRES LA
      *           PREMIERE).
      *           POUR CHAQUE FUSION RETENUE, CHAQUE CONTRAT DU NUMERO
      *           ABSORBE (FB00CLID, EXTRAIT CLIENTS ET CONTRATS DE
      *           FB00B37, TRIE SUR LE CLIENT) EST :
      *           - PORTE SUR LE FICHIER DE RATTACHEMENT FB00FUSM
      *             (CONTRAT, ANCIEN ET NOUVEAU NUMERO) TRANSMIS AU
      *             REFERENTIEL GESCLI ET APPLIQUE PAR LE JCL A
      *             L'EXTRAIT DE COMPOSITION AVANT LA RECONSTRUCTION
      *             DE L'INDEX FB00CLIX ;
      *           - TRACE SUR LA PISTE D'AUDIT (FB00AUDF AU DESSIN
      *             FB00AUDX, SOUS-TYPE 'FU' INTERPRETE PAR FB00B01 -
      *             LA TRACE REJOINT FB00HIST) ;
      *           - DOTE D'UNE NOTE DE FUSION SUR LE FLUX GED
      *             FB00FUSG (TYPE DE DOCUMENT 'FU', DESSIN COMMUN DES
      *             FLUX GED) CHARGEE PAR FB00B13 : LES DOCUMENTS DU
      *             CONTRAT, INDEXES PAR CONTRAT, RESTENT ACCESSIBLES
      *             ET LA NOTE EXPLIQUE LE CHANGEMENT DE NUMERO.
      *           LES DECISIONS RETENUES SONT RECOPIEES SUR FB00DUPH
      *           (CUMULE PAR LE JCL, RELU PAR FB00B38 POUR NE PLUS
      *           PROPOSER LES PAIRES TRANCHEES). LE COMPTE RENDU
      *           FB00RAPF (UNE LIGNE PAR CONTRAT RATTACHE ET PAR
      *           DECISION) CONSTITUE LA PISTE D'AUDIT DE LA FUSION.
      *           CODE RETOUR 4 SI UNE DECISION EST REJETEE OU SI UNE
      *           FUSION NE RATTACHE AUCUN CONTRAT.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51170 CREATION.
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
      *--- DECISIONS DES GESTIONNAIRES (DESSIN FB00FUSF)
           SELECT  FB00FUSD   ASSIGN  FB00FUSD
                               FILE STATUS IS  FS-FB00FUSD-STATUS.
      *--- IDENTITE DES CLIENTS DU PORTEFEUILLE
           SELECT  FB00CLIR   ASSIGN  FB00CLIR
                               FILE STATUS IS  FS-FB00CLIR-STATUS.
      *--- CLIENTS ET CONTRATS, TRIES SUR LE CLIENT
           SELECT  FB00CLID   ASSIGN  FB00CLID
                               FILE STATUS IS  FS-FB00CLID-STATUS.
      *--- RATTACHEMENTS DE CONTRATS (GESCLI ET INDEX FB00CLIX)
           SELECT  FB00FUSM   ASSIGN  FB00FUSM
                               FILE STATUS IS  FS-FB00FUSM-STATUS.
      *--- PISTE D'AUDIT DES FUSIONS (DESSIN FB00AUDX, 'FU')
           SELECT  FB00AUDF   ASSIGN  FB00AUDF
                               FILE STATUS IS  FS-FB00AUDF-STATUS.
      *--- NOTES DE FUSION POUR LA GED (CHARGEES PAR FB00B13)
           SELECT  FB00FUSG   ASSIGN  FB00FUSG
                               FILE STATUS IS  FS-FB00FUSG-STATUS.
      *--- DECISIONS TRAITEES (CUMUL RELU PAR FB00B38)
           SELECT  FB00DUPH   ASSIGN  FB00DUPH
                               FILE STATUS IS  FS-FB00DUPH-STATUS.
      *--- COMPTE RENDU DES FUSIONS
           SELECT  FB00RAPF   ASSIGN  FB00RAPF
                               FILE STATUS IS  FS-FB00RAPF-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00FUSD
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00FUSD              PIC X(80).
      *
       FD  FB00CLIR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CLIR.
           05  CLIR-GESCLI            PIC X(11).
           05  CLIR-RAISON-SOCIALE    PIC X(40).
           05  FILLER                 PIC X(99).
      *
       FD  FB00CLID
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CLID.
           05  CLID-GESCLI            PIC X(11).
           05  CLID-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(77).
      *
       FD  FB00FUSM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00FUSM.
           05  FUSM-NUMCONT           PIC X(12).
           05  FUSM-GESCLI-ANCIEN     PIC X(11).
           05  FUSM-GESCLI-NOUVEAU    PIC X(11).
           05  FUSM-DATE-EFFET        PIC X(08).
           05  FUSM-RACF-VALIDEUR     PIC X(15).
           05  FILLER                 PIC X(23).
      *
       FD  FB00AUDF
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00AUDF.
           05  AUDF-NUMCONT           PIC X(12).
           05  AUDF-ECRAN             PIC X(04).
           05  AUDF-SOUS-TYPE         PIC X(02).
           05  AUDF-RACF              PIC X(15).
           05  AUDF-JOUR              PIC X(08).
           05  AUDF-HEURE             PIC X(08).
           05  AUDF-DONNEES-FUSION.
               10  AUDF-GESCLI-ANCIEN PIC X(11).
               10  AUDF-GESCLI-NOUVEAU PIC X(11).
               10  AUDF-RACF-DEMANDEUR PIC X(15).
               10  FILLER             PIC X(11).
      *
      *--- MEME FORME QUE FB00RELA DEPUIS F51110
       FD  FB00FUSG
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00FUSG.
           05  RELA-REFERENCE.
               10  RELA-NUMCONT       PIC X(12).
               10  RELA-RANG          PIC 9(04).
               10  RELA-DATE-EDITION  PIC X(08).
           05  RELA-TYPE-DOC          PIC X(02).
           05  RELA-TYPE-LIGNE        PIC X(02).
           05  RELA-TEXTE             PIC X(78).
      *
       FD  FB00DUPH
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DUPH              PIC X(80).
      *
       FD  FB00RAPF
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPF.
           05  RAPF-GESCLI-ABSORBE    PIC X(11).
           05  FILLER                 PIC X(04).
           05  RAPF-GESCLI-CONSERVE   PIC X(11).
           05  FILLER                 PIC X(02).
           05  RAPF-DECISION          PIC X(01).
           05  FILLER                 PIC X(02).
           05  RAPF-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02).
           05  RAPF-DEMANDEUR         PIC X(15).
           05  FILLER                 PIC X(01).
           05  RAPF-VALIDEUR          PIC X(15).
           05  FILLER                 PIC X(02).
           05  RAPF-ETAT              PIC X(40).
           05  FILLER                 PIC X(14).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B39 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00FUSD-STATUS   PIC X(02).
           88     OK-FB00FUSD       VALUE '00'.
       01  FS-FB00CLIR-STATUS   PIC X(02).
           88     OK-FB00CLIR       VALUE '00'.
       01  FS-FB00CLID-STATUS   PIC X(02).
           88     OK-FB00CLID       VALUE '00'.
       01  FS-FB00FUSM-STATUS   PIC X(02).
           88     OK-FB00FUSM       VALUE '00'.
       01  FS-FB00AUDF-STATUS   PIC X(02).
           88     OK-FB00AUDF       VALUE '00'.
       01  FS-FB00FUSG-STATUS   PIC X(02).
           88     OK-FB00FUSG       VALUE '00'.
       01  FS-FB00DUPH-STATUS   PIC X(02).
           88     OK-FB00DUPH       VALUE '00'.
       01  FS-FB00RAPF-STATUS   PIC X(02).
           88     OK-FB00RAPF       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-FUSD       PIC X(01) VALUE 'N'.
           88     FIN-FUSD           VALUE 'O'.
       01  WS-IND-FIN-CLIR       PIC X(01) VALUE 'N'.
           88     FIN-CLIR           VALUE 'O'.
       01  WS-IND-FIN-CLID       PIC X(01) VALUE 'N'.
           88     FIN-CLID           VALUE 'O'.
      *================================================================*
      *   DECISION (DESSIN FB00FUSF)                                   *
      *================================================================*
       COPY FB00FUSF.
      *================================================================*
      *   TABLE DES DECISIONS : MOTIF DE REJET A BLANC = RETENUE       *
      *================================================================*
       01  WS-NB-DECISIONS       PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-DECISIONS.
           05  WS-DEC             OCCURS 200 TIMES
                                  INDEXED BY IX-DEC IX-AUT.
               10  WS-DEC-ENR         PIC X(80).
               10  WS-DEC-ABSORBE     PIC X(11).
               10  WS-DEC-CONSERVE    PIC X(11).
               10  WS-DEC-DECISION    PIC X(01).
               10  WS-DEC-DEMANDEUR   PIC X(15).
               10  WS-DEC-VALIDEUR    PIC X(15).
               10  WS-DEC-RAISON-ABS  PIC X(40).
               10  WS-DEC-RAISON-CONS PIC X(40).
               10  WS-DEC-ABS-CONNU   PIC X(01).
               10  WS-DEC-CONS-CONNU  PIC X(01).
               10  WS-DEC-REJET       PIC X(40).
               10  WS-DEC-NB-CONTRATS PIC 9(05).
       01  WS-IND-PARC           PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-TROUVE         PIC X(01) VALUE 'N'.
           88     FUSION-TROUVEE     VALUE 'O'.
      *================================================================*
      *   NOTE DE FUSION (GED)                                         *
      *================================================================*
       01  WS-LIGNE-NOTE         PIC X(78) VALUE SPACES.
       01  WS-DATE-EDITEE.
           05  WS-DE-JJ          PIC X(02).
           05  FILLER            PIC X(01) VALUE '/'.
           05  WS-DE-MM          PIC X(02).
           05  FILLER            PIC X(01) VALUE '/'.
           05  WS-DE-SSAA        PIC X(04).
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-HEURE-TRAITEMENT   PIC X(08) VALUE SPACES.
       01  WS-CPT-FUSIONS        PIC 9(05) COMP VALUE ZERO.
       01  WS-CPT-DISTINCTS      PIC 9(05) COMP VALUE ZERO.
       01  WS-CPT-REJETS         PIC 9(05) COMP VALUE ZERO.
       01  WS-CPT-FUSIONS-A-VIDE PIC 9(05) COMP VALUE ZERO.
       01  WS-CPT-CONTRATS-LUS   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RATTACHES      PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 15000-CHARGER-DECISIONS
           PERFORM 16000-CONTROLER-DECISIONS
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-SOLDER-DECISIONS
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT  FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-TRAITEMENT FROM TIME.
           OPEN INPUT  FB00FUSD
           OPEN INPUT  FB00CLIR
           OPEN INPUT  FB00CLID
           OPEN OUTPUT FB00FUSM
           OPEN OUTPUT FB00AUDF
           OPEN OUTPUT FB00FUSG
           OPEN OUTPUT FB00DUPH
           OPEN OUTPUT FB00RAPF.
           IF NOT OK-FB00FUSD OR NOT OK-FB00CLIR
              OR NOT OK-FB00CLID OR NOT OK-FB00FUSM
              OR NOT OK-FB00AUDF OR NOT OK-FB00FUSG
              OR NOT OK-FB00DUPH OR NOT OK-FB00RAPF
              DISPLAY 'FB00B39 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE WS-DATE-TRAITEMENT (7:2) TO WS-DE-JJ.
           MOVE WS-DATE-TRAITEMENT (5:2) TO WS-DE-MM.
           MOVE WS-DATE-TRAITEMENT (1:4) TO WS-DE-SSAA
           .
      ******************************************************************
       15000-CHARGER-DECISIONS.
      *------------------------
           PERFORM 15100-LIRE-FUSD
           PERFORM 15200-RANGER-DECISION
              UNTIL FIN-FUSD.
           CLOSE FB00FUSD.
           IF WS-NB-DECISIONS = ZERO
              DISPLAY 'FB00B39 : AUCUNE DECISION A TRAITER'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       15100-LIRE-FUSD.
      *----------------
           IF NOT FIN-FUSD
              READ FB00FUSD INTO WSS-FUSD-ENR
                 AT END
                    SET FIN-FUSD TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       15200-RANGER-DECISION.
      *----------------------
           IF WS-NB-DECISIONS = 200
              DISPLAY 'FB00B39 : TABLE DES DECISIONS SATUREE (200)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1                      TO WS-NB-DECISIONS
           SET IX-DEC                 TO WS-NB-DECISIONS
           MOVE WSS-FUSD-ENR          TO WS-DEC-ENR(IX-DEC)
           MOVE FUSD-GESCLI-ABSORBE   TO WS-DEC-ABSORBE(IX-DEC)
           MOVE FUSD-GESCLI-CONSERVE  TO WS-DEC-CONSERVE(IX-DEC)
           MOVE FUSD-DECISION         TO WS-DEC-DECISION(IX-DEC)
           MOVE FUSD-RACF-DEMANDEUR   TO WS-DEC-DEMANDEUR(IX-DEC)
           MOVE FUSD-RACF-VALIDEUR    TO WS-DEC-VALIDEUR(IX-DEC)
           MOVE SPACES                TO WS-DEC-RAISON-ABS(IX-DEC)
                                         WS-DEC-RAISON-CONS(IX-DEC)
                                         WS-DEC-REJET(IX-DEC)
           MOVE 'N'                   TO WS-DEC-ABS-CONNU(IX-DEC)
                                         WS-DEC-CONS-CONNU(IX-DEC)
           MOVE ZERO                  TO WS-DEC-NB-CONTRATS(IX-DEC)
           PERFORM 15100-LIRE-FUSD
           .
      ******************************************************************
      *   CONTROLE DES DECISIONS : FORME ET DOUBLE REGARD, FUSIONS     *
      *   CONCURRENTES OU EN CHAINE, PUIS EXISTENCE DES DEUX NUMEROS   *
      *   DANS LE PORTEFEUILLE (PASSAGE DE FB00CLIR)                   *
      ******************************************************************
       16000-CONTROLER-DECISIONS.
      *--------------------------
           PERFORM 16100-CONTROLER-FORME
              VARYING WS-IND-PARC FROM 1 BY 1
              UNTIL WS-IND-PARC > WS-NB-DECISIONS.
           PERFORM 16300-LIRE-CLIR.
           PERFORM 16400-RECONNAITRE-CLIENT
              UNTIL FIN-CLIR.
           CLOSE FB00CLIR.
           PERFORM 16600-CONTROLER-EXISTENCE
              VARYING WS-IND-PARC FROM 1 BY 1
              UNTIL WS-IND-PARC > WS-NB-DECISIONS.
           PERFORM 21000-LIRE-CLID
           .
      ******************************************************************
       16100-CONTROLER-FORME.
      *----------------------
           SET IX-DEC TO WS-IND-PARC.
           EVALUATE TRUE
              WHEN WS-DEC-DECISION(IX-DEC) NOT = 'F'
               AND WS-DEC-DECISION(IX-DEC) NOT = 'D'
                 MOVE 'REJET : DECISION INCONNUE'
                                         TO WS-DEC-REJET(IX-DEC)
              WHEN WS-DEC-ABSORBE(IX-DEC) = SPACES
                OR WS-DEC-CONSERVE(IX-DEC) = SPACES
                OR WS-DEC-ABSORBE(IX-DEC) = WS-DEC-CONSERVE(IX-DEC)
                 MOVE 'REJET : NUMEROS CLIENT INCORRECTS'
                                         TO WS-DEC-REJET(IX-DEC)
              WHEN WS-DEC-DEMANDEUR(IX-DEC) = SPACES
                OR WS-DEC-VALIDEUR(IX-DEC) = SPACES
                OR WS-DEC-DEMANDEUR(IX-DEC) = WS-DEC-VALIDEUR(IX-DEC)
                 MOVE 'REJET : DOUBLE REGARD ABSENT'
                                         TO WS-DEC-REJET(IX-DEC)
              WHEN WS-DEC-DECISION(IX-DEC) = 'F'
                 PERFORM 16200-CONTROLER-CONCURRENCE
                    VARYING IX-AUT FROM 1 BY 1
                    UNTIL IX-AUT > WS-NB-DECISIONS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      ******************************************************************
       16200-CONTROLER-CONCURRENCE.
      *----------------------------
           IF IX-AUT NOT = IX-DEC
              AND WS-DEC-DECISION(IX-AUT) = 'F'
              EVALUATE TRUE
                 WHEN WS-DEC-ABSORBE(IX-AUT) = WS-DEC-ABSORBE(IX-DEC)
                    MOVE 'REJET : ABSORBE DANS PLUSIEURS FUSIONS'
                                         TO WS-DEC-REJET(IX-DEC)
                 WHEN WS-DEC-ABSORBE(IX-AUT) = WS-DEC-CONSERVE(IX-DEC)
                    MOVE 'REJET : CONSERVE LUI-MEME ABSORBE'
                                         TO WS-DEC-REJET(IX-DEC)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .
      ******************************************************************
       16300-LIRE-CLIR.
      *----------------
           READ FB00CLIR
              AT END
                 SET FIN-CLIR TO TRUE
           END-READ
           .
      ******************************************************************
       16400-RECONNAITRE-CLIENT.
      *-------------------------
           PERFORM 16500-MARQUER-DECISION
              VARYING IX-DEC FROM 1 BY 1
              UNTIL IX-DEC > WS-NB-DECISIONS.
           PERFORM 16300-LIRE-CLIR
           .
      ******************************************************************
       16500-MARQUER-DECISION.
      *-----------------------
           IF WS-DEC-ABSORBE(IX-DEC) = CLIR-GESCLI
              MOVE 'O'                 TO WS-DEC-ABS-CONNU(IX-DEC)
              MOVE CLIR-RAISON-SOCIALE TO WS-DEC-RAISON-ABS(IX-DEC)
           END-IF.
           IF WS-DEC-CONSERVE(IX-DEC) = CLIR-GESCLI
              MOVE 'O'                 TO WS-DEC-CONS-CONNU(IX-DEC)
              MOVE CLIR-RAISON-SOCIALE TO WS-DEC-RAISON-CONS(IX-DEC)
           END-IF
           .
      ******************************************************************
       16600-CONTROLER-EXISTENCE.
      *--------------------------
           SET IX-DEC TO WS-IND-PARC.
           IF WS-DEC-REJET(IX-DEC) = SPACES
              AND (WS-DEC-ABS-CONNU(IX-DEC) = 'N'
                   OR WS-DEC-CONS-CONNU(IX-DEC) = 'N')
              MOVE 'REJET : CLIENT INCONNU DU PORTEFEUILLE'
                                         TO WS-DEC-REJET(IX-DEC)
           END-IF
           .
      ******************************************************************
      *   CHAQUE LIGNE CLIENT/CONTRAT EST CONFRONTEE AUX FUSIONS       *
      *   RETENUES : LES CONTRATS DU NUMERO ABSORBE SONT RATTACHES     *
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-CONTRAT
              UNTIL FIN-CLID
           .
      ******************************************************************
       20100-TRAITER-CONTRAT.
      *----------------------
           PERFORM 22000-CHERCHER-FUSION.
           IF FUSION-TROUVEE
              PERFORM 23000-RATTACHER-CONTRAT
           END-IF
           PERFORM 21000-LIRE-CLID
           .
      ******************************************************************
       21000-LIRE-CLID.
      *----------------
           IF NOT FIN-CLID
              READ FB00CLID
                 AT END
                    SET FIN-CLID TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-CONTRATS-LUS
              END-READ
           END-IF
           .
      ******************************************************************
       22000-CHERCHER-FUSION.
      *----------------------
           MOVE 'N' TO WS-IND-TROUVE.
           SET IX-DEC TO 1.
           SEARCH WS-DEC
              AT END
                 CONTINUE
              WHEN IX-DEC > WS-NB-DECISIONS
                 CONTINUE
              WHEN WS-DEC-ABSORBE(IX-DEC) = CLID-GESCLI
               AND WS-DEC-DECISION(IX-DEC) = 'F'
               AND WS-DEC-REJET(IX-DEC) = SPACES
                 SET FUSION-TROUVEE TO TRUE
           END-SEARCH
           .
      ******************************************************************
      *   RATTACHEMENT D'UN CONTRAT : FICHIER DE RATTACHEMENT, PISTE   *
      *   D'AUDIT, NOTE GED ET LIGNE DE COMPTE RENDU                   *
      ******************************************************************
       23000-RATTACHER-CONTRAT.
      *------------------------
           ADD 1                        TO WS-CPT-RATTACHES
                                           WS-DEC-NB-CONTRATS(IX-DEC).
           MOVE SPACES                  TO ENRG-FB00FUSM.
           MOVE CLID-NUMCONT            TO FUSM-NUMCONT.
           MOVE WS-DEC-ABSORBE(IX-DEC)  TO FUSM-GESCLI-ANCIEN.
           MOVE WS-DEC-CONSERVE(IX-DEC) TO FUSM-GESCLI-NOUVEAU.
           MOVE WS-DATE-TRAITEMENT      TO FUSM-DATE-EFFET.
           MOVE WS-DEC-VALIDEUR(IX-DEC) TO FUSM-RACF-VALIDEUR.
           WRITE ENRG-FB00FUSM.
           MOVE SPACES                  TO ENRG-FB00AUDF.
           MOVE CLID-NUMCONT            TO AUDF-NUMCONT.
           MOVE 'FB06'                  TO AUDF-ECRAN.
           MOVE 'FU'                    TO AUDF-SOUS-TYPE.
           MOVE WS-DEC-VALIDEUR(IX-DEC) TO AUDF-RACF.
           MOVE WS-DATE-TRAITEMENT      TO AUDF-JOUR.
           MOVE WS-HEURE-TRAITEMENT     TO AUDF-HEURE.
           MOVE WS-DEC-ABSORBE(IX-DEC)  TO AUDF-GESCLI-ANCIEN.
           MOVE WS-DEC-CONSERVE(IX-DEC) TO AUDF-GESCLI-NOUVEAU.
           MOVE WS-DEC-DEMANDEUR(IX-DEC) TO AUDF-RACF-DEMANDEUR.
           WRITE ENRG-FB00AUDF.
           PERFORM 23100-ECRIRE-NOTE-GED.
           MOVE SPACES                  TO ENRG-FB00RAPF.
           MOVE WS-DEC-ABSORBE(IX-DEC)  TO RAPF-GESCLI-ABSORBE.
           MOVE WS-DEC-CONSERVE(IX-DEC) TO RAPF-GESCLI-CONSERVE.
           MOVE WS-DEC-DECISION(IX-DEC) TO RAPF-DECISION.
           MOVE CLID-NUMCONT            TO RAPF-NUMCONT.
           MOVE WS-DEC-DEMANDEUR(IX-DEC) TO RAPF-DEMANDEUR.
           MOVE WS-DEC-VALIDEUR(IX-DEC) TO RAPF-VALIDEUR.
           MOVE 'CONTRAT RATTACHE'      TO RAPF-ETAT.
           WRITE ENRG-FB00RAPF
           .
      ******************************************************************
      *   NOTE DE FUSION : EN-TETE, DETAIL (ANCIEN ET NOUVEAU CLIENT), *
      *   PIED (DEMANDEUR ET VALIDEUR)                                 *
      ******************************************************************
       23100-ECRIRE-NOTE-GED.
      *----------------------
           MOVE SPACES                 TO WS-LIGNE-NOTE.
           STRING 'NOTE DE FUSION DE NUMEROS CLIENT DU '
                  WS-DATE-EDITEE
                  DELIMITED BY SIZE INTO WS-LIGNE-NOTE.
           MOVE 'EN'                   TO RELA-TYPE-LIGNE.
           PERFORM 23200-ECRIRE-LIGNE-GED.
           MOVE SPACES                 TO WS-LIGNE-NOTE.
           STRING 'CONTRAT ' CLID-NUMCONT
                  ' - ANCIEN NUMERO CLIENT '
                  WS-DEC-ABSORBE(IX-DEC)
                  DELIMITED BY SIZE INTO WS-LIGNE-NOTE.
           MOVE 'DT'                   TO RELA-TYPE-LIGNE.
           PERFORM 23200-ECRIRE-LIGNE-GED.
           MOVE SPACES                 TO WS-LIGNE-NOTE.
           STRING '   ' WS-DEC-RAISON-ABS(IX-DEC)
                  DELIMITED BY SIZE INTO WS-LIGNE-NOTE.
           PERFORM 23200-ECRIRE-LIGNE-GED.
           MOVE SPACES                 TO WS-LIGNE-NOTE.
           STRING 'RATTACHE AU NUMERO CLIENT CONSERVE '
                  WS-DEC-CONSERVE(IX-DEC)
                  DELIMITED BY SIZE INTO WS-LIGNE-NOTE.
           PERFORM 23200-ECRIRE-LIGNE-GED.
           MOVE SPACES                 TO WS-LIGNE-NOTE.
           STRING '   ' WS-DEC-RAISON-CONS(IX-DEC)
                  DELIMITED BY SIZE INTO WS-LIGNE-NOTE.
           PERFORM 23200-ECRIRE-LIGNE-GED.
           MOVE SPACES                 TO WS-LIGNE-NOTE.
           STRING 'DEMANDE ' WS-DEC-DEMANDEUR(IX-DEC)
                  ' VALIDEE ' WS-DEC-VALIDEUR(IX-DEC)
                  DELIMITED BY SIZE INTO WS-LIGNE-NOTE.
           MOVE 'PD'                   TO RELA-TYPE-LIGNE.
           PERFORM 23200-ECRIRE-LIGNE-GED
           .
      ******************************************************************
       23200-ECRIRE-LIGNE-GED.
      *-----------------------
           MOVE CLID-NUMCONT           TO RELA-NUMCONT.
           MOVE 1                      TO RELA-RANG.
           MOVE WS-DATE-TRAITEMENT     TO RELA-DATE-EDITION.
           MOVE 'FU'                   TO RELA-TYPE-DOC.
           MOVE WS-LIGNE-NOTE          TO RELA-TEXTE.
           WRITE ENRG-FB00FUSG
           .
      ******************************************************************
      *   BILAN PAR DECISION : LIGNE DE COMPTE RENDU, RECOPIE DES      *
      *   DECISIONS RETENUES SUR FB00DUPH                              *
      ******************************************************************
       25000-SOLDER-DECISIONS.
      *-----------------------
           PERFORM 25100-SOLDER-DECISION
              VARYING WS-IND-PARC FROM 1 BY 1
              UNTIL WS-IND-PARC > WS-NB-DECISIONS
           .
      ******************************************************************
       25100-SOLDER-DECISION.
      *----------------------
           SET IX-DEC TO WS-IND-PARC.
           MOVE SPACES                  TO ENRG-FB00RAPF.
           MOVE WS-DEC-ABSORBE(IX-DEC)  TO RAPF-GESCLI-ABSORBE.
           MOVE WS-DEC-CONSERVE(IX-DEC) TO RAPF-GESCLI-CONSERVE.
           MOVE WS-DEC-DECISION(IX-DEC) TO RAPF-DECISION.
           MOVE WS-DEC-DEMANDEUR(IX-DEC) TO RAPF-DEMANDEUR.
           MOVE WS-DEC-VALIDEUR(IX-DEC) TO RAPF-VALIDEUR.
           EVALUATE TRUE
              WHEN WS-DEC-REJET(IX-DEC) NOT = SPACES
                 ADD 1                  TO WS-CPT-REJETS
                 MOVE WS-DEC-REJET(IX-DEC) TO RAPF-ETAT
              WHEN WS-DEC-DECISION(IX-DEC) = 'D'
                 ADD 1                  TO WS-CPT-DISTINCTS
                 MOVE 'CLIENTS DISTINCTS ENREGISTRES' TO RAPF-ETAT
              WHEN WS-DEC-NB-CONTRATS(IX-DEC) = ZERO
                 ADD 1                  TO WS-CPT-FUSIONS
                                           WS-CPT-FUSIONS-A-VIDE
                 MOVE 'FUSION SANS CONTRAT A RATTACHER' TO RAPF-ETAT
              WHEN OTHER
                 ADD 1                  TO WS-CPT-FUSIONS
                 MOVE 'FUSION EFFECTUEE' TO RAPF-ETAT
           END-EVALUATE.
           WRITE ENRG-FB00RAPF.
           IF WS-DEC-REJET(IX-DEC) = SPACES
              MOVE WS-DEC-ENR(IX-DEC)   TO WSS-FUSD-ENR
              SET FUSD-APPLIQUEE        TO TRUE
              MOVE WS-DATE-TRAITEMENT   TO FUSD-DATE-TRAITEMENT
              MOVE WS-DEC-NB-CONTRATS(IX-DEC) TO FUSD-NB-CONTRATS
              WRITE ENRG-FB00DUPH FROM WSS-FUSD-ENR
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00CLID FB00FUSM FB00AUDF FB00FUSG FB00DUPH
                 FB00RAPF.
           DISPLAY 'FB00B39 : DECISIONS LUES          = '
                    WS-NB-DECISIONS.
           DISPLAY 'FB00B39 : FUSIONS EFFECTUEES      = '
                    WS-CPT-FUSIONS.
           DISPLAY 'FB00B39 :  DONT SANS CONTRAT      = '
                    WS-CPT-FUSIONS-A-VIDE.
           DISPLAY 'FB00B39 : CLIENTS DISTINCTS       = '
                    WS-CPT-DISTINCTS.
           DISPLAY 'FB00B39 : DECISIONS REJETEES      = '
                    WS-CPT-REJETS.
           DISPLAY 'FB00B39 : LIGNES CONTRAT LUES     = '
                    WS-CPT-CONTRATS-LUS.
           DISPLAY 'FB00B39 : CONTRATS RATTACHES      = '
                    WS-CPT-RATTACHES.
           IF WS-CPT-REJETS > ZERO
              OR WS-CPT-FUSIONS-A-VIDE > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B39 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
