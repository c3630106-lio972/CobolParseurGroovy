       ID DIVISION.
       PROGRAM-ID. FB01B15.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH DE TRAITEMENT DES ECARTS RENVOYES
      *           PAR LES GRANDS COMPTES SUR L'INVENTAIRE DE FLOTTE
      *           EMIS PAR FB01B14. CHAQUE ECART DU FICHIER FB01INVR
      *           (DESSIN FB01INVF, TRIE PAR CONTRAT + TYPE +
      *           IDENTIFIANT) EST CONFRONTE A NOTRE COMPOSITION DU
      *           JOUR (FB00COMP, MEME TRI) ET TRADUIT EN UNE LIGNE
      *           DE LA LISTE DE TRAVAIL DE L'OPERATEUR DU COMPTE
      *           (FB01RAPE, RACF DU FICHIER DES GRANDS COMPTES
      *           FB01GCPT) : NOTRE ETAT DE L'ELEMENT ET L'ACTION A
      *           MENER SUR FB01 SI LE CLIENT LA CONFIRME. RIEN N'EST
      *           APPLIQUE AUTOMATIQUEMENT. L'OPERATEUR EST PREVENU
      *           PAR UNE NOTIFICATION PAR COMPTE DANS SA BOITE DE
      *           RECEPTION (FB01NOTE AU DESSIN FB00NOTI, CONCATENE
      *           PAR LE JCL AVANT FB00B23). LES ECARTS D'UN CONTRAT
      *           QUI N'EST PAS UN GRAND COMPTE OU DE SENS INCONNU
      *           SONT REJETES DANS LA LISTE ; CODE RETOUR 4 DES QU'UN
      *           ECART EST REJETE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51175 CREATION.
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
      *--- ECARTS RENVOYES PAR LES CLIENTS, TRIES PAR CONTRAT + TYPE
      *--- + IDENTIFIANT
           SELECT  FB01INVR   ASSIGN  FB01INVR
                               FILE STATUS IS  FS-FB01INVR-STATUS.
      *--- GRANDS COMPTES, TRIES PAR CONTRAT
           SELECT  FB01GCPT   ASSIGN  FB01GCPT
                               FILE STATUS IS  FS-FB01GCPT-STATUS.
      *--- COMPOSITIONS, TRIEES PAR CONTRAT + TYPE + IDENTIFIANT
           SELECT  FB00COMP   ASSIGN  FB00COMP
                               FILE STATUS IS  FS-FB00COMP-STATUS.
      *--- LISTE DE TRAVAIL DES OPERATEURS
           SELECT  FB01RAPE   ASSIGN  FB01RAPE
                               FILE STATUS IS  FS-FB01RAPE-STATUS.
      *--- NOTIFICATIONS OPERATEUR (DESSIN FB00NOTI DE FB00B23)
           SELECT  FB01NOTE   ASSIGN  FB01NOTE
                               FILE STATUS IS  FS-FB01NOTE-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB01INVR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01INVR              PIC X(80).
      *
       FD  FB01GCPT
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01GCPT              PIC X(80).
      *
       FD  FB00COMP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00COMP.
           05  COMP-NUMCONT           PIC X(12).
           05  COMP-TYPE              PIC X(01).
           05  COMP-IDENT             PIC X(30).
           05  COMP-STATYP            PIC X(04).
           05  COMP-DATENT            PIC X(08).
           05  COMP-DATSOR            PIC X(08).
           05  FILLER                 PIC X(17).
      *
       FD  FB01RAPE
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01RAPE.
           05  RAPE-RACF              PIC X(15).
           05  FILLER                 PIC X(01).
           05  RAPE-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(01).
           05  RAPE-TYPE              PIC X(01).
           05  FILLER                 PIC X(01).
           05  RAPE-IDENT             PIC X(30).
           05  FILLER                 PIC X(01).
           05  RAPE-SENS              PIC X(01).
           05  FILLER                 PIC X(01).
           05  RAPE-DATE-CLIENT       PIC X(08).
           05  FILLER                 PIC X(01).
           05  RAPE-NOTRE-ETAT        PIC X(20).
           05  FILLER                 PIC X(01).
           05  RAPE-ACTION            PIC X(38).
      *
       FD  FB01NOTE
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01NOTE.
           05  NOTS-RACF              PIC X(15).
           05  NOTS-ORIGINE           PIC X(08).
           05  NOTS-NUMCONT           PIC X(12).
           05  NOTS-TEXTE             PIC X(40).
           05  NOTS-JOUR              PIC X(08).
           05  FILLER                 PIC X(17).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB01B15 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB01INVR-STATUS   PIC X(02).
           88     OK-FB01INVR       VALUE '00'.
           88     EOF-FB01INVR      VALUE '10'.
       01  FS-FB01GCPT-STATUS   PIC X(02).
           88     OK-FB01GCPT       VALUE '00'.
           88     EOF-FB01GCPT      VALUE '10'.
       01  FS-FB00COMP-STATUS   PIC X(02).
           88     OK-FB00COMP       VALUE '00'.
           88     EOF-FB00COMP      VALUE '10'.
       01  FS-FB01RAPE-STATUS   PIC X(02).
           88     OK-FB01RAPE       VALUE '00'.
       01  FS-FB01NOTE-STATUS   PIC X(02).
           88     OK-FB01NOTE       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-INVR       PIC X(01) VALUE 'N'.
           88     FIN-INVR           VALUE 'O'.
       01  WS-IND-FIN-GCPT       PIC X(01) VALUE 'N'.
           88     FIN-GCPT           VALUE 'O'.
       01  WS-IND-FIN-COMP       PIC X(01) VALUE 'N'.
           88     FIN-COMP           VALUE 'O'.
      *================================================================*
      *   GRANDS COMPTES ET ECARTS (DESSINS FB01INVF)                  *
      *================================================================*
       COPY FB01INVF.
      *================================================================*
      *   CLES DE RAPPROCHEMENT ET ETAT DE L'ELEMENT CHEZ NOUS         *
      *================================================================*
       01  WS-CLE-COMP.
           05  WS-KC-NUMCONT      PIC X(12).
           05  WS-KC-TYPE         PIC X(01).
           05  WS-KC-IDENT        PIC X(30).
       01  WS-NUMCONT-RUPTURE    PIC X(12) VALUE SPACES.
       01  WS-IND-COMPTE-CONNU   PIC X(01) VALUE 'N'.
           88     COMPTE-CONNU       VALUE 'O'.
       01  WS-IND-ELEMENT        PIC X(01) VALUE SPACE.
           88     ELEMENT-INCONNU    VALUE SPACE.
           88     ELEMENT-EN-VIGUEUR VALUE 'V'.
           88     ELEMENT-SORTI      VALUE 'S'.
       01  WS-ELT-DATENT         PIC X(08) VALUE SPACES.
       01  WS-ELT-DATSOR         PIC X(08) VALUE SPACES.
       01  WS-NB-A-TRAITER       PIC 9(05) VALUE ZERO.
       01  WS-EDIT-NB            PIC ZZZZ9.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-ECARTS-LUS     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-A-TRAITER      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-ACTION    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REJETES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NOTIFICATIONS  PIC 9(07) COMP VALUE ZERO.
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
           OPEN INPUT  FB01INVR
           OPEN INPUT  FB01GCPT
           OPEN INPUT  FB00COMP
           OPEN OUTPUT FB01RAPE
           OPEN OUTPUT FB01NOTE.
           IF NOT OK-FB01INVR OR NOT OK-FB01GCPT
              OR NOT OK-FB00COMP OR NOT OK-FB01RAPE
              OR NOT OK-FB01NOTE
              DISPLAY 'FB01B15 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-INVR
           PERFORM 21100-LIRE-GCPT
           PERFORM 21200-LIRE-COMP
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-COMPTE
              UNTIL FIN-INVR
           .
      ******************************************************************
      *   RUPTURE SUR CONTRAT : UNE NOTIFICATION PAR COMPTE AYANT DES *
      *   ECARTS A TRAITER                                            *
      ******************************************************************
       20100-TRAITER-COMPTE.
      *---------------------
           MOVE ECRT-NUMCONT       TO WS-NUMCONT-RUPTURE.
           MOVE ZERO               TO WS-NB-A-TRAITER.
           PERFORM 21100-LIRE-GCPT
              UNTIL FIN-GCPT
              OR GCPT-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           IF NOT FIN-GCPT
              AND GCPT-NUMCONT = WS-NUMCONT-RUPTURE
              MOVE 'O'             TO WS-IND-COMPTE-CONNU
           ELSE
              MOVE 'N'             TO WS-IND-COMPTE-CONNU
           END-IF.
           PERFORM 22000-TRAITER-ECART
              UNTIL FIN-INVR
              OR ECRT-NUMCONT NOT = WS-NUMCONT-RUPTURE.
           IF WS-NB-A-TRAITER > ZERO
              PERFORM 25000-NOTIFIER-OPERATEUR
           END-IF
           .
      ******************************************************************
      *   L'ECART EST CONFRONTE A NOTRE COMPOSITION ; L'ACTION EST     *
      *   PROPOSEE A L'OPERATEUR, JAMAIS APPLIQUEE                     *
      ******************************************************************
       22000-TRAITER-ECART.
      *--------------------
           MOVE SPACES             TO ENRG-FB01RAPE.
           MOVE ECRT-NUMCONT       TO RAPE-NUMCONT.
           MOVE ECRT-TYPE          TO RAPE-TYPE.
           MOVE ECRT-IDENT         TO RAPE-IDENT.
           MOVE ECRT-SENS          TO RAPE-SENS.
           MOVE ECRT-DATE-CLIENT   TO RAPE-DATE-CLIENT.
           EVALUATE TRUE
              WHEN NOT COMPTE-CONNU
                 MOVE '*****'      TO RAPE-RACF
                 MOVE 'REJETE'     TO RAPE-NOTRE-ETAT
                 MOVE 'CONTRAT NON DECLARE GRAND COMPTE'
                                   TO RAPE-ACTION
                 ADD 1             TO WS-CPT-REJETES
              WHEN NOT ECRT-ABSENT-CHEZ-NOUS
               AND NOT ECRT-EN-TROP-CHEZ-NOUS
                 MOVE GCPT-RACF-OPERATEUR TO RAPE-RACF
                 MOVE 'REJETE'     TO RAPE-NOTRE-ETAT
                 MOVE 'SENS D''ECART INCONNU (A OU E ATTENDU)'
                                   TO RAPE-ACTION
                 ADD 1             TO WS-CPT-REJETES
              WHEN OTHER
                 MOVE GCPT-RACF-OPERATEUR TO RAPE-RACF
                 PERFORM 23000-SITUER-ELEMENT
                 PERFORM 24000-PROPOSER-ACTION
           END-EVALUATE.
           WRITE ENRG-FB01RAPE.
           PERFORM 21000-LIRE-INVR
           .
      ******************************************************************
      *   ETAT DE L'ELEMENT CHEZ NOUS : UN ELEMENT SORTI PUIS RE-ENTRE *
      *   A PLUSIEURS LIGNES, UNE LIGNE EN VIGUEUR L'EMPORTE           *
      ******************************************************************
       23000-SITUER-ELEMENT.
      *---------------------
           MOVE SPACE              TO WS-IND-ELEMENT.
           MOVE SPACES             TO WS-ELT-DATENT
                                      WS-ELT-DATSOR.
           PERFORM 21200-LIRE-COMP
              UNTIL FIN-COMP
              OR WS-CLE-COMP NOT < ECRT-CLE.
           PERFORM 23100-EXAMINER-LIGNE-COMP
              UNTIL FIN-COMP
              OR WS-CLE-COMP NOT = ECRT-CLE
           .
      ******************************************************************
       23100-EXAMINER-LIGNE-COMP.
      *--------------------------
           IF COMP-DATENT NOT > WS-DATE-TRAITEMENT
              AND (COMP-DATSOR = SPACES
                   OR COMP-DATSOR > WS-DATE-TRAITEMENT)
              SET ELEMENT-EN-VIGUEUR TO TRUE
              MOVE COMP-DATENT     TO WS-ELT-DATENT
           ELSE
              IF NOT ELEMENT-EN-VIGUEUR
                 AND COMP-DATSOR > WS-ELT-DATSOR
                 SET ELEMENT-SORTI TO TRUE
                 MOVE COMP-DATSOR  TO WS-ELT-DATSOR
              END-IF
           END-IF.
           PERFORM 21200-LIRE-COMP
           .
      ******************************************************************
       24000-PROPOSER-ACTION.
      *----------------------
           EVALUATE TRUE
              WHEN ELEMENT-EN-VIGUEUR
                 MOVE SPACES       TO RAPE-NOTRE-ETAT
                 STRING 'ASSURE DEPUIS ' WS-ELT-DATENT
                        DELIMITED BY SIZE INTO RAPE-NOTRE-ETAT
              WHEN ELEMENT-SORTI
                 MOVE SPACES       TO RAPE-NOTRE-ETAT
                 STRING 'SORTI LE ' WS-ELT-DATSOR
                        DELIMITED BY SIZE INTO RAPE-NOTRE-ETAT
              WHEN OTHER
                 MOVE 'INCONNU'    TO RAPE-NOTRE-ETAT
           END-EVALUATE.
           EVALUATE TRUE
              WHEN ECRT-ABSENT-CHEZ-NOUS AND ELEMENT-EN-VIGUEUR
                 MOVE 'AUCUNE - CONFIRMER LA GARANTIE AU CLIENT'
                                   TO RAPE-ACTION
                 ADD 1             TO WS-CPT-SANS-ACTION
              WHEN ECRT-ABSENT-CHEZ-NOUS AND ELEMENT-SORTI
                 MOVE 'RE-ENTREE SUR FB01 SI LE CLIENT CONFIRME'
                                   TO RAPE-ACTION
                 ADD 1             TO WS-CPT-A-TRAITER
                                      WS-NB-A-TRAITER
              WHEN ECRT-ABSENT-CHEZ-NOUS
                 MOVE 'AJOUT SUR FB01 SI LE CLIENT CONFIRME'
                                   TO RAPE-ACTION
                 ADD 1             TO WS-CPT-A-TRAITER
                                      WS-NB-A-TRAITER
              WHEN ELEMENT-EN-VIGUEUR
                 MOVE 'SORTIE SUR FB01 SI LE CLIENT CONFIRME'
                                   TO RAPE-ACTION
                 ADD 1             TO WS-CPT-A-TRAITER
                                      WS-NB-A-TRAITER
              WHEN OTHER
                 MOVE 'AUCUNE - DEJA HORS GARANTIE CHEZ NOUS'
                                   TO RAPE-ACTION
                 ADD 1             TO WS-CPT-SANS-ACTION
           END-EVALUATE
           .
      ******************************************************************
       25000-NOTIFIER-OPERATEUR.
      *-------------------------
           MOVE SPACES               TO ENRG-FB01NOTE.
           MOVE GCPT-RACF-OPERATEUR  TO NOTS-RACF.
           MOVE 'FB01B15 '           TO NOTS-ORIGINE.
           MOVE WS-NUMCONT-RUPTURE   TO NOTS-NUMCONT.
           MOVE WS-NB-A-TRAITER      TO WS-EDIT-NB.
           STRING 'INVENTAIRE CLIENT :' WS-EDIT-NB
                  ' ECART(S) A TRAITER'
                  DELIMITED BY SIZE INTO NOTS-TEXTE
           END-STRING.
           MOVE WS-DATE-TRAITEMENT   TO NOTS-JOUR.
           WRITE ENRG-FB01NOTE.
           ADD 1                     TO WS-CPT-NOTIFICATIONS
           .
      ******************************************************************
       21000-LIRE-INVR.
      *----------------
           IF NOT FIN-INVR
              READ FB01INVR INTO WSS-ECRT-ENR
                 AT END
                    SET FIN-INVR TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-ECARTS-LUS
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-GCPT.
      *----------------
           IF NOT FIN-GCPT
              READ FB01GCPT INTO WSS-GCPT-ENR
                 AT END
                    SET FIN-GCPT TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21200-LIRE-COMP.
      *----------------
           IF NOT FIN-COMP
              READ FB00COMP
                 AT END
                    SET FIN-COMP TO TRUE
                 NOT AT END
                    MOVE COMP-NUMCONT TO WS-KC-NUMCONT
                    MOVE COMP-TYPE    TO WS-KC-TYPE
                    MOVE COMP-IDENT   TO WS-KC-IDENT
              END-READ
           END-IF.
           IF FIN-COMP
              MOVE HIGH-VALUES TO WS-CLE-COMP
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB01INVR FB01GCPT FB00COMP FB01RAPE FB01NOTE.
           DISPLAY 'FB01B15 : ECARTS RECUS           = '
                    WS-CPT-ECARTS-LUS.
           DISPLAY 'FB01B15 : ECARTS A TRAITER       = '
                    WS-CPT-A-TRAITER.
           DISPLAY 'FB01B15 : ECARTS SANS ACTION     = '
                    WS-CPT-SANS-ACTION.
           DISPLAY 'FB01B15 : ECARTS REJETES         = '
                    WS-CPT-REJETES.
           DISPLAY 'FB01B15 : NOTIFICATIONS EMISES   = '
                    WS-CPT-NOTIFICATIONS.
           IF WS-CPT-REJETES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB01B15 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
