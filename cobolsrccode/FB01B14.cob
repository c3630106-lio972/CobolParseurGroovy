       ID DIVISION.
       PROGRAM-ID. FB01B14.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH MENSUEL D'EMISSION DE L'INVENTAIRE
      *           DE FLOTTE AUX GRANDS COMPTES. FB01B02 PERMET AUX
      *           GRANDS COMPTES DE NOUS TRANSMETTRE LEUR LISTE DE
      *           VEHICULES MAIS NOUS NE LEUR RENVOYIONS JAMAIS NOTRE
      *           VUE : LES DESACCORDS N'APPARAISSAIENT QU'AU
      *           SINISTRE. POUR CHAQUE GRAND COMPTE DU FICHIER
      *           FB01GCPT (DESSIN FB01INVF, TRIE PAR CONTRAT), LE
      *           PROGRAMME ECRIT SA COMPOSITION EN VIGUEUR A LA DATE
      *           DU TRAITEMENT (CONDUCTEURS ET VEHICULES ENTRES ET NON
      *           SORTIS DE L'EXTRAIT FB00COMP, TRIE PAR CONTRAT +
      *           TYPE + IDENTIFIANT) DANS FB01INVS AU DESSIN FB01IMPF
      *           DE L'IMPORT FB01B02 : LE CLIENT LE CHARGE TEL QUEL,
      *           LE JCL ECLATE LE FICHIER PAR CONTRAT POUR L'ENVOI.
      *           LE CLIENT RENVOIE SES ECARTS, TRAITES PAR FB01B15.
      *           COMPTE RENDU FB01RAPG (UNE LIGNE PAR GRAND COMPTE) ;
      *           CODE RETOUR 4 SI UN GRAND COMPTE N'A AUCUN ELEMENT
      *           EN VIGUEUR.
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
      *--- GRANDS COMPTES DESTINATAIRES, TRIES PAR CONTRAT
           SELECT  FB01GCPT   ASSIGN  FB01GCPT
                               FILE STATUS IS  FS-FB01GCPT-STATUS.
      *--- COMPOSITIONS, TRIEES PAR CONTRAT + TYPE + IDENTIFIANT
           SELECT  FB00COMP   ASSIGN  FB00COMP
                               FILE STATUS IS  FS-FB00COMP-STATUS.
      *--- INVENTAIRE EMIS (DESSIN FB01IMPF)
           SELECT  FB01INVS   ASSIGN  FB01INVS
                               FILE STATUS IS  FS-FB01INVS-STATUS.
      *--- COMPTE RENDU PAR GRAND COMPTE
           SELECT  FB01RAPG   ASSIGN  FB01RAPG
                               FILE STATUS IS  FS-FB01RAPG-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
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
       FD  FB01INVS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01INVS.
           05  IMPF-NUMCONT           PIC X(12).
           05  IMPF-TYPE              PIC X(01).
           05  IMPF-STATYP            PIC X(04).
           05  IMPF-IDENT             PIC X(30).
           05  IMPF-DATENT            PIC X(08).
           05  IMPF-DATSOR            PIC X(08).
           05  IMPF-MOTIF             PIC X(01).
           05  IMPF-PTSCRM            PIC X(03).
           05  FILLER                 PIC X(13).
      *
       FD  FB01RAPG
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01RAPG.
           05  RAPG-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02).
           05  RAPG-LIBELLE           PIC X(30).
           05  FILLER                 PIC X(02).
           05  RAPG-RACF              PIC X(15).
           05  FILLER                 PIC X(02).
           05  RAPG-NB-PERSONNES      PIC ZZZZ9.
           05  FILLER                 PIC X(02).
           05  RAPG-NB-VEHICULES      PIC ZZZZ9.
           05  FILLER                 PIC X(02).
           05  RAPG-STATUT            PIC X(30).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB01B14 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB01GCPT-STATUS   PIC X(02).
           88     OK-FB01GCPT       VALUE '00'.
           88     EOF-FB01GCPT      VALUE '10'.
       01  FS-FB00COMP-STATUS   PIC X(02).
           88     OK-FB00COMP       VALUE '00'.
           88     EOF-FB00COMP      VALUE '10'.
       01  FS-FB01INVS-STATUS   PIC X(02).
           88     OK-FB01INVS       VALUE '00'.
       01  FS-FB01RAPG-STATUS   PIC X(02).
           88     OK-FB01RAPG       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-GCPT       PIC X(01) VALUE 'N'.
           88     FIN-GCPT           VALUE 'O'.
       01  WS-IND-FIN-COMP       PIC X(01) VALUE 'N'.
           88     FIN-COMP           VALUE 'O'.
      *================================================================*
      *   GRANDS COMPTES ET ECARTS (DESSINS FB01INVF)                  *
      *================================================================*
       COPY FB01INVF.
      *================================================================*
      *   COMPTAGES DU GRAND COMPTE EN COURS                           *
      *================================================================*
       01  WS-NB-PERSONNES       PIC 9(05) VALUE ZERO.
       01  WS-NB-VEHICULES       PIC 9(05) VALUE ZERO.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-COMPTES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-COMPTES-VIDES  PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LIGNES-EMISES  PIC 9(07) COMP VALUE ZERO.
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
           OPEN INPUT  FB01GCPT
           OPEN INPUT  FB00COMP
           OPEN OUTPUT FB01INVS
           OPEN OUTPUT FB01RAPG.
           IF NOT OK-FB01GCPT OR NOT OK-FB00COMP
              OR NOT OK-FB01INVS OR NOT OK-FB01RAPG
              DISPLAY 'FB01B14 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-GCPT
           PERFORM 21100-LIRE-COMP
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-COMPTE
              UNTIL FIN-GCPT
           .
      ******************************************************************
      *   MEME TECHNIQUE DEUX FICHIERS TRIES QUE FB00B18 : LES         *
      *   COMPOSITIONS DES CONTRATS QUI NE SONT PAS DES GRANDS         *
      *   COMPTES SONT PASSEES                                         *
      ******************************************************************
       20100-TRAITER-COMPTE.
      *---------------------
           ADD 1                   TO WS-CPT-COMPTES.
           MOVE ZERO               TO WS-NB-PERSONNES
                                      WS-NB-VEHICULES.
           PERFORM 21100-LIRE-COMP
              UNTIL FIN-COMP
              OR COMP-NUMCONT NOT < GCPT-NUMCONT.
           PERFORM 22000-EXAMINER-ELEMENT
              UNTIL FIN-COMP
              OR COMP-NUMCONT NOT = GCPT-NUMCONT.
           MOVE SPACES             TO ENRG-FB01RAPG.
           MOVE GCPT-NUMCONT       TO RAPG-NUMCONT.
           MOVE GCPT-LIBELLE       TO RAPG-LIBELLE.
           MOVE GCPT-RACF-OPERATEUR TO RAPG-RACF.
           MOVE WS-NB-PERSONNES    TO RAPG-NB-PERSONNES.
           MOVE WS-NB-VEHICULES    TO RAPG-NB-VEHICULES.
           IF WS-NB-PERSONNES = ZERO AND WS-NB-VEHICULES = ZERO
              ADD 1                TO WS-CPT-COMPTES-VIDES
              MOVE 'AUCUN ELEMENT EN VIGUEUR'
                                   TO RAPG-STATUT
           ELSE
              MOVE 'INVENTAIRE EMIS'
                                   TO RAPG-STATUT
           END-IF.
           WRITE ENRG-FB01RAPG.
           PERFORM 21000-LIRE-GCPT
           .
      ******************************************************************
      *   ELEMENT EN VIGUEUR : ENTRE A LA DATE DU TRAITEMENT ET NON    *
      *   SORTI (SORTIE A BLANC OU POSTERIEURE)                        *
      ******************************************************************
       22000-EXAMINER-ELEMENT.
      *-----------------------
           IF COMP-DATENT NOT > WS-DATE-TRAITEMENT
              AND (COMP-DATSOR = SPACES
                   OR COMP-DATSOR > WS-DATE-TRAITEMENT)
              MOVE SPACES          TO ENRG-FB01INVS
              MOVE COMP-NUMCONT    TO IMPF-NUMCONT
              MOVE COMP-TYPE       TO IMPF-TYPE
              MOVE COMP-STATYP     TO IMPF-STATYP
              MOVE COMP-IDENT      TO IMPF-IDENT
              MOVE COMP-DATENT     TO IMPF-DATENT
              WRITE ENRG-FB01INVS
              ADD 1                TO WS-CPT-LIGNES-EMISES
              IF COMP-TYPE = 'P'
                 ADD 1             TO WS-NB-PERSONNES
              ELSE
                 ADD 1             TO WS-NB-VEHICULES
              END-IF
           END-IF.
           PERFORM 21100-LIRE-COMP
           .
      ******************************************************************
       21000-LIRE-GCPT.
      *----------------
           IF NOT FIN-GCPT
              READ FB01GCPT INTO WSS-GCPT-ENR
                 AT END
                    SET FIN-GCPT TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-COMP.
      *----------------
           IF NOT FIN-COMP
              READ FB00COMP
                 AT END
                    SET FIN-COMP TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB01GCPT FB00COMP FB01INVS FB01RAPG.
           DISPLAY 'FB01B14 : GRANDS COMPTES         = '
                    WS-CPT-COMPTES.
           DISPLAY 'FB01B14 : COMPTES SANS ELEMENT   = '
                    WS-CPT-COMPTES-VIDES.
           DISPLAY 'FB01B14 : LIGNES D''INVENTAIRE    = '
                    WS-CPT-LIGNES-EMISES.
           IF WS-CPT-COMPTES-VIDES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB01B14 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
