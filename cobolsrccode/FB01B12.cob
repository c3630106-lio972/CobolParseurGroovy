       ID DIVISION.
       PROGRAM-ID. FB01B12.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH QUOTIDIEN DE CONVERSION ET
      *           D'EXPIRATION DES DEVIS DE FLOTTE PROSPECT. LES
      *           DEVIS SONT COMPOSES SUR FB01/FB02/FB04 EN MODE
      *           DEVIS (PLAGE RESERVEE 'DEV' EN TETE DE NUMERO, CF.
      *           FD 51172) : NI PERSISTANCE MA90T20, NI CIGAL, NI
      *           CHAINE DE NUIT. LA SIGNATURE DU DEVIS L'ENREGISTRE
      *           DANS LES KSDS FB01DEVK (EN-TETE) ET FB01DEVC
      *           (CONDUCTEURS ET VEHICULES, DESSIN FB01DEVF) ; LA
      *           COMMANDE 'CNV' DE FB01T00 LE PASSE A L'ETAT ACCEPTE
      *           AVEC LE CONTRAT CIBLE. POUR CHAQUE DEVIS :
      *           - ACCEPTE ('A') : LA COMPOSITION EST EMISE DANS
      *             FB01DEVI AU FORMAT D'IMPORT NORMALISE FB01IMPF,
      *             SOUS LE NUMERO DU CONTRAT CIBLE, CONCATENE PAR LE
      *             JCL A L'ENTREE DE FB01B02 (MEMES CONTROLES, MEME
      *             CHAINE DE PERSISTANCE) ; LE DEVIS PASSE A L'ETAT
      *             CONVERTI ('C') ET SES LIGNES SONT SUPPRIMEES ;
      *           - EMIS ('E') DONT LA DATE DE VALIDITE EST DEPASSEE :
      *             LE DEVIS PASSE A L'ETAT EXPIRE ('X') ET SES LIGNES
      *             SONT SUPPRIMEES.
      *           L'EN-TETE EST CONSERVE POUR LE SUIVI MENSUEL PAR
      *           INTERMEDIAIRE (FB01B13). LE COMPTE RENDU FB01RAPD
      *           LISTE LES CONVERSIONS, EXPIRATIONS ET ANOMALIES ;
      *           CODE RETOUR 4 EN CAS D'ANOMALIE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51172 CREATION.
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
      *--- EN-TETES DES DEVIS ENREGISTRES PAR FB01T00 (VSAM KSDS)
           SELECT  FB01DEVK   ASSIGN  FB01DEVK
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY FB01DEVK-CLE
                               FILE STATUS IS  FS-FB01DEVK-STATUS.
      *--- LIGNES DE COMPOSITION DES DEVIS (VSAM KSDS)
           SELECT  FB01DEVC   ASSIGN  FB01DEVC
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY FB01DEVC-CLE
                               FILE STATUS IS  FS-FB01DEVC-STATUS.
      *--- COMPOSITIONS CONVERTIES POUR FB01B02 (FORMAT FB01IMPF)
           SELECT  FB01DEVI   ASSIGN  FB01DEVI
                               FILE STATUS IS  FS-FB01DEVI-STATUS.
      *--- COMPTE RENDU DES CONVERSIONS ET EXPIRATIONS
           SELECT  FB01RAPD   ASSIGN  FB01RAPD
                               FILE STATUS IS  FS-FB01RAPD-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB01DEVK
           LABEL RECORD STANDARD.
       01  ENRG-FB01DEVK.
           05  FB01DEVK-CLE           PIC X(12).
           05  FILLER                 PIC X(188).
      *
       FD  FB01DEVC
           LABEL RECORD STANDARD.
       01  ENRG-FB01DEVC.
           05  FB01DEVC-CLE.
               10  FB01DEVC-NUMDEV    PIC X(12).
               10  FB01DEVC-SEQ       PIC 9(03).
           05  FILLER                 PIC X(85).
      *
       FD  FB01DEVI
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01DEVI.
           05  DEVI-NUMCONT           PIC X(12).
           05  DEVI-TYPE              PIC X(01).
           05  DEVI-STATYP            PIC X(04).
           05  DEVI-IDENT             PIC X(30).
           05  DEVI-DATENT            PIC X(08).
           05  DEVI-DATSOR            PIC X(08).
           05  DEVI-MOTIF             PIC X(01).
           05  DEVI-PTSCRM            PIC X(03).
           05  FILLER                 PIC X(13).
      *
       FD  FB01RAPD
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01RAPD.
           05  RAPD-NUMDEV            PIC X(12).
           05  FILLER                 PIC X(02).
           05  RAPD-GES               PIC X(06).
           05  FILLER                 PIC X(02).
           05  RAPD-NOM-PROSPECT      PIC X(30).
           05  FILLER                 PIC X(02).
           05  RAPD-STATUT            PIC X(46).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB01B12 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB01DEVK-STATUS   PIC X(02).
           88     OK-FB01DEVK       VALUE '00'.
           88     EOF-FB01DEVK      VALUE '10'.
       01  FS-FB01DEVC-STATUS   PIC X(02).
           88     OK-FB01DEVC       VALUE '00'.
           88     EOF-FB01DEVC      VALUE '10'.
       01  FS-FB01DEVI-STATUS   PIC X(02).
           88     OK-FB01DEVI       VALUE '00'.
       01  FS-FB01RAPD-STATUS   PIC X(02).
           88     OK-FB01RAPD       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-DEVK       PIC X(01) VALUE 'N'.
           88     FIN-DEVK           VALUE 'O'.
       01  WS-IND-FIN-DEVC       PIC X(01) VALUE 'N'.
           88     FIN-DEVC           VALUE 'O'.
      *================================================================*
      *   EN-TETE ET LIGNE DE DEVIS (DESSIN COMMUN AVEC FB01T00)       *
      *================================================================*
       COPY FB01DEVF.
      *================================================================*
      *   PARCOURS DES LIGNES D'UN DEVIS                               *
      *================================================================*
      *--- 'C' CONVERSION (LIGNES EMISES PUIS SUPPRIMEES),
      *--- 'X' EXPIRATION (LIGNES SUPPRIMEES)
       01  WS-ACTION-LIGNES      PIC X(01) VALUE SPACE.
           88     ACTION-CONVERSION  VALUE 'C'.
           88     ACTION-EXPIRATION  VALUE 'X'.
       01  WS-NB-LIGNES-DEVIS    PIC 9(05) COMP VALUE ZERO.
       01  WS-EDIT-NB-LIGNES     PIC ZZZ9.
       01  WS-EDIT-DATE          PIC X(10) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-DEVIS          PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EN-COURS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CONVERTIS      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LIGNES-EMISES  PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EXPIRES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LIGNES-PURGEES PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANOMALIES      PIC 9(07) COMP VALUE ZERO.
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
           OPEN I-O    FB01DEVK
           OPEN I-O    FB01DEVC
           OPEN OUTPUT FB01DEVI
           OPEN OUTPUT FB01RAPD.
           IF NOT OK-FB01DEVK OR NOT OK-FB01DEVC
              OR NOT OK-FB01DEVI OR NOT OK-FB01RAPD
              DISPLAY 'FB01B12 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
      *   PARCOURS COMPLET DES EN-TETES DANS L'ORDRE DES NUMEROS DE   *
      *   DEVIS                                                        *
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           MOVE LOW-VALUE          TO FB01DEVK-CLE.
           START FB01DEVK KEY NOT < FB01DEVK-CLE
           END-START.
           IF NOT OK-FB01DEVK
              SET FIN-DEVK TO TRUE
           END-IF.
           PERFORM 20100-TRAITER-DEVIS
              UNTIL FIN-DEVK
           .
      ******************************************************************
      *   DEVIS ACCEPTE : CONVERSION ; DEVIS EMIS ARRIVE A ECHEANCE :  *
      *   EXPIRATION ; LES DEVIS CONVERTIS OU EXPIRES SONT CONSERVES  *
      *   EN L'ETAT                                                    *
      ******************************************************************
       20100-TRAITER-DEVIS.
      *--------------------
           READ FB01DEVK NEXT RECORD INTO WSS-DEVK-ENR
              AT END
                 SET FIN-DEVK TO TRUE
           END-READ.
           IF NOT FIN-DEVK
              ADD 1 TO WS-CPT-DEVIS
              MOVE SPACES             TO ENRG-FB01RAPD
              MOVE DEVK-NUMDEV        TO RAPD-NUMDEV
              MOVE DEVK-GES           TO RAPD-GES
              MOVE DEVK-NOM-PROSPECT  TO RAPD-NOM-PROSPECT
              EVALUATE TRUE
                 WHEN DEVK-ACCEPTE
                    PERFORM 22000-CONVERTIR-DEVIS
                 WHEN DEVK-EMIS
                  AND DEVK-DATE-VALIDITE NOT NUMERIC
                    ADD 1             TO WS-CPT-ANOMALIES
                    MOVE 'ANOMALIE : DATE DE VALIDITE INVALIDE'
                                      TO RAPD-STATUT
                    WRITE ENRG-FB01RAPD
                 WHEN DEVK-EMIS
                  AND DEVK-DATE-VALIDITE < WS-DATE-TRAITEMENT
                    PERFORM 23000-EXPIRER-DEVIS
                 WHEN DEVK-EMIS
                    ADD 1             TO WS-CPT-EN-COURS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .
      ******************************************************************
      *   CONVERSION : LA COMPOSITION DU DEVIS EST EMISE SOUS LE       *
      *   NUMERO DU CONTRAT CIBLE. UN DEVIS ACCEPTE SANS CONTRAT CIBLE *
      *   OU SANS LIGNE RESTE EN L'ETAT ET EST SIGNALE                 *
      ******************************************************************
       22000-CONVERTIR-DEVIS.
      *----------------------
           IF DEVK-NUMCONT-CIBLE = SPACES
              ADD 1                   TO WS-CPT-ANOMALIES
              MOVE 'ANOMALIE : DEVIS ACCEPTE SANS CONTRAT CIBLE'
                                      TO RAPD-STATUT
              WRITE ENRG-FB01RAPD
           ELSE
              SET ACTION-CONVERSION   TO TRUE
              PERFORM 24000-PARCOURIR-LIGNES
              IF WS-NB-LIGNES-DEVIS = ZERO
                 ADD 1                TO WS-CPT-ANOMALIES
                 MOVE 'ANOMALIE : DEVIS ACCEPTE SANS COMPOSITION'
                                      TO RAPD-STATUT
                 WRITE ENRG-FB01RAPD
              ELSE
                 SET DEVK-CONVERTI    TO TRUE
                 MOVE WS-DATE-TRAITEMENT
                                      TO DEVK-DATE-CONVERSION
                 PERFORM 27000-REECRIRE-DEVIS
                 ADD 1                TO WS-CPT-CONVERTIS
                 ADD WS-NB-LIGNES-DEVIS
                                      TO WS-CPT-LIGNES-EMISES
                 MOVE WS-NB-LIGNES-DEVIS
                                      TO WS-EDIT-NB-LIGNES
                 STRING 'CONVERTI SUR ' DEVK-NUMCONT-CIBLE
                        ' - ' WS-EDIT-NB-LIGNES ' LIGNES'
                        DELIMITED BY SIZE INTO RAPD-STATUT
                 WRITE ENRG-FB01RAPD
              END-IF
           END-IF
           .
      ******************************************************************
      *   EXPIRATION : LES LIGNES DU DEVIS SONT PURGEES                *
      ******************************************************************
       23000-EXPIRER-DEVIS.
      *--------------------
           SET ACTION-EXPIRATION      TO TRUE.
           PERFORM 24000-PARCOURIR-LIGNES.
           SET DEVK-EXPIRE            TO TRUE.
           MOVE WS-DATE-TRAITEMENT    TO DEVK-DATE-EXPIRATION.
           PERFORM 27000-REECRIRE-DEVIS.
           ADD 1                      TO WS-CPT-EXPIRES.
           ADD WS-NB-LIGNES-DEVIS     TO WS-CPT-LIGNES-PURGEES.
           MOVE SPACES                TO WS-EDIT-DATE.
           STRING DEVK-DATE-VALIDITE (7:2) '/'
                  DEVK-DATE-VALIDITE (5:2) '/'
                  DEVK-DATE-VALIDITE (1:4)
                  DELIMITED BY SIZE INTO WS-EDIT-DATE.
           STRING 'EXPIRE - VALIDE JUSQU''AU ' WS-EDIT-DATE
                  DELIMITED BY SIZE INTO RAPD-STATUT.
           WRITE ENRG-FB01RAPD
           .
      ******************************************************************
      *   LIGNES DU DEVIS EN COURS (CLE GENERIQUE NUMERO DE DEVIS) :   *
      *   EMISES POUR FB01B02 EN CONVERSION, PUIS SUPPRIMEES           *
      ******************************************************************
       24000-PARCOURIR-LIGNES.
      *-----------------------
           MOVE ZERO                  TO WS-NB-LIGNES-DEVIS.
           MOVE 'N'                   TO WS-IND-FIN-DEVC.
           MOVE DEVK-NUMDEV           TO FB01DEVC-NUMDEV.
           MOVE ZERO                  TO FB01DEVC-SEQ.
           START FB01DEVC KEY NOT < FB01DEVC-CLE
           END-START.
           IF NOT OK-FB01DEVC
              SET FIN-DEVC TO TRUE
           END-IF.
           PERFORM 24100-TRAITER-LIGNE
              UNTIL FIN-DEVC
           .
      ******************************************************************
       24100-TRAITER-LIGNE.
      *--------------------
           READ FB01DEVC NEXT RECORD INTO WSS-DEVC-ENR
              AT END
                 SET FIN-DEVC TO TRUE
           END-READ.
           IF NOT FIN-DEVC
              IF DEVC-NUMDEV NOT = DEVK-NUMDEV
                 SET FIN-DEVC TO TRUE
              ELSE
                 IF ACTION-CONVERSION
                    PERFORM 25000-EMETTRE-LIGNE
                 END-IF
                 DELETE FB01DEVC RECORD
                 END-DELETE
                 IF NOT OK-FB01DEVC
                    DISPLAY 'FB01B12 : ERREUR DELETE FB01DEVC - '
                             FS-FB01DEVC-STATUS
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
                 ADD 1 TO WS-NB-LIGNES-DEVIS
              END-IF
           END-IF
           .
      ******************************************************************
      *   LIGNE D'IMPORT FB01IMPF SOUS LE NUMERO DU CONTRAT CIBLE     *
      ******************************************************************
       25000-EMETTRE-LIGNE.
      *--------------------
           MOVE SPACES                TO ENRG-FB01DEVI.
           MOVE DEVK-NUMCONT-CIBLE    TO DEVI-NUMCONT.
           MOVE DEVC-TYPE             TO DEVI-TYPE.
           MOVE DEVC-STATYP           TO DEVI-STATYP.
           MOVE DEVC-IDENT            TO DEVI-IDENT.
           MOVE DEVC-DATENT           TO DEVI-DATENT.
           MOVE DEVC-MOTIF            TO DEVI-MOTIF.
           MOVE DEVC-PTSCRM           TO DEVI-PTSCRM.
           WRITE ENRG-FB01DEVI
           .
      ******************************************************************
       27000-REECRIRE-DEVIS.
      *---------------------
           REWRITE ENRG-FB01DEVK FROM WSS-DEVK-ENR
           END-REWRITE.
           IF NOT OK-FB01DEVK
              DISPLAY 'FB01B12 : ERREUR REWRITE FB01DEVK - '
                       FS-FB01DEVK-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB01DEVK FB01DEVC FB01DEVI FB01RAPD.
           DISPLAY 'FB01B12 : DEVIS LUS              = '
                    WS-CPT-DEVIS.
           DISPLAY 'FB01B12 : DEVIS EN COURS         = '
                    WS-CPT-EN-COURS.
           DISPLAY 'FB01B12 : DEVIS CONVERTIS        = '
                    WS-CPT-CONVERTIS.
           DISPLAY 'FB01B12 : LIGNES EMISES FB01B02  = '
                    WS-CPT-LIGNES-EMISES.
           DISPLAY 'FB01B12 : DEVIS EXPIRES          = '
                    WS-CPT-EXPIRES.
           DISPLAY 'FB01B12 : LIGNES PURGEES         = '
                    WS-CPT-LIGNES-PURGEES.
           DISPLAY 'FB01B12 : ANOMALIES              = '
                    WS-CPT-ANOMALIES.
           IF WS-CPT-ANOMALIES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB01B12 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
