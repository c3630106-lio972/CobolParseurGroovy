       ID DIVISION.
       PROGRAM-ID. FB00B34.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH QUOTIDIEN DE RAPPROCHEMENT ENTRE LES
      *           AJUSTEMENTS DE PRIME PRORATA EMIS VERS LA
      *           FACTURATION LA VEILLE (FB00FACH : GENERATION
      *           PRECEDENTE DE FB00FACT, PRODUIT PAR FB00B33) ET LE
      *           FICHIER D'ACCUSES RENVOYE PAR LA FACTURATION
      *           (FB00FACK : UNE LIGNE PAR AJUSTEMENT RECU, ACCEPTE
      *           OU REJETE AVEC SON MOTIF). SONT SIGNALES :
      *           - LES AJUSTEMENTS REJETES PAR LA FACTURATION ;
      *           - LES AJUSTEMENTS EMIS ET JAMAIS RECUS (SANS ACCUSE) ;
      *           - LES ACCUSES SANS AJUSTEMENT EMIS CONNU.
      *           CHACUN DE CES CAS FAIT PASSER LE CODE RETOUR A 4 :
      *           LE MOUVEMENT N'EST PAS FACTURE ET DOIT ETRE REPRIS.
      *           LES DEUX FICHIERS SONT TRIES PAR LE JCL SUR LA
      *           REFERENCE CONTRAT + JOUR + HEURE DE SIGNATURE.
      *           MEME TECHNIQUE DE RAPPROCHEMENT DEUX FICHIERS TRIES
      *           QUE FB00B07.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51163 CREATION.
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
      *--- AJUSTEMENTS EMIS LA VEILLE, TRIES SUR LA REFERENCE
           SELECT  FB00FACH   ASSIGN  FB00FACH
                               FILE STATUS IS  FS-FB00FACH-STATUS.
      *--- ACCUSES DE LA FACTURATION, TRIES SUR LA REFERENCE
           SELECT  FB00FACK   ASSIGN  FB00FACK
                               FILE STATUS IS  FS-FB00FACK-STATUS.
      *--- COMPTE RENDU DE RAPPROCHEMENT
           SELECT  FB00RAPB   ASSIGN  FB00RAPB
                               FILE STATUS IS  FS-FB00RAPB-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00FACH
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00FACH.
           05  FACH-REFERENCE.
               10  FACH-NUMCONT       PIC X(12).
               10  FACH-JOUR-SIGN     PIC X(08).
               10  FACH-HEURE-SIGN    PIC X(08).
           05  FACH-SENS              PIC X(01).
           05  FACH-MONTANT           PIC 9(07)V99.
           05  FACH-IMPACT-ANNUEL     PIC 9(07)V99.
           05  FACH-DATE-EFFET        PIC X(08).
           05  FACH-DATE-ECHEANCE     PIC X(08).
           05  FACH-NB-JOURS          PIC 9(04).
           05  FACH-JOURS-ANNEE       PIC 9(03).
           05  FACH-DATE-EMISSION     PIC X(08).
           05  FACH-RACF              PIC X(15).
           05  FILLER                 PIC X(07).
      *
       FD  FB00FACK
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00FACK.
           05  FACK-REFERENCE         PIC X(28).
      *--- 'A' = AJUSTEMENT ACCEPTE, 'R' = AJUSTEMENT REJETE
           05  FACK-STATUT            PIC X(01).
               88  FACK-REJETE            VALUE 'R'.
           05  FACK-CODE-REJET        PIC X(04).
           05  FACK-LIBELLE-REJET     PIC X(40).
           05  FACK-DATE-TRAITEMENT   PIC X(08).
           05  FILLER                 PIC X(19).
      *
       FD  FB00RAPB
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPB.
           05  RAPB-REFERENCE         PIC X(28).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPB-SENS              PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPB-MONTANT           PIC Z(06)9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPB-DATE-EFFET        PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPB-MOTIF             PIC X(45).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPB-CODE-REJET        PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RAPB-LIBELLE-REJET     PIC X(40).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B34 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00FACH-STATUS   PIC X(02).
           88     OK-FB00FACH       VALUE '00'.
           88     EOF-FB00FACH      VALUE '10'.
       01  FS-FB00FACK-STATUS   PIC X(02).
           88     OK-FB00FACK       VALUE '00'.
           88     EOF-FB00FACK      VALUE '10'.
       01  FS-FB00RAPB-STATUS   PIC X(02).
           88     OK-FB00RAPB       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-FACH      PIC X(01) VALUE 'N'.
           88     FIN-FACH          VALUE 'O'.
       01  WS-IND-FIN-FACK      PIC X(01) VALUE 'N'.
           88     FIN-FACK          VALUE 'O'.
      *================================================================*
      *   ZONES DE TRAVAIL DU RAPPROCHEMENT                            *
      *================================================================*
       01  WS-CO-RET            PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-EMIS          PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ACCEPTES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REJETES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NON-RECUS     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ACK-INCONNUS  PIC 9(07) COMP VALUE ZERO.
       01  WS-REF-EMISE         PIC X(28).
       01  WS-REF-ACCUSEE       PIC X(28).
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
           OPEN INPUT  FB00FACH
           OPEN INPUT  FB00FACK
           OPEN OUTPUT FB00RAPB.
           IF NOT OK-FB00FACH OR NOT OK-FB00FACK OR NOT OK-FB00RAPB
              DISPLAY 'FB00B34 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-FACH
           PERFORM 22000-LIRE-FACK
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-RAPPROCHER
              UNTIL FIN-FACH AND FIN-FACK
           .
      ******************************************************************
      *   COMPARAISON DES DEUX FLUX TRIES SUR LA REFERENCE            *
      ******************************************************************
       20100-RAPPROCHER.
      *-----------------
           EVALUATE TRUE
              WHEN FIN-FACK
                 PERFORM 23000-SIGNALER-NON-RECU
                 PERFORM 21000-LIRE-FACH
              WHEN FIN-FACH
                 PERFORM 24000-SIGNALER-ACK-INCONNU
                 PERFORM 22000-LIRE-FACK
              WHEN WS-REF-EMISE < WS-REF-ACCUSEE
                 PERFORM 23000-SIGNALER-NON-RECU
                 PERFORM 21000-LIRE-FACH
              WHEN WS-REF-EMISE > WS-REF-ACCUSEE
                 PERFORM 24000-SIGNALER-ACK-INCONNU
                 PERFORM 22000-LIRE-FACK
              WHEN OTHER
                 IF FACK-REJETE
                    PERFORM 25000-SIGNALER-REJET
                 ELSE
      *--- AJUSTEMENT EMIS ET ACCEPTE : RIEN A SIGNALER
                    ADD 1 TO WS-CPT-ACCEPTES
                 END-IF
                 PERFORM 21000-LIRE-FACH
                 PERFORM 22000-LIRE-FACK
           END-EVALUATE
           .
      ******************************************************************
       21000-LIRE-FACH.
      *----------------
           IF NOT FIN-FACH
              READ FB00FACH
                 AT END
                    SET FIN-FACH TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-EMIS
                    MOVE FACH-REFERENCE TO WS-REF-EMISE
              END-READ
           END-IF
           .
      ******************************************************************
       22000-LIRE-FACK.
      *----------------
           IF NOT FIN-FACK
              READ FB00FACK
                 AT END
                    SET FIN-FACK TO TRUE
                 NOT AT END
                    MOVE FACK-REFERENCE TO WS-REF-ACCUSEE
              END-READ
           END-IF
           .
      ******************************************************************
      *   AJUSTEMENT EMIS SANS ACCUSE : JAMAIS RECU PAR LA FACTURATION *
      ******************************************************************
       23000-SIGNALER-NON-RECU.
      *------------------------
           IF NOT FIN-FACH
              ADD 1                     TO WS-CPT-NON-RECUS
              MOVE FACH-REFERENCE        TO RAPB-REFERENCE
              MOVE FACH-SENS             TO RAPB-SENS
              MOVE FACH-MONTANT          TO RAPB-MONTANT
              MOVE FACH-DATE-EFFET       TO RAPB-DATE-EFFET
              MOVE 'AJUSTEMENT EMIS NON RECU PAR LA FACTURATION'
                                          TO RAPB-MOTIF
              MOVE SPACES                TO RAPB-CODE-REJET
              MOVE SPACES                TO RAPB-LIBELLE-REJET
              WRITE ENRG-FB00RAPB
           END-IF
           .
      ******************************************************************
      *   ACCUSE SANS AJUSTEMENT EMIS CONNU : INCOHERENCE DE LA CHAINE *
      ******************************************************************
       24000-SIGNALER-ACK-INCONNU.
      *---------------------------
           IF NOT FIN-FACK
              ADD 1                     TO WS-CPT-ACK-INCONNUS
              MOVE FACK-REFERENCE        TO RAPB-REFERENCE
              MOVE SPACE                 TO RAPB-SENS
              MOVE ZERO                  TO RAPB-MONTANT
              MOVE FACK-DATE-TRAITEMENT  TO RAPB-DATE-EFFET
              MOVE 'ACCUSE DE LA FACTURATION SANS AJUSTEMENT EMIS'
                                          TO RAPB-MOTIF
              MOVE FACK-CODE-REJET       TO RAPB-CODE-REJET
              MOVE FACK-LIBELLE-REJET    TO RAPB-LIBELLE-REJET
              WRITE ENRG-FB00RAPB
           END-IF
           .
      ******************************************************************
      *   AJUSTEMENT REJETE PAR LA FACTURATION : MOTIF RESTITUE        *
      ******************************************************************
       25000-SIGNALER-REJET.
      *---------------------
           ADD 1                        TO WS-CPT-REJETES.
           MOVE FACH-REFERENCE           TO RAPB-REFERENCE.
           MOVE FACH-SENS                TO RAPB-SENS.
           MOVE FACH-MONTANT             TO RAPB-MONTANT.
           MOVE FACH-DATE-EFFET          TO RAPB-DATE-EFFET.
           MOVE 'AJUSTEMENT REJETE PAR LA FACTURATION'
                                          TO RAPB-MOTIF.
           MOVE FACK-CODE-REJET          TO RAPB-CODE-REJET.
           MOVE FACK-LIBELLE-REJET       TO RAPB-LIBELLE-REJET.
           WRITE ENRG-FB00RAPB
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00FACH FB00FACK FB00RAPB.
           DISPLAY 'FB00B34 : AJUSTEMENTS EMIS LUS   = '
                    WS-CPT-EMIS.
           DISPLAY 'FB00B34 : AJUSTEMENTS ACCEPTES   = '
                    WS-CPT-ACCEPTES.
           DISPLAY 'FB00B34 : AJUSTEMENTS REJETES    = '
                    WS-CPT-REJETES.
           DISPLAY 'FB00B34 : AJUSTEMENTS NON RECUS  = '
                    WS-CPT-NON-RECUS.
           DISPLAY 'FB00B34 : ACCUSES INCONNUS       = '
                    WS-CPT-ACK-INCONNUS.
           IF WS-CPT-REJETES > 0 OR WS-CPT-NON-RECUS > 0
              OR WS-CPT-ACK-INCONNUS > 0
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B34 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
