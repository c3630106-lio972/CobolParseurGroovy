       ID DIVISION.
       PROGRAM-ID. FB00B66.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH QUOTIDIEN DE RELANCE DES SORTIES DE
      *           COMPOSITION RETENUES FAUTE DE CORRESPONDANCE FISCALE.
      *           QUAND FB00B02 NE TROUVE PAS LA CLE REGION/INSTITU-
      *           TION/IDENTIFIANT D'UN CONTRAT (NI DANS L'EXTRAIT
      *           FB00CORR, NI DANS LES CORRESPONDANCES SAISIES SUR
      *           FB35), LA SORTIE OU LA LEVEE N'EST PAS ENVOYEE A
      *           FCGEEDF1 : ELLE EST RETENUE DANS FB00ANOK (VSAM
      *           KSDS, DESSIN FB00CORF) ET LIBEREE PAR UN PASSAGE
      *           ULTERIEUR DE FB00B02 DES QUE LA CORRESPONDANCE
      *           EXISTE. LE PROGRAMME PARCOURT LE REGISTRE ET EDITE
      *           DANS FB00ANOE LES RETENUES EN ATTENTE DEPUIS PLUS DE
      *           N JOURS CALENDAIRES (FB00SV01), N ETANT PRIS SUR LA
      *           CARTE FB00PARM (15 PAR DEFAUT), AVEC LE NOMBRE DE
      *           PASSAGES DE FB00B02 SUBIS, POUR SAISIE DE LA
      *           CORRESPONDANCE SUR FB35 OU RECLAMATION A L'EQUIPE
      *           DE LA CHAINE FISCALE.
      *           CODE RETOUR 4 SI AU MOINS UNE RETENUE EST EDITEE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51205 CREATION.
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
      *--- CARTE PARAMETRE FACULTATIVE : DELAI DE RELANCE EN JOURS
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- SORTIES RETENUES FAUTE DE CORRESPONDANCE (VSAM KSDS)
           SELECT  FB00ANOK   ASSIGN  FB00ANOK
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY ANOKK-CLE
                               FILE STATUS IS  FS-FB00ANOK-STATUS.
      *--- ETAT DE RELANCE
           SELECT  FB00ANOE   ASSIGN  FB00ANOE
                               FILE STATUS IS  FS-FB00ANOE-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-DELAI             PIC X(03).
           05  FILLER                 PIC X(77).
      *
       FD  FB00ANOK
           LABEL RECORD STANDARD.
       01  ENRG-FB00ANOK.
           05  ANOKK-CLE              PIC X(21).
           05  FILLER                 PIC X(79).
      *
       FD  FB00ANOE
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ANOE.
           05  ANOE-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02).
           05  ANOE-JOUR              PIC X(08).
           05  FILLER                 PIC X(02).
           05  ANOE-TYPE-MVT          PIC X(09).
           05  FILLER                 PIC X(02).
           05  ANOE-DATE-DETECTION    PIC X(08).
           05  FILLER                 PIC X(02).
           05  ANOE-AGE               PIC ZZZZ9.
           05  FILLER                 PIC X(02).
           05  ANOE-NB-PASSAGES       PIC ZZZZ9.
           05  FILLER                 PIC X(02).
           05  ANOE-MOTIF             PIC X(30).
           05  FILLER                 PIC X(43).
      *--- LIGNE DE TOTAL
       01  ENRG-FB00ANOE-TOTAL REDEFINES ENRG-FB00ANOE.
           05  ANOT-LIBELLE           PIC X(36).
           05  ANOT-NOMBRE            PIC ZZZZZZ9.
           05  FILLER                 PIC X(89).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B66 **'.
      *================================================================*
      *   SORTIE RETENUE (FB00CORF)                                    *
      *================================================================*
           COPY FB00CORF.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
           COPY FB00CALA.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00ANOK-STATUS   PIC X(02).
           88     OK-FB00ANOK       VALUE '00'.
       01  FS-FB00ANOE-STATUS   PIC X(02).
           88     OK-FB00ANOE       VALUE '00'.
      *================================================================*
      *   INDICATEUR DE FIN DE FICHIER                                 *
      *================================================================*
       01  WS-IND-FIN-ANOK       PIC X(01) VALUE 'N'.
           88     FIN-ANOK           VALUE 'O'.
      *================================================================*
      *   DELAI DE RELANCE EN JOURS CALENDAIRES DEPUIS LA PREMIERE     *
      *   RETENUE (CARTE FB00PARM, 15 PAR DEFAUT)                      *
      *================================================================*
       01  WS-DELAI-RELANCE      PIC 9(03) VALUE 015.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
      *================================================================*
      *   LIGNES D'EDITION                                             *
      *================================================================*
       01  WS-LIGNE-TITRE.
           05  FILLER                 PIC X(38) VALUE
               'FB00B66 - SORTIES RETENUES SANS CORRES'.
           05  FILLER                 PIC X(28) VALUE
               'PONDANCE FISCALE DEPUIS PLUS'.
           05  FILLER                 PIC X(04) VALUE ' DE '.
           05  WS-TITRE-DELAI         PIC ZZ9.
           05  FILLER                 PIC X(10) VALUE ' JOURS AU '.
           05  WS-TITRE-DATE          PIC X(08).
           05  FILLER                 PIC X(41) VALUE SPACES.
       01  WS-LIGNE-COLONNES.
           05  FILLER                 PIC X(45) VALUE
               'CONTRAT       JOUR ACT. MOUVEMENT  RETENU LE '.
           05  FILLER                 PIC X(28) VALUE
               '  AGE  PASS.  MOTIF TRANSMIS'.
           05  FILLER                 PIC X(59) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-LUES           PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LIBEREES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EN-ATTENTE     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EDITEES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANOMALIES      PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-TRAITEMENT
           PERFORM 25000-EDITER-TOTAUX
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT FB00PARM.
           IF OK-FB00PARM
              READ FB00PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-DELAI NUMERIC
                       AND PARM-DELAI > ZERO
                       MOVE PARM-DELAI      TO WS-DELAI-RELANCE
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           OPEN INPUT  FB00ANOK
           OPEN OUTPUT FB00ANOE.
           IF NOT OK-FB00ANOK OR NOT OK-FB00ANOE
              DISPLAY 'FB00B66 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE WS-DELAI-RELANCE      TO WS-TITRE-DELAI.
           MOVE WS-DATE-TRAITEMENT    TO WS-TITRE-DATE.
           WRITE ENRG-FB00ANOE FROM WS-LIGNE-TITRE.
           WRITE ENRG-FB00ANOE FROM WS-LIGNE-COLONNES.
           MOVE LOW-VALUE             TO ANOKK-CLE.
           START FB00ANOK KEY NOT < ANOKK-CLE
              INVALID KEY
                 SET FIN-ANOK TO TRUE
           END-START
           .
      ******************************************************************
      *   PARCOURS COMPLET DU REGISTRE DANS L'ORDRE DES CONTRATS       *
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-EXAMINER-RETENUE
              UNTIL FIN-ANOK
           .
      ******************************************************************
       20100-EXAMINER-RETENUE.
      *-----------------------
           READ FB00ANOK NEXT INTO WSS-ANOK-ENR
              AT END
                 SET FIN-ANOK TO TRUE
           END-READ.
           IF NOT FIN-ANOK
              ADD 1                   TO WS-CPT-LUES
              IF ANOK-LIBEREE
                 ADD 1                TO WS-CPT-LIBEREES
              ELSE
                 ADD 1                TO WS-CPT-EN-ATTENTE
                 PERFORM 22000-CONTROLER-AGE
              END-IF
           END-IF
           .
      ******************************************************************
      *   AGE DE LA RETENUE : JOURS CALENDAIRES DEPUIS LE PASSAGE DE   *
      *   FB00B02 QUI L'A POSEE (FB00SV01)                             *
      ******************************************************************
       22000-CONTROLER-AGE.
      *--------------------
           SET CALA-FONC-ECART-CAL    TO TRUE.
           MOVE ANOK-DATE-DETECTION   TO CALA-DATE-1.
           MOVE WS-DATE-TRAITEMENT    TO CALA-DATE-2.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              ADD 1                   TO WS-CPT-ANOMALIES
              DISPLAY 'FB00B66 : ERREUR FB00SV01 CODE '
                      CALA-CODE-RETOUR ' - CONTRAT ' ANOK-NUMCONT
                      ' DATE ' ANOK-DATE-DETECTION
           ELSE
              IF CALA-RESULTAT > WS-DELAI-RELANCE
                 PERFORM 23000-EDITER-RETENUE
              END-IF
           END-IF
           .
      ******************************************************************
       23000-EDITER-RETENUE.
      *---------------------
           ADD 1                      TO WS-CPT-EDITEES
           MOVE SPACES                TO ENRG-FB00ANOE
           MOVE ANOK-NUMCONT          TO ANOE-NUMCONT
           MOVE ANOK-JOUR             TO ANOE-JOUR
           IF ANOK-MVT-LEVEE
              MOVE 'LEVEE'            TO ANOE-TYPE-MVT
           ELSE
              MOVE 'EXCLUSION'        TO ANOE-TYPE-MVT
           END-IF
           MOVE ANOK-DATE-DETECTION   TO ANOE-DATE-DETECTION
           MOVE CALA-RESULTAT         TO ANOE-AGE
           MOVE ANOK-NB-PASSAGES      TO ANOE-NB-PASSAGES
           MOVE ANOK-MOTIF-EXCLU      TO ANOE-MOTIF
           PERFORM 29000-ECRIRE-ANOE
           .
      ******************************************************************
       25000-EDITER-TOTAUX.
      *--------------------
           MOVE SPACES                TO ENRG-FB00ANOE
           PERFORM 29000-ECRIRE-ANOE
           MOVE SPACES                TO ENRG-FB00ANOE-TOTAL
           MOVE 'RETENUES EN ATTENTE'  TO ANOT-LIBELLE
           MOVE WS-CPT-EN-ATTENTE     TO ANOT-NOMBRE
           PERFORM 29000-ECRIRE-ANOE
           MOVE SPACES                TO ENRG-FB00ANOE-TOTAL
           MOVE 'DONT AU-DELA DU DELAI DE RELANCE'
                                      TO ANOT-LIBELLE
           MOVE WS-CPT-EDITEES        TO ANOT-NOMBRE
           PERFORM 29000-ECRIRE-ANOE
           MOVE SPACES                TO ENRG-FB00ANOE-TOTAL
           MOVE 'RETENUES DEJA LIBEREES'
                                      TO ANOT-LIBELLE
           MOVE WS-CPT-LIBEREES       TO ANOT-NOMBRE
           PERFORM 29000-ECRIRE-ANOE
           IF WS-CPT-EDITEES > ZERO
              OR WS-CPT-ANOMALIES > ZERO
              MOVE 4                  TO WS-CO-RET
           END-IF
           .
      ******************************************************************
       29000-ECRIRE-ANOE.
      *------------------
           WRITE ENRG-FB00ANOE.
           IF NOT OK-FB00ANOE
              DISPLAY 'FB00B66 : ERREUR ECRITURE FB00ANOE '
                      FS-FB00ANOE-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00ANOK FB00ANOE.
           DISPLAY 'FB00B66 : DELAI DE RELANCE (JOURS) = '
                    WS-DELAI-RELANCE.
           DISPLAY 'FB00B66 : RETENUES LUES         = '
                    WS-CPT-LUES.
           DISPLAY 'FB00B66 : RETENUES LIBEREES     = '
                    WS-CPT-LIBEREES.
           DISPLAY 'FB00B66 : RETENUES EN ATTENTE   = '
                    WS-CPT-EN-ATTENTE.
           DISPLAY 'FB00B66 : RETENUES A RELANCER   = '
                    WS-CPT-EDITEES.
           DISPLAY 'FB00B66 : ANOMALIES DE CALCUL   = '
                    WS-CPT-ANOMALIES.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B66 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
