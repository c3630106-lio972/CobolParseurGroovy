       ID DIVISION.
       PROGRAM-ID. FB00B43.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH D'INTEGRATION DES DECLARATIONS
      *           TRIMESTRIELLES DES FLOTTES A ALIMENTS. POUR LES
      *           CLIENTS DE PLUSIEURS CENTAINES DE VEHICULES A
      *           FORTE ROTATION, LA COMPOSITION VEHICULE PAR
      *           VEHICULE SUR FB01 (MEME PAR L'IMPORT FB01B02)
      *           N'ETAIT JAMAIS A JOUR. CES CONTRATS (PARAMETRES
      *           FB00ALIC, DESSIN FB00ALIF, TRIES PAR CONTRAT)
      *           DECLARENT CHAQUE TRIMESTRE LEUR NOMBRE DE VEHICULES
      *           PAR FAMILLE ET USAGE ET LA LISTE DE LEURS PLAQUES
      *           (FB00ALID, TRIE PAR CONTRAT + PERIODE + TYPE DE
      *           LIGNE). POUR CHAQUE DECLARATION LE PROGRAMME :
      *           - CONTROLE SA FORME (ENTETE UNIQUE, CELLULES
      *             CONNUES, PLAQUES EN NOMBRE EGAL AUX NOMBRES
      *             DECLARES, TRIMESTRE ECHU ET COUVERT PAR LE MODE,
      *             PAS DEJA INTEGREE) ;
      *           - CONTROLE SA VRAISEMBLANCE CONTRE LE TRIMESTRE
      *             PRECEDENT (ECART TOTAL ET PAR FAMILLE AU-DELA DE LA
      *             TOLERANCE DU CONTRAT : REJET, SAUF DECLARATION
      *             RENVOYEE AVEC FORCAGE DANS L'ENTETE) ;
      *           - CALCULE LA PRIME DU TRIMESTRE (TARIF ANNUEL DE LA
      *             CELLULE X NOMBRE / 4) ET EMET L'AJUSTEMENT PAR
      *             RAPPORT A LA PRIME DU TRIMESTRE PRECEDENT (OU A LA
      *             PROVISION DU CONTRAT) AU DESSIN DE L'INTERFACE
      *             FACTURATION FB00FACT (FB00ALFA, CONCATENE PAR LE
      *             JCL, REFERENCE 'DA' + PERIODE) - LES MOUVEMENTS
      *             INDIVIDUELS NE SONT PLUS FACTURES, FB01T00 ET
      *             FB01B02 LES REFUSANT SUR CES CONTRATS ;
      *           - ENREGISTRE LA DECLARATION DANS L'HISTORIQUE (KSDS
      *             FB00ALIH) ;
      *           - RAPPROCHE LA LISTE DES PLAQUES DE CELLE DU
      *             TRIMESTRE PRECEDENT (KSDS FB00ALIP) ET EMET LES
      *             ENTREES ET SORTIES FVA (FB00ALFV AU DESSIN DE
      *             FB04FVAE, DOUBLEES DANS FB00ALFD AU DESSIN DU
      *             JOURNAL FB04FVAD RAPPROCHE PAR FB04B10). LA LISTE
      *             ETANT L'ETAT DE LA FLOTTE EN FIN DE TRIMESTRE,
      *             L'ENTREE EST DATEE DU PREMIER JOUR ET LA SORTIE DU
      *             DERNIER JOUR DU TRIMESTRE. UNE DECLARATION TARDIVE
      *             D'UN TRIMESTRE DEJA SUIVI D'UN TRIMESTRE INTEGRE
      *             NE TOUCHE PAS AUX PLAQUES.
      *           COMPTE RENDU FB00RAPD, CODE RETOUR 4 SI REJET.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51174 CREATION.
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
      *--- DECLARATIONS RECUES, TRIEES PAR CONTRAT + PERIODE + TYPE
           SELECT  FB00ALID   ASSIGN  FB00ALID
                               FILE STATUS IS  FS-FB00ALID-STATUS.
      *--- PARAMETRES DES CONTRATS A ALIMENTS, TRIES PAR CONTRAT
           SELECT  FB00ALIC   ASSIGN  FB00ALIC
                               FILE STATUS IS  FS-FB00ALIC-STATUS.
      *--- HISTORIQUE DES DECLARATIONS (VSAM KSDS)
           SELECT  FB00ALIH   ASSIGN  FB00ALIH
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY ALIHK-CLE
                               FILE STATUS IS  FS-FB00ALIH-STATUS.
      *--- PLAQUES DECLAREES (VSAM KSDS)
           SELECT  FB00ALIP   ASSIGN  FB00ALIP
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY ALIPK-CLE
                               FILE STATUS IS  FS-FB00ALIP-STATUS.
      *--- AJUSTEMENTS DE PRIME (DESSIN DE L'INTERFACE FB00FACT)
           SELECT  FB00ALFA   ASSIGN  FB00ALFA
                               FILE STATUS IS  FS-FB00ALFA-STATUS.
      *--- DECLARATIONS FVA (DESSIN FB04FVAE)
           SELECT  FB00ALFV   ASSIGN  FB00ALFV
                               FILE STATUS IS  FS-FB00ALFV-STATUS.
      *--- JOURNAL DES DECLARATIONS FVA (DESSIN FB04FVAD)
           SELECT  FB00ALFD   ASSIGN  FB00ALFD
                               FILE STATUS IS  FS-FB00ALFD-STATUS.
      *--- COMPTE RENDU D'INTEGRATION
           SELECT  FB00RAPD   ASSIGN  FB00RAPD
                               FILE STATUS IS  FS-FB00RAPD-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00ALID
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ALID              PIC X(80).
      *
       FD  FB00ALIC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ALIC              PIC X(200).
      *
       FD  FB00ALIH
           LABEL RECORD STANDARD.
       01  ENRG-FB00ALIH.
           05  ALIHK-CLE              PIC X(17).
           05  FILLER                 PIC X(133).
      *
       FD  FB00ALIP
           LABEL RECORD STANDARD.
       01  ENRG-FB00ALIP.
           05  ALIPK-CLE              PIC X(22).
           05  FILLER                 PIC X(38).
      *
       FD  FB00ALFA
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ALFA.
           05  FACT-REFERENCE.
               10  FACT-NUMCONT       PIC X(12).
               10  FACT-JOUR-SIGN     PIC X(08).
               10  FACT-HEURE-SIGN    PIC X(08).
      *--- 'R' = REMBOURSEMENT, 'C' = COMPLEMENT DE PRIME
           05  FACT-SENS              PIC X(01).
           05  FACT-MONTANT           PIC 9(07)V99.
           05  FACT-IMPACT-ANNUEL     PIC 9(07)V99.
           05  FACT-DATE-EFFET        PIC X(08).
           05  FACT-DATE-ECHEANCE     PIC X(08).
           05  FACT-NB-JOURS          PIC 9(04).
           05  FACT-JOURS-ANNEE       PIC 9(03).
           05  FACT-DATE-EMISSION     PIC X(08).
           05  FACT-RACF              PIC X(15).
           05  FILLER                 PIC X(07).
      *
       FD  FB00ALFV
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ALFV.
           05  FVAE-TYPE-MVT          PIC X(01).
               88  FVAE-ENTREE            VALUE 'E'.
               88  FVAE-SORTIE            VALUE 'S'.
           05  FVAE-IMMAT             PIC X(10).
           05  FVAE-NUMCONT           PIC X(12).
           05  FVAE-DT-EFFET          PIC X(08).
           05  FVAE-DT-DECLARATION    PIC X(08).
           05  FILLER                 PIC X(41).
      *
       FD  FB00ALFD
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ALFD.
           05  FVAD-IMMAT             PIC X(10).
           05  FVAD-DT-DECLARATION    PIC X(08).
           05  FVAD-TYPE-MVT          PIC X(01).
           05  FVAD-NUMCONT           PIC X(12).
           05  FVAD-DT-EFFET          PIC X(08).
           05  FILLER                 PIC X(41).
      *
       FD  FB00RAPD
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPD.
           05  RAPD-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPD-ANNEE             PIC 9(04).
           05  RAPD-SEP-TRIM          PIC X(01) VALUE 'T'.
           05  RAPD-TRIMESTRE         PIC 9(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPD-VERDICT           PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPD-NB-TOTAL          PIC ZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPD-PRIME-TRIM        PIC ZZZZZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPD-AJUSTEMENT        PIC -ZZZZZZ9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPD-MOTIF             PIC X(45).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B43 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00ALID-STATUS   PIC X(02).
           88     OK-FB00ALID       VALUE '00'.
           88     EOF-FB00ALID      VALUE '10'.
       01  FS-FB00ALIC-STATUS   PIC X(02).
           88     OK-FB00ALIC       VALUE '00'.
           88     EOF-FB00ALIC      VALUE '10'.
       01  FS-FB00ALIH-STATUS   PIC X(02).
           88     OK-FB00ALIH       VALUE '00'.
           88     ABSENT-FB00ALIH   VALUE '23'.
       01  FS-FB00ALIP-STATUS   PIC X(02).
           88     OK-FB00ALIP       VALUE '00'.
           88     EOF-FB00ALIP      VALUE '10'.
           88     ABSENT-FB00ALIP   VALUE '23'.
       01  FS-FB00ALFA-STATUS   PIC X(02).
           88     OK-FB00ALFA       VALUE '00'.
       01  FS-FB00ALFV-STATUS   PIC X(02).
           88     OK-FB00ALFV       VALUE '00'.
       01  FS-FB00ALFD-STATUS   PIC X(02).
           88     OK-FB00ALFD       VALUE '00'.
       01  FS-FB00RAPD-STATUS   PIC X(02).
           88     OK-FB00RAPD       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-ALID       PIC X(01) VALUE 'N'.
           88     FIN-ALID           VALUE 'O'.
       01  WS-IND-FIN-ALIC       PIC X(01) VALUE 'N'.
           88     FIN-ALIC           VALUE 'O'.
       01  WS-IND-FIN-ALIP       PIC X(01) VALUE 'N'.
           88     FIN-ALIP           VALUE 'O'.
      *================================================================*
      *   DESSINS DES FLOTTES A ALIMENTS ET MODULE DE CALENDRIER       *
      *================================================================*
       COPY FB00ALIF.
       COPY FB00CALA.
      *================================================================*
      *   DECLARATION EN COURS                                         *
      *================================================================*
       01  WS-CLE-RUPTURE.
           05  WS-NUMCONT-RUPTURE    PIC X(12).
           05  WS-PERIODE-RUPTURE.
               10  WS-ANNEE-RUPTURE  PIC 9(04).
               10  WS-TRIM-RUPTURE   PIC 9(01).
       01  WS-NB-ENTETES         PIC 9(03) COMP VALUE ZERO.
       01  WS-NB-LIGNES-NOMBRE   PIC 9(03) COMP VALUE ZERO.
       01  WS-DCL-DATE-RECEPTION PIC X(08) VALUE SPACES.
       01  WS-DCL-NB-ANNONCE     PIC 9(05) VALUE ZERO.
       01  WS-DCL-FORCAGE        PIC X(01) VALUE SPACE.
           88     DCL-FORCEE         VALUE 'O'.
       01  WS-TABLE-CELLULES.
           05  WS-CEL             OCCURS 12 TIMES.
               10  WS-CEL-NB      PIC 9(05).
               10  WS-CEL-NB-PLQ  PIC 9(05).
               10  WS-CEL-PREC    PIC 9(05).
       01  WS-TABLE-FAMILLES.
           05  WS-FAM             OCCURS 4 TIMES.
               10  WS-FAM-NB      PIC 9(06).
               10  WS-FAM-PREC    PIC 9(06).
       01  WS-DCL-TOTAL          PIC 9(06) VALUE ZERO.
       01  WS-NB-PLQ             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-PLAQUES.
           05  WS-PLQ             OCCURS 3000 TIMES
                                  INDEXED BY IX-PLQ.
               10  WS-PLQ-IMMAT   PIC X(10).
               10  WS-PLQ-FAMILLE PIC X(03).
               10  WS-PLQ-USAGE   PIC X(01).
      *================================================================*
      *   CONTROLES                                                    *
      *================================================================*
       01  WS-IND-DCL-VALIDE     PIC X(01) VALUE 'O'.
           88     DCL-VALIDE         VALUE 'O'.
       01  WS-MOTIF-REJET        PIC X(45) VALUE SPACES.
       01  WS-MOTIF-CANDIDAT     PIC X(45) VALUE SPACES.
       01  WS-IND-CONTRAT-CONNU  PIC X(01) VALUE 'N'.
           88     CONTRAT-CONNU      VALUE 'O'.
       01  WS-IND-ALIH-EXISTE    PIC X(01) VALUE 'N'.
           88     ALIH-EXISTE        VALUE 'O'.
       01  WS-IND-PREC-INTEGREE  PIC X(01) VALUE 'N'.
           88     PREC-INTEGREE      VALUE 'O'.
       01  WS-IND-SUIV-INTEGREE  PIC X(01) VALUE 'N'.
           88     SUIV-INTEGREE      VALUE 'O'.
       01  WS-IND-PLQ-DOUBLE     PIC X(01) VALUE 'N'.
           88     PLAQUE-EN-DOUBLE   VALUE 'O'.
       01  WS-FAMILLE-SAISIE     PIC X(03) VALUE SPACES.
       01  WS-USAGE-SAISI        PIC X(01) VALUE SPACE.
       01  WS-RANG-CEL           PIC S9(4) COMP VALUE ZERO.
       01  WS-RANG-FAM           PIC S9(4) COMP VALUE ZERO.
       01  WS-RANG-USG           PIC S9(4) COMP VALUE ZERO.
       01  WS-ECART-MAX          PIC 9(03) VALUE ZERO.
       01  WS-ECART-PCT          PIC 9(07) VALUE ZERO.
       01  WS-EDIT-PCT           PIC ZZZZZZ9.
      *================================================================*
      *   PERIODES ET BORNES DE TRIMESTRE                              *
      *================================================================*
       01  WS-DEBUTS-TRIM-VAL    PIC X(16) VALUE '0101040107011001'.
       01  WS-DEBUTS-TRIM REDEFINES WS-DEBUTS-TRIM-VAL.
           05  WS-DEBUT-MMJJ      PIC X(04) OCCURS 4 TIMES.
       01  WS-FINS-TRIM-VAL      PIC X(16) VALUE '0331063009301231'.
       01  WS-FINS-TRIM REDEFINES WS-FINS-TRIM-VAL.
           05  WS-FIN-MMJJ        PIC X(04) OCCURS 4 TIMES.
       01  WS-DATE-DEBUT-TRIM.
           05  WS-DDT-SSAA        PIC 9(04).
           05  WS-DDT-MMJJ        PIC X(04).
       01  WS-DATE-FIN-TRIM.
           05  WS-DFT-SSAA        PIC 9(04).
           05  WS-DFT-MMJJ        PIC X(04).
       01  WS-PERIODE-PREC.
           05  WS-ANNEE-PREC      PIC 9(04).
           05  WS-TRIM-PREC       PIC 9(01).
       01  WS-PERIODE-SUIV.
           05  WS-ANNEE-SUIV      PIC 9(04).
           05  WS-TRIM-SUIV       PIC 9(01).
       01  WS-DATE-ANNEE-SUIV.
           05  WS-DAS-SSAA        PIC 9(04).
           05  WS-DAS-MMJJ        PIC X(04) VALUE '0101'.
       01  WS-DATE-ANNEE-COUR.
           05  WS-DAC-SSAA        PIC 9(04).
           05  WS-DAC-MMJJ        PIC X(04) VALUE '0101'.
      *================================================================*
      *   PRIME ET AJUSTEMENT                                          *
      *================================================================*
       01  WS-PRIME-ANNUELLE     PIC 9(09)V99 VALUE ZERO.
       01  WS-PRIME-TRIM         PIC 9(07)V99 VALUE ZERO.
       01  WS-PRIME-BASE         PIC 9(07)V99 VALUE ZERO.
       01  WS-AJUSTEMENT         PIC S9(07)V99 VALUE ZERO.
       01  WS-REFERENCE-FACT.
           05  FILLER             PIC X(02) VALUE 'DA'.
           05  WS-REF-ANNEE       PIC 9(04).
           05  FILLER             PIC X(01) VALUE 'T'.
           05  WS-REF-TRIM        PIC 9(01).
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-LIGNES-LUES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DECLARATIONS   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-INTEGREES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REJETEES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-AJUSTEMENTS    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-FVA-ENTREES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-FVA-SORTIES    PIC 9(07) COMP VALUE ZERO.
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
           OPEN INPUT  FB00ALID
           OPEN INPUT  FB00ALIC
           OPEN I-O    FB00ALIH
           OPEN I-O    FB00ALIP
           OPEN OUTPUT FB00ALFA
           OPEN OUTPUT FB00ALFV
           OPEN OUTPUT FB00ALFD
           OPEN OUTPUT FB00RAPD.
           IF NOT OK-FB00ALID OR NOT OK-FB00ALIC
              OR NOT OK-FB00ALIH OR NOT OK-FB00ALIP
              OR NOT OK-FB00ALFA OR NOT OK-FB00ALFV
              OR NOT OK-FB00ALFD OR NOT OK-FB00RAPD
              DISPLAY 'FB00B43 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-ALID
           PERFORM 21100-LIRE-ALIC
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-DECLARATION
              UNTIL FIN-ALID
           .
      ******************************************************************
      *   RUPTURE SUR CONTRAT + PERIODE : LA DECLARATION EST CHARGEE  *
      *   EN ENTIER, CONTROLEE, PUIS INTEGREE OU REJETEE EN BLOC      *
      ******************************************************************
       20100-TRAITER-DECLARATION.
      *--------------------------
           MOVE ALID-CLE          TO WS-CLE-RUPTURE.
           ADD 1                  TO WS-CPT-DECLARATIONS.
           PERFORM 20200-INITIALISER-DECLARATION.
           PERFORM 20300-CHARGER-LIGNE
              UNTIL FIN-ALID
              OR ALID-CLE NOT = WS-CLE-RUPTURE.
           PERFORM 20400-POSITIONNER-ALIC.
           PERFORM 22000-CONTROLER-DECLARATION
              THRU F22000-CONTROLER-DECLARATION.
           IF DCL-VALIDE
              PERFORM 22500-CONTROLER-ECART
                 THRU F22500-CONTROLER-ECART
           END-IF.
           IF DCL-VALIDE
              PERFORM 23000-INTEGRER-DECLARATION
           ELSE
              ADD 1                   TO WS-CPT-REJETEES
              MOVE 'REJETEE '         TO RAPD-VERDICT
              MOVE ZERO               TO RAPD-PRIME-TRIM
                                         RAPD-AJUSTEMENT
              MOVE WS-DCL-TOTAL       TO RAPD-NB-TOTAL
              MOVE WS-MOTIF-REJET     TO RAPD-MOTIF
              PERFORM 26000-ECRIRE-RAPD
           END-IF
           .
      ******************************************************************
       20200-INITIALISER-DECLARATION.
      *------------------------------
           MOVE 'O'               TO WS-IND-DCL-VALIDE.
           MOVE SPACES            TO WS-MOTIF-REJET
                                     WS-DCL-DATE-RECEPTION
                                     WS-DCL-FORCAGE.
           MOVE ZERO              TO WS-NB-ENTETES
                                     WS-NB-LIGNES-NOMBRE
                                     WS-DCL-NB-ANNONCE
                                     WS-DCL-TOTAL
                                     WS-NB-PLQ.
           MOVE ZERO              TO WS-TABLE-CELLULES
                                     WS-TABLE-FAMILLES
           .
      ******************************************************************
       20300-CHARGER-LIGNE.
      *--------------------
           EVALUATE TRUE
              WHEN ALID-ENTETE
                 ADD 1                     TO WS-NB-ENTETES
                 MOVE ALID-DATE-RECEPTION  TO WS-DCL-DATE-RECEPTION
                 MOVE ALID-FORCAGE         TO WS-DCL-FORCAGE
                 IF ALID-NB-PLAQUES NUMERIC
                    MOVE ALID-NB-PLAQUES   TO WS-DCL-NB-ANNONCE
                 ELSE
                    MOVE 'NOMBRE DE PLAQUES DE L''ENTETE NON NUMERIQUE'
                                           TO WS-MOTIF-CANDIDAT
                    PERFORM 21900-POSER-REJET
                 END-IF
              WHEN ALID-NOMBRE-CELLULE
                 ADD 1                     TO WS-NB-LIGNES-NOMBRE
                 MOVE ALID-FAMILLE         TO WS-FAMILLE-SAISIE
                 MOVE ALID-USAGE           TO WS-USAGE-SAISI
                 PERFORM 21500-RANG-CELLULE
                 EVALUATE TRUE
                    WHEN WS-RANG-CEL = ZERO
                       MOVE 'FAMILLE OU USAGE INCONNU SUR UN NOMBRE'
                                           TO WS-MOTIF-CANDIDAT
                       PERFORM 21900-POSER-REJET
                    WHEN ALID-NOMBRE NOT NUMERIC
                       MOVE 'NOMBRE DE VEHICULES NON NUMERIQUE'
                                           TO WS-MOTIF-CANDIDAT
                       PERFORM 21900-POSER-REJET
                    WHEN OTHER
                       ADD ALID-NOMBRE     TO WS-CEL-NB(WS-RANG-CEL)
                                              WS-FAM-NB(WS-RANG-FAM)
                                              WS-DCL-TOTAL
                 END-EVALUATE
              WHEN ALID-PLAQUE
                 PERFORM 20310-CHARGER-PLAQUE
                    THRU F20310-CHARGER-PLAQUE
              WHEN OTHER
                 MOVE 'TYPE DE LIGNE INCONNU (E, N OU P ATTENDU)'
                                           TO WS-MOTIF-CANDIDAT
                 PERFORM 21900-POSER-REJET
           END-EVALUATE
           PERFORM 21000-LIRE-ALID
           .
      ******************************************************************
       20310-CHARGER-PLAQUE.
      *---------------------
           MOVE ALID-PLQ-FAMILLE  TO WS-FAMILLE-SAISIE.
           MOVE ALID-PLQ-USAGE    TO WS-USAGE-SAISI.
           PERFORM 21500-RANG-CELLULE.
           IF WS-RANG-CEL = ZERO
              MOVE 'FAMILLE OU USAGE INCONNU SUR UNE PLAQUE'
                                  TO WS-MOTIF-CANDIDAT
              PERFORM 21900-POSER-REJET
              GO TO F20310-CHARGER-PLAQUE
           END-IF.
           IF ALID-IMMAT = SPACES OR LOW-VALUE
              MOVE 'PLAQUE ABSENTE SUR UNE LIGNE P'
                                  TO WS-MOTIF-CANDIDAT
              PERFORM 21900-POSER-REJET
              GO TO F20310-CHARGER-PLAQUE
           END-IF.
           MOVE 'N' TO WS-IND-PLQ-DOUBLE.
           SET IX-PLQ TO 1.
           IF WS-NB-PLQ > ZERO
              SEARCH WS-PLQ
                 AT END
                    CONTINUE
                 WHEN IX-PLQ > WS-NB-PLQ
                    CONTINUE
                 WHEN WS-PLQ-IMMAT(IX-PLQ) = ALID-IMMAT
                    SET PLAQUE-EN-DOUBLE TO TRUE
              END-SEARCH
           END-IF.
           IF PLAQUE-EN-DOUBLE
              MOVE SPACES         TO WS-MOTIF-CANDIDAT
              STRING 'PLAQUE DECLAREE DEUX FOIS : ' ALID-IMMAT
                     DELIMITED BY SIZE INTO WS-MOTIF-CANDIDAT
              PERFORM 21900-POSER-REJET
              GO TO F20310-CHARGER-PLAQUE
           END-IF.
           IF WS-NB-PLQ = 3000
              DISPLAY 'FB00B43 : TABLE DES PLAQUES SATUREE (3000)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1                  TO WS-NB-PLQ.
           SET IX-PLQ             TO WS-NB-PLQ.
           MOVE ALID-IMMAT        TO WS-PLQ-IMMAT(IX-PLQ).
           MOVE ALID-PLQ-FAMILLE  TO WS-PLQ-FAMILLE(IX-PLQ).
           MOVE ALID-PLQ-USAGE    TO WS-PLQ-USAGE(IX-PLQ).
           ADD 1                  TO WS-CEL-NB-PLQ(WS-RANG-CEL).
       F20310-CHARGER-PLAQUE.
      *----------------------
           EXIT
           .
      ******************************************************************
      *   PARAMETRES DU CONTRAT : MEME TECHNIQUE DEUX FICHIERS TRIES  *
      *   QUE FB00B18 ; LES TOLERANCES A ZERO PRENNENT LEUR DEFAUT    *
      ******************************************************************
       20400-POSITIONNER-ALIC.
      *-----------------------
           PERFORM 21100-LIRE-ALIC
              UNTIL FIN-ALIC
              OR ALIC-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           IF NOT FIN-ALIC
              AND ALIC-NUMCONT = WS-NUMCONT-RUPTURE
              MOVE 'O'            TO WS-IND-CONTRAT-CONNU
              IF ALIC-ECART-MAX NUMERIC
                 AND ALIC-ECART-MAX > ZERO
                 MOVE ALIC-ECART-MAX TO WS-ECART-MAX
              ELSE
                 MOVE 20          TO WS-ECART-MAX
              END-IF
           ELSE
              MOVE 'N'            TO WS-IND-CONTRAT-CONNU
           END-IF
           .
      ******************************************************************
      *   CONTROLES DE FORME : LE PREMIER MOTIF RENCONTRE EST RETENU  *
      ******************************************************************
       22000-CONTROLER-DECLARATION.
      *----------------------------
           IF NOT CONTRAT-CONNU
              MOVE 'CONTRAT NON GERE EN FLOTTE A ALIMENTS'
                                  TO WS-MOTIF-REJET
              MOVE 'N'            TO WS-IND-DCL-VALIDE
              GO TO F22000-CONTROLER-DECLARATION
           END-IF.
           IF NOT DCL-VALIDE
              GO TO F22000-CONTROLER-DECLARATION
           END-IF.
           IF WS-TRIM-RUPTURE < 1 OR WS-TRIM-RUPTURE > 4
              OR WS-PERIODE-RUPTURE NOT NUMERIC
              MOVE 'PERIODE DECLAREE INVALIDE'
                                  TO WS-MOTIF-CANDIDAT
              PERFORM 21900-POSER-REJET
              GO TO F22000-CONTROLER-DECLARATION
           END-IF.
           PERFORM 24000-BORNER-TRIMESTRE.
           EVALUATE TRUE
              WHEN WS-DATE-FIN-TRIM NOT < WS-DATE-TRAITEMENT
                 MOVE 'TRIMESTRE NON ECHU'
                                  TO WS-MOTIF-CANDIDAT
              WHEN WS-DATE-FIN-TRIM < ALIC-DATE-DEBUT
                 MOVE 'TRIMESTRE ANTERIEUR AU MODE A ALIMENTS'
                                  TO WS-MOTIF-CANDIDAT
              WHEN ALIC-DATE-FIN NOT = SPACES
               AND WS-DATE-DEBUT-TRIM > ALIC-DATE-FIN
                 MOVE 'TRIMESTRE POSTERIEUR AU MODE A ALIMENTS'
                                  TO WS-MOTIF-CANDIDAT
              WHEN WS-NB-ENTETES NOT = 1
                 MOVE 'ENTETE DE DECLARATION ABSENTE OU EN DOUBLE'
                                  TO WS-MOTIF-CANDIDAT
              WHEN WS-NB-LIGNES-NOMBRE = ZERO
                 MOVE 'AUCUN NOMBRE DE VEHICULES DECLARE'
                                  TO WS-MOTIF-CANDIDAT
              WHEN WS-DCL-NB-ANNONCE NOT = WS-NB-PLQ
                 MOVE 'NOMBRE DE PLAQUES DIFFERENT DE L''ENTETE'
                                  TO WS-MOTIF-CANDIDAT
              WHEN WS-DCL-TOTAL NOT = WS-NB-PLQ
                 MOVE 'PLAQUES EN NOMBRE DIFFERENT DES VEHICULES'
                                  TO WS-MOTIF-CANDIDAT
              WHEN OTHER
                 MOVE SPACES      TO WS-MOTIF-CANDIDAT
           END-EVALUATE.
           IF WS-MOTIF-CANDIDAT NOT = SPACES
              PERFORM 21900-POSER-REJET
              GO TO F22000-CONTROLER-DECLARATION
           END-IF.
           MOVE 1 TO WS-RANG-CEL.
           PERFORM 22100-CONTROLER-CELLULE 12 TIMES.
           IF NOT DCL-VALIDE
              GO TO F22000-CONTROLER-DECLARATION
           END-IF.
           MOVE 'N'                TO WS-IND-ALIH-EXISTE.
           MOVE WS-CLE-RUPTURE     TO ALIHK-CLE.
           READ FB00ALIH INTO WSS-ALIH-ENR.
           EVALUATE TRUE
              WHEN OK-FB00ALIH
                 MOVE 'O'          TO WS-IND-ALIH-EXISTE
                 IF ALIH-INTEGREE
                    MOVE 'DECLARATION DEJA INTEGREE'
                                   TO WS-MOTIF-CANDIDAT
                    PERFORM 21900-POSER-REJET
                 END-IF
              WHEN ABSENT-FB00ALIH
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'FB00B43 : ERREUR LECTURE FB00ALIH - STATUS '
                          FS-FB00ALIH-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-EVALUATE.
       F22000-CONTROLER-DECLARATION.
      *-----------------------------
           EXIT
           .
      ******************************************************************
      *   LES PLAQUES D'UNE CELLULE DOIVENT ETRE AUSSI NOMBREUSES QUE *
      *   LES VEHICULES DECLARES DANS CETTE CELLULE                   *
      ******************************************************************
       22100-CONTROLER-CELLULE.
      *------------------------
           IF WS-CEL-NB(WS-RANG-CEL) NOT = WS-CEL-NB-PLQ(WS-RANG-CEL)
              COMPUTE WS-RANG-FAM = (WS-RANG-CEL - 1) / 3 + 1
              COMPUTE WS-RANG-USG = WS-RANG-CEL
                                  - (WS-RANG-FAM - 1) * 3
              MOVE SPACES         TO WS-MOTIF-CANDIDAT
              STRING 'PLAQUES INCOHERENTES AVEC LE NOMBRE '
                     ALI-FAMILLE(WS-RANG-FAM) '/'
                     ALI-USAGE(WS-RANG-USG)
                     DELIMITED BY SIZE INTO WS-MOTIF-CANDIDAT
              PERFORM 21900-POSER-REJET
           END-IF.
           ADD 1 TO WS-RANG-CEL
           .
      ******************************************************************
      *   VRAISEMBLANCE CONTRE LE TRIMESTRE PRECEDENT INTEGRE : ECART *
      *   TOTAL PUIS PAR FAMILLE AU-DELA DE LA TOLERANCE DU CONTRAT - *
      *   UNE DECLARATION RENVOYEE AVEC FORCAGE PASSE OUTRE           *
      ******************************************************************
       22500-CONTROLER-ECART.
      *----------------------
           MOVE 'N'                TO WS-IND-PREC-INTEGREE.
           MOVE WS-ANNEE-RUPTURE   TO WS-ANNEE-PREC.
           IF WS-TRIM-RUPTURE = 1
              SUBTRACT 1           FROM WS-ANNEE-PREC
              MOVE 4               TO WS-TRIM-PREC
           ELSE
              COMPUTE WS-TRIM-PREC = WS-TRIM-RUPTURE - 1
           END-IF.
           MOVE WS-NUMCONT-RUPTURE TO ALIHK-CLE (1:12).
           MOVE WS-PERIODE-PREC    TO ALIHK-CLE (13:5).
           READ FB00ALIH INTO WSS-ALIH-ENR.
           EVALUATE TRUE
              WHEN OK-FB00ALIH
                 IF ALIH-INTEGREE
                    MOVE 'O'       TO WS-IND-PREC-INTEGREE
                 END-IF
              WHEN ABSENT-FB00ALIH
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'FB00B43 : ERREUR LECTURE FB00ALIH - STATUS '
                          FS-FB00ALIH-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-EVALUATE.
           IF NOT PREC-INTEGREE
              GO TO F22500-CONTROLER-ECART
           END-IF.
           MOVE 1 TO WS-RANG-CEL.
           PERFORM 22510-CUMULER-PRECEDENT 12 TIMES.
           IF DCL-FORCEE
              GO TO F22500-CONTROLER-ECART
           END-IF.
           IF ALIH-NB-TOTAL > ZERO
              IF WS-DCL-TOTAL > ALIH-NB-TOTAL
                 COMPUTE WS-ECART-PCT =
                    (WS-DCL-TOTAL - ALIH-NB-TOTAL) * 100
                    / ALIH-NB-TOTAL
              ELSE
                 COMPUTE WS-ECART-PCT =
                    (ALIH-NB-TOTAL - WS-DCL-TOTAL) * 100
                    / ALIH-NB-TOTAL
              END-IF
              IF WS-ECART-PCT > WS-ECART-MAX
                 MOVE WS-ECART-PCT TO WS-EDIT-PCT
                 MOVE SPACES       TO WS-MOTIF-CANDIDAT
                 STRING 'ECART TOTAL DE' WS-EDIT-PCT
                        ' % AVEC T-1 (FORCAGE)'
                        DELIMITED BY SIZE INTO WS-MOTIF-CANDIDAT
                 PERFORM 21900-POSER-REJET
                 GO TO F22500-CONTROLER-ECART
              END-IF
           END-IF.
           MOVE 1 TO WS-RANG-FAM.
           PERFORM 22520-CONTROLER-FAMILLE 4 TIMES.
       F22500-CONTROLER-ECART.
      *-----------------------
           EXIT
           .
      ******************************************************************
       22510-CUMULER-PRECEDENT.
      *------------------------
           MOVE ALIH-NB-CELLULE(WS-RANG-CEL)
                                   TO WS-CEL-PREC(WS-RANG-CEL).
           COMPUTE WS-RANG-FAM = (WS-RANG-CEL - 1) / 3 + 1.
           ADD ALIH-NB-CELLULE(WS-RANG-CEL)
                                   TO WS-FAM-PREC(WS-RANG-FAM).
           ADD 1 TO WS-RANG-CEL
           .
      ******************************************************************
       22520-CONTROLER-FAMILLE.
      *------------------------
           IF DCL-VALIDE
              AND WS-FAM-PREC(WS-RANG-FAM) > ZERO
              IF WS-FAM-NB(WS-RANG-FAM) > WS-FAM-PREC(WS-RANG-FAM)
                 COMPUTE WS-ECART-PCT =
                    (WS-FAM-NB(WS-RANG-FAM) - WS-FAM-PREC(WS-RANG-FAM))
                    * 100 / WS-FAM-PREC(WS-RANG-FAM)
              ELSE
                 COMPUTE WS-ECART-PCT =
                    (WS-FAM-PREC(WS-RANG-FAM) - WS-FAM-NB(WS-RANG-FAM))
                    * 100 / WS-FAM-PREC(WS-RANG-FAM)
              END-IF
              IF WS-ECART-PCT > WS-ECART-MAX
                 MOVE WS-ECART-PCT TO WS-EDIT-PCT
                 MOVE SPACES       TO WS-MOTIF-CANDIDAT
                 STRING 'ECART DE' WS-EDIT-PCT ' % SUR '
                        ALI-FAMILLE(WS-RANG-FAM) ' (FORCAGE)'
                        DELIMITED BY SIZE INTO WS-MOTIF-CANDIDAT
                 PERFORM 21900-POSER-REJET
              END-IF
           END-IF.
           ADD 1 TO WS-RANG-FAM
           .
      ******************************************************************
      *   INTEGRATION : PRIME DU TRIMESTRE, AJUSTEMENT FACTURE,       *
      *   HISTORIQUE, PUIS PLAQUES ET FVA                              *
      ******************************************************************
       23000-INTEGRER-DECLARATION.
      *---------------------------
           MOVE ZERO TO WS-PRIME-ANNUELLE.
           MOVE 1    TO WS-RANG-CEL.
           PERFORM 23100-VALORISER-CELLULE 12 TIMES.
           COMPUTE WS-PRIME-TRIM ROUNDED = WS-PRIME-ANNUELLE / 4.
           IF PREC-INTEGREE
              MOVE ALIH-PRIME-TRIM      TO WS-PRIME-BASE
           ELSE
              IF ALIC-PRIME-PROVISION NUMERIC
                 MOVE ALIC-PRIME-PROVISION TO WS-PRIME-BASE
              ELSE
                 MOVE ZERO              TO WS-PRIME-BASE
              END-IF
           END-IF.
           COMPUTE WS-AJUSTEMENT = WS-PRIME-TRIM - WS-PRIME-BASE.
           IF WS-AJUSTEMENT NOT = ZERO
              PERFORM 23200-ECRIRE-AJUSTEMENT
           END-IF.
           PERFORM 23300-ECRIRE-HISTORIQUE.
           PERFORM 23400-CHERCHER-SUIVANT.
           IF NOT SUIV-INTEGREE
              SET IX-PLQ TO 1
              PERFORM 23500-MAJ-PLAQUE
                 WS-NB-PLQ TIMES
              PERFORM 23700-SORTIR-PLAQUES
           END-IF.
           ADD 1                   TO WS-CPT-INTEGREES.
           MOVE 'INTEGREE'         TO RAPD-VERDICT.
           MOVE WS-DCL-TOTAL       TO RAPD-NB-TOTAL.
           MOVE WS-PRIME-TRIM      TO RAPD-PRIME-TRIM.
           MOVE WS-AJUSTEMENT      TO RAPD-AJUSTEMENT.
           EVALUATE TRUE
              WHEN SUIV-INTEGREE
                 MOVE 'TRIMESTRE SUIVANT DEJA INTEGRE : PLAQUES GARDEES'
                                   TO RAPD-MOTIF
              WHEN DCL-FORCEE
                 MOVE 'ECART ACCEPTE PAR FORCAGE'
                                   TO RAPD-MOTIF
              WHEN NOT PREC-INTEGREE
                 MOVE 'AJUSTEMENT SUR LA PRIME PROVISIONNELLE'
                                   TO RAPD-MOTIF
              WHEN OTHER
                 MOVE SPACES       TO RAPD-MOTIF
           END-EVALUATE.
           PERFORM 26000-ECRIRE-RAPD
           .
      ******************************************************************
       23100-VALORISER-CELLULE.
      *------------------------
           IF ALIC-TARIF-ANNUEL(WS-RANG-CEL) NUMERIC
              COMPUTE WS-PRIME-ANNUELLE = WS-PRIME-ANNUELLE
                    + WS-CEL-NB(WS-RANG-CEL)
                    * ALIC-TARIF-ANNUEL(WS-RANG-CEL)
           END-IF.
           ADD 1 TO WS-RANG-CEL
           .
      ******************************************************************
      *   AJUSTEMENT AU DESSIN FB00FACT : LA REFERENCE PORTE LA DATE  *
      *   DU TRAITEMENT ET 'DA' + PERIODE A LA PLACE DE L'HEURE       *
      ******************************************************************
       23200-ECRIRE-AJUSTEMENT.
      *------------------------
           MOVE SPACES              TO ENRG-FB00ALFA.
           MOVE WS-ANNEE-RUPTURE    TO WS-REF-ANNEE.
           MOVE WS-TRIM-RUPTURE     TO WS-REF-TRIM.
           MOVE WS-NUMCONT-RUPTURE  TO FACT-NUMCONT.
           MOVE WS-DATE-TRAITEMENT  TO FACT-JOUR-SIGN.
           MOVE WS-REFERENCE-FACT   TO FACT-HEURE-SIGN.
           IF WS-AJUSTEMENT < ZERO
              MOVE 'R'              TO FACT-SENS
              COMPUTE FACT-MONTANT  = ZERO - WS-AJUSTEMENT
           ELSE
              MOVE 'C'              TO FACT-SENS
              MOVE WS-AJUSTEMENT    TO FACT-MONTANT
           END-IF.
           COMPUTE FACT-IMPACT-ANNUEL = FACT-MONTANT * 4.
           MOVE WS-DATE-DEBUT-TRIM  TO FACT-DATE-EFFET.
           MOVE WS-DATE-FIN-TRIM    TO FACT-DATE-ECHEANCE.
           SET CALA-FONC-ECART-CAL  TO TRUE.
           MOVE WS-DATE-DEBUT-TRIM  TO CALA-DATE-1.
           MOVE WS-DATE-FIN-TRIM    TO CALA-DATE-2.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF CALA-RETOUR-OK
              COMPUTE FACT-NB-JOURS = CALA-RESULTAT + 1
           ELSE
              MOVE ZERO             TO FACT-NB-JOURS
           END-IF.
           MOVE WS-ANNEE-RUPTURE    TO WS-DAC-SSAA.
           COMPUTE WS-DAS-SSAA      = WS-ANNEE-RUPTURE + 1.
           MOVE WS-DATE-ANNEE-COUR  TO CALA-DATE-1.
           MOVE WS-DATE-ANNEE-SUIV  TO CALA-DATE-2.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF CALA-RETOUR-OK
              MOVE CALA-RESULTAT    TO FACT-JOURS-ANNEE
           ELSE
              MOVE 365              TO FACT-JOURS-ANNEE
           END-IF.
           MOVE WS-DATE-TRAITEMENT  TO FACT-DATE-EMISSION.
           MOVE 'FB00B43'           TO FACT-RACF.
           WRITE ENRG-FB00ALFA.
           ADD 1                    TO WS-CPT-AJUSTEMENTS
           .
      ******************************************************************
      *   UNE DECLARATION RELANCEE (ETAT 'M') GARDE SES DATES DE      *
      *   RELANCE ET DE PENALITE                                      *
      ******************************************************************
       23300-ECRIRE-HISTORIQUE.
      *------------------------
           IF ALIH-EXISTE
              MOVE WS-CLE-RUPTURE   TO ALIHK-CLE
              READ FB00ALIH INTO WSS-ALIH-ENR
              IF NOT OK-FB00ALIH
                 DISPLAY 'FB00B43 : ERREUR LECTURE FB00ALIH - STATUS '
                          FS-FB00ALIH-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
           ELSE
              MOVE SPACES           TO WSS-ALIH-ENR
              MOVE ZERO             TO ALIH-MONTANT-PENALITE
              MOVE WS-CLE-RUPTURE   TO ALIH-CLE
           END-IF.
           SET ALIH-INTEGREE        TO TRUE.
           MOVE WS-DCL-DATE-RECEPTION TO ALIH-DATE-RECEPTION.
           MOVE WS-DATE-TRAITEMENT  TO ALIH-DATE-INTEGRATION.
           MOVE 1                   TO WS-RANG-CEL.
           PERFORM 23310-REPORTER-CELLULE 12 TIMES.
           MOVE WS-DCL-TOTAL        TO ALIH-NB-TOTAL.
           MOVE WS-PRIME-TRIM       TO ALIH-PRIME-TRIM.
           MOVE WS-DCL-FORCAGE      TO ALIH-FORCEE.
           IF ALIH-EXISTE
              REWRITE ENRG-FB00ALIH FROM WSS-ALIH-ENR
              END-REWRITE
           ELSE
              WRITE ENRG-FB00ALIH FROM WSS-ALIH-ENR
              END-WRITE
           END-IF.
           IF NOT OK-FB00ALIH
              DISPLAY 'FB00B43 : ERREUR ECRITURE FB00ALIH - STATUS '
                       FS-FB00ALIH-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       23310-REPORTER-CELLULE.
      *-----------------------
           MOVE WS-CEL-NB(WS-RANG-CEL) TO ALIH-NB-CELLULE(WS-RANG-CEL).
           ADD 1 TO WS-RANG-CEL
           .
      ******************************************************************
      *   UN TRIMESTRE ULTERIEUR DEJA INTEGRE PORTE LA LISTE DE        *
      *   PLAQUES LA PLUS RECENTE : ELLE N'EST PAS REMISE EN CAUSE     *
      ******************************************************************
       23400-CHERCHER-SUIVANT.
      *-----------------------
           MOVE 'N'                TO WS-IND-SUIV-INTEGREE.
           MOVE WS-ANNEE-RUPTURE   TO WS-ANNEE-SUIV.
           IF WS-TRIM-RUPTURE = 4
              ADD 1                TO WS-ANNEE-SUIV
              MOVE 1               TO WS-TRIM-SUIV
           ELSE
              COMPUTE WS-TRIM-SUIV = WS-TRIM-RUPTURE + 1
           END-IF.
           MOVE WS-NUMCONT-RUPTURE TO ALIHK-CLE (1:12).
           MOVE WS-PERIODE-SUIV    TO ALIHK-CLE (13:5).
           READ FB00ALIH INTO WSS-ALIH-ENR.
           IF OK-FB00ALIH AND ALIH-INTEGREE
              MOVE 'O'             TO WS-IND-SUIV-INTEGREE
           END-IF
           .
      ******************************************************************
      *   PLAQUE DECLAREE : NOUVELLE = ENTREE FVA, CONNUE = PERIODE   *
      *   DE DERNIERE DECLARATION MISE A JOUR                         *
      ******************************************************************
       23500-MAJ-PLAQUE.
      *-----------------
           MOVE WS-NUMCONT-RUPTURE    TO ALIPK-CLE (1:12).
           MOVE WS-PLQ-IMMAT(IX-PLQ)  TO ALIPK-CLE (13:10).
           READ FB00ALIP INTO WSS-ALIP-ENR.
           EVALUATE TRUE
              WHEN OK-FB00ALIP
                 MOVE WS-PLQ-FAMILLE(IX-PLQ) TO ALIP-FAMILLE
                 MOVE WS-PLQ-USAGE(IX-PLQ)   TO ALIP-USAGE
                 MOVE WS-PERIODE-RUPTURE     TO ALIP-PERIODE-DERNIERE
                 REWRITE ENRG-FB00ALIP FROM WSS-ALIP-ENR
                 END-REWRITE
              WHEN ABSENT-FB00ALIP
                 MOVE SPACES                 TO WSS-ALIP-ENR
                 MOVE ALIPK-CLE              TO ALIP-CLE
                 MOVE WS-PLQ-FAMILLE(IX-PLQ) TO ALIP-FAMILLE
                 MOVE WS-PLQ-USAGE(IX-PLQ)   TO ALIP-USAGE
                 MOVE WS-PERIODE-RUPTURE     TO ALIP-PERIODE-ENTREE
                                                ALIP-PERIODE-DERNIERE
                 WRITE ENRG-FB00ALIP FROM WSS-ALIP-ENR
                 END-WRITE
                 IF OK-FB00ALIP
                    MOVE SPACES              TO ENRG-FB00ALFV
                    MOVE WS-PLQ-IMMAT(IX-PLQ) TO FVAE-IMMAT
                    SET FVAE-ENTREE          TO TRUE
                    MOVE WS-DATE-DEBUT-TRIM  TO FVAE-DT-EFFET
                    PERFORM 25000-ECRIRE-FVA
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF NOT OK-FB00ALIP
              DISPLAY 'FB00B43 : ERREUR MISE A JOUR FB00ALIP - STATUS '
                       FS-FB00ALIP-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           SET IX-PLQ UP BY 1
           .
      ******************************************************************
      *   PLAQUES DU CONTRAT ABSENTES DE LA DECLARATION : SORTIE FVA  *
      *   ET SUPPRESSION DE LA LISTE                                  *
      ******************************************************************
       23700-SORTIR-PLAQUES.
      *---------------------
           MOVE 'N'                TO WS-IND-FIN-ALIP.
           MOVE LOW-VALUES         TO ALIPK-CLE.
           MOVE WS-NUMCONT-RUPTURE TO ALIPK-CLE (1:12).
           START FB00ALIP KEY NOT < ALIPK-CLE
           END-START.
           IF NOT OK-FB00ALIP
              SET FIN-ALIP TO TRUE
           END-IF.
           PERFORM 23710-EXAMINER-PLAQUE
              UNTIL FIN-ALIP
           .
      ******************************************************************
       23710-EXAMINER-PLAQUE.
      *----------------------
           READ FB00ALIP NEXT INTO WSS-ALIP-ENR
              AT END
                 SET FIN-ALIP TO TRUE
           END-READ.
           IF NOT FIN-ALIP
              IF ALIP-NUMCONT NOT = WS-NUMCONT-RUPTURE
                 SET FIN-ALIP TO TRUE
              ELSE
                 IF ALIP-PERIODE-DERNIERE < WS-PERIODE-RUPTURE
                    MOVE SPACES            TO ENRG-FB00ALFV
                    MOVE ALIP-IMMAT        TO FVAE-IMMAT
                    SET FVAE-SORTIE        TO TRUE
                    MOVE WS-DATE-FIN-TRIM  TO FVAE-DT-EFFET
                    PERFORM 25000-ECRIRE-FVA
                    DELETE FB00ALIP RECORD
                    END-DELETE
                    IF NOT OK-FB00ALIP
                       DISPLAY 'FB00B43 : ERREUR SUPPRESSION FB00ALIP'
                                ' - STATUS ' FS-FB00ALIP-STATUS
                       PERFORM 32000-ABANDON-ERREUR-FAT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *   BORNES DU TRIMESTRE DECLARE                                  *
      ******************************************************************
       24000-BORNER-TRIMESTRE.
      *-----------------------
           MOVE WS-ANNEE-RUPTURE               TO WS-DDT-SSAA
                                                  WS-DFT-SSAA.
           MOVE WS-DEBUT-MMJJ(WS-TRIM-RUPTURE) TO WS-DDT-MMJJ.
           MOVE WS-FIN-MMJJ(WS-TRIM-RUPTURE)   TO WS-DFT-MMJJ
           .
      ******************************************************************
      *   DECLARATION FVA ET SA COPIE AU JOURNAL RAPPROCHE PAR FB04B10 *
      ******************************************************************
       25000-ECRIRE-FVA.
      *-----------------
           MOVE WS-NUMCONT-RUPTURE    TO FVAE-NUMCONT.
           MOVE WS-DATE-TRAITEMENT    TO FVAE-DT-DECLARATION.
           WRITE ENRG-FB00ALFV.
           MOVE SPACES                TO ENRG-FB00ALFD.
           MOVE FVAE-IMMAT            TO FVAD-IMMAT.
           MOVE FVAE-DT-DECLARATION   TO FVAD-DT-DECLARATION.
           MOVE FVAE-TYPE-MVT         TO FVAD-TYPE-MVT.
           MOVE FVAE-NUMCONT          TO FVAD-NUMCONT.
           MOVE FVAE-DT-EFFET         TO FVAD-DT-EFFET.
           WRITE ENRG-FB00ALFD.
           IF FVAE-ENTREE
              ADD 1                   TO WS-CPT-FVA-ENTREES
           ELSE
              ADD 1                   TO WS-CPT-FVA-SORTIES
           END-IF
           .
      ******************************************************************
       26000-ECRIRE-RAPD.
      *------------------
           MOVE WS-NUMCONT-RUPTURE    TO RAPD-NUMCONT.
           MOVE WS-ANNEE-RUPTURE      TO RAPD-ANNEE.
           MOVE WS-TRIM-RUPTURE       TO RAPD-TRIMESTRE.
           WRITE ENRG-FB00RAPD
           .
      ******************************************************************
      *   RANG DE LA CELLULE FAMILLE X USAGE (ZERO SI INCONNUE)        *
      ******************************************************************
       21500-RANG-CELLULE.
      *-------------------
           MOVE ZERO TO WS-RANG-CEL
                        WS-RANG-FAM
                        WS-RANG-USG.
           SET IX-ALI-FAM TO 1.
           SEARCH ALI-FAMILLE
              AT END
                 CONTINUE
              WHEN ALI-FAMILLE(IX-ALI-FAM) = WS-FAMILLE-SAISIE
                 SET WS-RANG-FAM TO IX-ALI-FAM
           END-SEARCH.
           SET IX-ALI-USG TO 1.
           SEARCH ALI-USAGE
              AT END
                 CONTINUE
              WHEN ALI-USAGE(IX-ALI-USG) = WS-USAGE-SAISI
                 SET WS-RANG-USG TO IX-ALI-USG
           END-SEARCH.
           IF WS-RANG-FAM > ZERO AND WS-RANG-USG > ZERO
              COMPUTE WS-RANG-CEL = (WS-RANG-FAM - 1) * 3 + WS-RANG-USG
           END-IF
           .
      ******************************************************************
      *   SEUL LE PREMIER MOTIF DE REJET D'UNE DECLARATION EST EDITE  *
      ******************************************************************
       21900-POSER-REJET.
      *------------------
           IF DCL-VALIDE
              MOVE WS-MOTIF-CANDIDAT TO WS-MOTIF-REJET
              MOVE 'N'               TO WS-IND-DCL-VALIDE
           END-IF
           .
      ******************************************************************
       21000-LIRE-ALID.
      *----------------
           IF NOT FIN-ALID
              READ FB00ALID INTO WSS-ALID-ENR
                 AT END
                    SET FIN-ALID TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-LIGNES-LUES
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-ALIC.
      *----------------
           IF NOT FIN-ALIC
              READ FB00ALIC INTO WSS-ALIC-ENR
                 AT END
                    SET FIN-ALIC TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00ALID FB00ALIC FB00ALIH FB00ALIP
                 FB00ALFA FB00ALFV FB00ALFD FB00RAPD.
           DISPLAY 'FB00B43 : LIGNES DE DECLARATION  = '
                    WS-CPT-LIGNES-LUES.
           DISPLAY 'FB00B43 : DECLARATIONS RECUES    = '
                    WS-CPT-DECLARATIONS.
           DISPLAY 'FB00B43 : DECLARATIONS INTEGREES = '
                    WS-CPT-INTEGREES.
           DISPLAY 'FB00B43 : DECLARATIONS REJETEES  = '
                    WS-CPT-REJETEES.
           DISPLAY 'FB00B43 : AJUSTEMENTS DE PRIME   = '
                    WS-CPT-AJUSTEMENTS.
           DISPLAY 'FB00B43 : ENTREES FVA            = '
                    WS-CPT-FVA-ENTREES.
           DISPLAY 'FB00B43 : SORTIES FVA            = '
                    WS-CPT-FVA-SORTIES.
           IF WS-CPT-REJETEES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B43 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
