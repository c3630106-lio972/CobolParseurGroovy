       ID DIVISION.
       PROGRAM-ID. FB04B16.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH A LA DEMANDE DE RAPPROCHEMENT D'UN
      *           ARRETE DE CATASTROPHE NATURELLE AVEC LES VEHICULES
      *           GARES DANS LES COMMUNES RECONNUES. A LA PUBLICATION
      *           D'UN ARRETE, PERSONNE NE SAVAIT DIRE QUELS VEHICULES
      *           ASSURES ETAIENT GARES LA AUX DATES DE L'EVENEMENT.
      *           L'ARRETE (FB04CNAT : UNE LIGNE PAR COMMUNE RECONNUE
      *           AVEC LE PERIL ET LA PERIODE DE L'EVENEMENT) EST
      *           CHARGE EN TABLE. LES VEHICULES AVEC LEUR COMMUNE DE
      *           GARAGE (EXTRAIT FB04VGAR, DESSIN DE FB04B03, RANGS
      *           CLOS COMPRIS, RETRIE PAR LE JCL SUR CONTRAT + RANG)
      *           SONT RAPPROCHES PAR CONTRAT DE :
      *           - LA COMPOSITION PERSISTEE (FB00COMP) : LE VEHICULE
      *             EST EXPOSE S'IL ETAIT SUR LE CONTRAT UN JOUR AU
      *             MOINS DE LA PERIODE (MEME REGLE DE PRESENCE QUE
      *             LA PHOTO DE FB00B04 : ENTRE AU PLUS TARD CE JOUR
      *             ET NON ENCORE SORTI), CE QUI RETIENT LES VEHICULES
      *             SORTIS DEPUIS ;
      *           - L'HISTORIQUE DES ACTIONS (EXTRAIT FB00HISX DE
      *             FB00HIST, TRIE PAR CONTRAT) : UNE RESTAURATION
      *             POSTERIEURE AU DEBUT DE LA PERIODE A EFFACE UNE
      *             DATE DE SORTIE ET REND, COMME DANS FB00B04,
      *             L'EXPOSITION INCERTAINE ;
      *           - LES VALEURS INDICATIVES DE FB04B07 (FB04VALN).
      *           SORTIES : LISTE DES VEHICULES EXPOSES PAR CONTRAT
      *           AVEC LEUR VALEUR ET UN TOTAL PAR CONTRAT (FB04CNEX),
      *           LETTRE D'INFORMATION AU TITULAIRE DE CHAQUE CONTRAT
      *           TOUCHE SUR LE FLUX D'EDITION CIC (FB04EDIC) AVEC SA
      *           COPIE D'ARCHIVE GED (FB04RELA, TYPE 'CN'), ET
      *           ANOMALIES (FB04RAPN : LIGNE D'ARRETE INVALIDE,
      *           VEHICULE ABSENT DE LA COMPOSITION), CODE RETOUR 4.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51167 CREATION.
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
      *--- ARRETE DE CATASTROPHE NATURELLE : COMMUNES + PERIL +
      *--- PERIODE DE L'EVENEMENT
           SELECT  FB04CNAT   ASSIGN  FB04CNAT
                               FILE STATUS IS  FS-FB04CNAT-STATUS.
      *--- VEHICULES AVEC COMMUNE DE GARAGE, TRIES PAR CONTRAT + RANG
           SELECT  FB04VGAR   ASSIGN  FB04VGAR
                               FILE STATUS IS  FS-FB04VGAR-STATUS.
      *--- COMPOSITION PERSISTEE, TRIEE PAR CONTRAT
           SELECT  FB00COMP   ASSIGN  FB00COMP
                               FILE STATUS IS  FS-FB00COMP-STATUS.
      *--- ACTIONS ARCHIVEES (EXTRAIT DE FB00HIST), TRIEES PAR CONTRAT
           SELECT  FB00HISX   ASSIGN  FB00HISX
                               FILE STATUS IS  FS-FB00HISX-STATUS.
      *--- VALEURS INDICATIVES PAR VEHICULE (FB04B07), TRIEES PAR
      *--- CONTRAT + RANG
           SELECT  FB04VALN   ASSIGN  FB04VALN
                               FILE STATUS IS  FS-FB04VALN-STATUS.
      *--- VEHICULES EXPOSES PAR CONTRAT
           SELECT  FB04CNEX   ASSIGN  FB04CNEX
                               FILE STATUS IS  FS-FB04CNEX-STATUS.
      *--- LETTRES D'INFORMATION POUR LE FLUX D'EDITION CIC
           SELECT  FB04EDIC   ASSIGN  FB04EDIC
                               FILE STATUS IS  FS-FB04EDIC-STATUS.
      *--- COPIE D'ARCHIVE DOCUMENTAIRE (FLUX GED)
           SELECT  FB04RELA   ASSIGN  FB04RELA
                               FILE STATUS IS  FS-FB04RELA-STATUS.
      *--- ANOMALIES
           SELECT  FB04RAPN   ASSIGN  FB04RAPN
                               FILE STATUS IS  FS-FB04RAPN-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB04CNAT
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04CNAT.
           05  CNAT-REF-ARRETE        PIC X(15).
           05  CNAT-COMMUNE           PIC X(05).
           05  CNAT-PERIL             PIC X(02).
           05  CNAT-LIB-PERIL         PIC X(30).
           05  CNAT-DATE-DEBUT        PIC X(08).
           05  CNAT-DATE-FIN          PIC X(08).
           05  CNAT-DATE-PUBLICATION  PIC X(08).
           05  FILLER                 PIC X(04).
      *
       FD  FB04VGAR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04VGAR.
           05  VGAR-COMMUNE           PIC X(05).
           05  VGAR-NUMCONT           PIC X(12).
           05  VGAR-RANG              PIC 9(04).
           05  VGAR-IMMAT             PIC X(10).
           05  VGAR-ZONE-ACTUELLE     PIC X(02).
           05  FILLER                 PIC X(47).
      *
       FD  FB00COMP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00COMP.
           05  COMP-NUMCONT           PIC X(12).
           05  COMP-TYPE              PIC X(01).
               88  COMP-VEHICULE          VALUE 'V'.
           05  COMP-IDENT             PIC X(30).
           05  COMP-STATYP            PIC X(04).
           05  COMP-DATENT            PIC X(08).
           05  COMP-DATSOR            PIC X(08).
           05  FILLER                 PIC X(17).
      *
       FD  FB00HISX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00HISX.
           05  HISX-NUMCONT           PIC X(12).
           05  HISX-JOUR              PIC X(08).
           05  HISX-HEURE             PIC X(08).
           05  HISX-RANG              PIC 9(03).
           05  HISX-ECRAN             PIC X(04).
           05  HISX-CODE-ACTION       PIC X(01).
           05  HISX-LIBELLE           PIC X(30).
           05  HISX-RACF              PIC X(15).
           05  FILLER                 PIC X(19).
      *
       FD  FB04VALN
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04VALN.
           05  VALN-NUMCONT           PIC X(12).
           05  VALN-RANG              PIC 9(04).
           05  VALN-VALEUR            PIC 9(07).
           05  VALN-DT-VALORISATION   PIC X(08).
           05  FILLER                 PIC X(49).
      *
       FD  FB04CNEX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04CNEX.
           05  CNEX-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CNEX-RANG              PIC 9(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CNEX-IMMAT             PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CNEX-COMMUNE           PIC X(05).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CNEX-PERIL             PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CNEX-DATE-DEBUT        PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CNEX-DATE-FIN          PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CNEX-VALEUR            PIC ZZZZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CNEX-CERTITUDE         PIC X(09).
           05  FILLER                 PIC X(04) VALUE SPACES.
      *
       FD  FB04EDIC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04EDIC.
           05  EDIC-TYPE-LIGNE        PIC X(02).
           05  EDIC-TEXTE             PIC X(78).
      *
       FD  FB04RELA
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04RELA.
           05  RELA-REFERENCE.
               10  RELA-NUMCONT       PIC X(12).
               10  RELA-RANG          PIC 9(04).
               10  RELA-DATE-EDITION  PIC X(08).
           05  RELA-TYPE-DOC          PIC X(02).
           05  RELA-TYPE-LIGNE        PIC X(02).
           05  RELA-TEXTE             PIC X(78).
      *
       FD  FB04RAPN
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04RAPN.
           05  RAPN-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPN-RANG              PIC 9(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPN-COMMUNE           PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPN-MOTIF             PIC X(45).
           05  FILLER                 PIC X(08) VALUE SPACES.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB04B16 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB04CNAT-STATUS   PIC X(02).
           88     OK-FB04CNAT       VALUE '00'.
           88     EOF-FB04CNAT      VALUE '10'.
       01  FS-FB04VGAR-STATUS   PIC X(02).
           88     OK-FB04VGAR       VALUE '00'.
           88     EOF-FB04VGAR      VALUE '10'.
       01  FS-FB00COMP-STATUS   PIC X(02).
           88     OK-FB00COMP       VALUE '00'.
           88     EOF-FB00COMP      VALUE '10'.
       01  FS-FB00HISX-STATUS   PIC X(02).
           88     OK-FB00HISX       VALUE '00'.
           88     EOF-FB00HISX      VALUE '10'.
       01  FS-FB04VALN-STATUS   PIC X(02).
           88     OK-FB04VALN       VALUE '00'.
           88     EOF-FB04VALN      VALUE '10'.
       01  FS-FB04CNEX-STATUS   PIC X(02).
           88     OK-FB04CNEX       VALUE '00'.
       01  FS-FB04EDIC-STATUS   PIC X(02).
           88     OK-FB04EDIC       VALUE '00'.
       01  FS-FB04RELA-STATUS   PIC X(02).
           88     OK-FB04RELA       VALUE '00'.
       01  FS-FB04RAPN-STATUS   PIC X(02).
           88     OK-FB04RAPN       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-CNAT       PIC X(01) VALUE 'N'.
           88     FIN-CNAT           VALUE 'O'.
       01  WS-IND-FIN-VGAR       PIC X(01) VALUE 'N'.
           88     FIN-VGAR           VALUE 'O'.
       01  WS-IND-FIN-COMP       PIC X(01) VALUE 'N'.
           88     FIN-COMP           VALUE 'O'.
       01  WS-IND-FIN-HISX       PIC X(01) VALUE 'N'.
           88     FIN-HISX           VALUE 'O'.
       01  WS-IND-FIN-VALN       PIC X(01) VALUE 'N'.
           88     FIN-VALN           VALUE 'O'.
      *================================================================*
      *   ARRETE EN TABLE : UNE ENTREE PAR COMMUNE ET PERIODE          *
      *================================================================*
       01  WS-NB-ARRETE          PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-ARRETE.
           05  WS-ARR             OCCURS 3000 TIMES
                                  INDEXED BY IX-ARR.
               10  WS-ARR-COMMUNE    PIC X(05).
               10  WS-ARR-PERIL      PIC X(02).
               10  WS-ARR-LIB-PERIL  PIC X(30).
               10  WS-ARR-DATE-DEBUT PIC X(08).
               10  WS-ARR-DATE-FIN   PIC X(08).
       01  WS-REF-ARRETE         PIC X(15) VALUE SPACES.
       01  WS-DATE-PUBLICATION   PIC X(08) VALUE SPACES.
      *================================================================*
      *   VEHICULES DE LA COMPOSITION DU CONTRAT EN COURS (MEME        *
      *   CAPACITE QUE LA TABLE DE FB00B04)                            *
      *================================================================*
       01  WS-NUMCONT-RUPTURE    PIC X(12) VALUE SPACES.
       01  WS-NB-ELEMENTS        PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-COMPOSITION.
           05  WS-ELT             OCCURS 200 TIMES
                                  INDEXED BY IX-ELT.
               10  WS-ELT-IMMAT   PIC X(10).
               10  WS-ELT-DATENT  PIC X(08).
               10  WS-ELT-DATSOR  PIC X(08).
      *--- DERNIERE RESTAURATION FB01 DU CONTRAT (ESPACES = AUCUNE)
       01  WS-DATE-DERN-RESTAU   PIC X(08) VALUE SPACES.
      *================================================================*
      *   VALEURS DES VEHICULES DU CONTRAT EN COURS                    *
      *================================================================*
       01  WS-NB-VALEURS         PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-VALEURS.
           05  WS-VAL             OCCURS 200 TIMES
                                  INDEXED BY IX-VAL.
               10  WS-VAL-RANG    PIC 9(04).
               10  WS-VAL-VALEUR  PIC 9(07).
      *================================================================*
      *   EXPOSITIONS DU CONTRAT EN COURS (POUR LA LETTRE)             *
      *================================================================*
       01  WS-NB-EXPOS           PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-EXPOS.
           05  WS-EXP             OCCURS 500 TIMES
                                  INDEXED BY IX-EXP.
               10  WS-EXP-IMMAT      PIC X(10).
               10  WS-EXP-COMMUNE    PIC X(05).
               10  WS-EXP-LIB-PERIL  PIC X(30).
               10  WS-EXP-DATE-DEBUT PIC X(08).
               10  WS-EXP-DATE-FIN   PIC X(08).
       01  WS-NB-VEH-EXPOSES     PIC 9(05) COMP VALUE ZERO.
       01  WS-TOTAL-EXPOSE       PIC 9(10) COMP-3 VALUE ZERO.
       01  WS-IND-CONT-INCERTAIN PIC X(01) VALUE 'N'.
           88     CONTRAT-INCERTAIN  VALUE 'O'.
      *================================================================*
      *   VEHICULE EN COURS D'EXAMEN                                   *
      *================================================================*
       01  WS-IND-PARC           PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-PARC-EXP       PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-ELT-TROUVE     PIC X(01) VALUE 'N'.
           88     ELT-TROUVE         VALUE 'O'.
       01  WS-IND-VEH-EXPOSE     PIC X(01) VALUE 'N'.
           88     VEHICULE-EXPOSE    VALUE 'O'.
       01  WS-IND-COMMUNE-VISEE  PIC X(01) VALUE 'N'.
           88     COMMUNE-VISEE      VALUE 'O'.
       01  WS-VALEUR-VEHICULE    PIC 9(07) VALUE ZERO.
      *================================================================*
      *   LIGNE DE DOCUMENT ET ZONES D'EDITION                         *
      *================================================================*
       01  WS-LIGNE-DOC          PIC X(78) VALUE SPACES.
       01  WS-DATE-A-EDITER      PIC X(08) VALUE SPACES.
       01  WS-DATE-EDITEE        PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-DEBUT    PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-FIN      PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-PUBLI    PIC X(10) VALUE SPACES.
       01  WS-EDIT-NB-VEH        PIC ZZZZ9.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-ARRETE-LUES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-VEHICULES-LUS  PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EXPOSITIONS    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-INCERTAINES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CONTRATS       PIC 9(07) COMP VALUE ZERO.
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
           OPEN INPUT  FB04CNAT
           OPEN INPUT  FB04VGAR
           OPEN INPUT  FB00COMP
           OPEN INPUT  FB00HISX
           OPEN INPUT  FB04VALN
           OPEN OUTPUT FB04CNEX
           OPEN OUTPUT FB04EDIC
           OPEN OUTPUT FB04RELA
           OPEN OUTPUT FB04RAPN.
           IF NOT OK-FB04CNAT OR NOT OK-FB04VGAR
              OR NOT OK-FB00COMP OR NOT OK-FB00HISX
              OR NOT OK-FB04VALN OR NOT OK-FB04CNEX
              OR NOT OK-FB04EDIC OR NOT OK-FB04RELA
              OR NOT OK-FB04RAPN
              DISPLAY 'FB04B16 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 11000-CHARGER-ARRETE
              UNTIL FIN-CNAT.
           CLOSE FB04CNAT.
           IF WS-NB-ARRETE = ZERO
              DISPLAY 'FB04B16 : ARRETE VIDE OU SANS LIGNE VALIDE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-VGAR
           PERFORM 21100-LIRE-COMP
           PERFORM 21200-LIRE-HISX
           PERFORM 21300-LIRE-VALN
           .
      ******************************************************************
      *   CHARGEMENT DE L'ARRETE : LES LIGNES SANS COMMUNE OU DONT LA  *
      *   PERIODE EST INVALIDE SONT ECARTEES EN ANOMALIE               *
      ******************************************************************
       11000-CHARGER-ARRETE.
      *---------------------
           READ FB04CNAT
              AT END
                 SET FIN-CNAT TO TRUE
           END-READ.
           IF NOT FIN-CNAT
              ADD 1 TO WS-CPT-ARRETE-LUES
              IF CNAT-COMMUNE = SPACES
                 OR CNAT-DATE-DEBUT NOT NUMERIC
                 OR CNAT-DATE-FIN NOT NUMERIC
                 OR CNAT-DATE-FIN < CNAT-DATE-DEBUT
                 MOVE SPACES            TO RAPN-NUMCONT
                 MOVE ZERO              TO RAPN-RANG
                 MOVE CNAT-COMMUNE      TO RAPN-COMMUNE
                 MOVE 'LIGNE D''ARRETE INVALIDE (COMMUNE OU PERIODE)'
                                        TO RAPN-MOTIF
                 PERFORM 27000-ECRIRE-ANOMALIE
              ELSE
                 IF WS-NB-ARRETE = 3000
                    DISPLAY 'FB04B16 : TABLE ARRETE SATUREE (3000)'
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
                 ADD 1                  TO WS-NB-ARRETE
                 SET IX-ARR             TO WS-NB-ARRETE
                 MOVE CNAT-COMMUNE      TO WS-ARR-COMMUNE(IX-ARR)
                 MOVE CNAT-PERIL        TO WS-ARR-PERIL(IX-ARR)
                 MOVE CNAT-LIB-PERIL    TO WS-ARR-LIB-PERIL(IX-ARR)
                 MOVE CNAT-DATE-DEBUT   TO WS-ARR-DATE-DEBUT(IX-ARR)
                 MOVE CNAT-DATE-FIN     TO WS-ARR-DATE-FIN(IX-ARR)
                 IF WS-REF-ARRETE = SPACES
                    MOVE CNAT-REF-ARRETE       TO WS-REF-ARRETE
                    MOVE CNAT-DATE-PUBLICATION TO WS-DATE-PUBLICATION
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-CONTRAT
              UNTIL FIN-VGAR
           .
      ******************************************************************
      *   UN CONTRAT : CHARGEMENT DE SA COMPOSITION, DE SA DERNIERE   *
      *   RESTAURATION ET DE SES VALEURS, EXAMEN DE SES VEHICULES,    *
      *   PUIS TOTAL ET LETTRE S'IL EST TOUCHE                        *
      ******************************************************************
       20100-TRAITER-CONTRAT.
      *----------------------
           MOVE VGAR-NUMCONT      TO WS-NUMCONT-RUPTURE.
           MOVE ZERO              TO WS-NB-EXPOS
                                     WS-NB-VEH-EXPOSES
                                     WS-TOTAL-EXPOSE.
           MOVE 'N'               TO WS-IND-CONT-INCERTAIN.
           PERFORM 22000-CHARGER-COMPOSITION.
           PERFORM 22300-CHERCHER-RESTAURATION.
           PERFORM 22600-CHARGER-VALEURS.
           PERFORM 23000-EXAMINER-VEHICULE
              UNTIL FIN-VGAR
              OR VGAR-NUMCONT NOT = WS-NUMCONT-RUPTURE.
           IF WS-NB-EXPOS > ZERO
              ADD 1 TO WS-CPT-CONTRATS
              PERFORM 25000-ECRIRE-TOTAL
              PERFORM 26000-EDITER-LETTRE
           END-IF
           .
      ******************************************************************
       22000-CHARGER-COMPOSITION.
      *--------------------------
           MOVE ZERO TO WS-NB-ELEMENTS.
           PERFORM 22100-AVANCER-COMP
              UNTIL FIN-COMP
              OR COMP-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           PERFORM 22200-RANGER-ELEMENT
              UNTIL FIN-COMP
              OR COMP-NUMCONT NOT = WS-NUMCONT-RUPTURE
           .
      ******************************************************************
       22100-AVANCER-COMP.
      *-------------------
           PERFORM 21100-LIRE-COMP
           .
      ******************************************************************
       22200-RANGER-ELEMENT.
      *---------------------
           IF COMP-VEHICULE
              IF WS-NB-ELEMENTS = 200
                 DISPLAY 'FB04B16 : TABLE COMPOSITION SATUREE (200)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                  TO WS-NB-ELEMENTS
              SET IX-ELT             TO WS-NB-ELEMENTS
              MOVE COMP-IDENT (1:10) TO WS-ELT-IMMAT(IX-ELT)
              MOVE COMP-DATENT       TO WS-ELT-DATENT(IX-ELT)
              MOVE COMP-DATSOR       TO WS-ELT-DATSOR(IX-ELT)
           END-IF
           PERFORM 21100-LIRE-COMP
           .
      ******************************************************************
      *   DERNIERE RESTAURATION FB01 DU CONTRAT : ELLE A EFFACE UNE    *
      *   DATE DE SORTIE (CF. 20400-SIGNALER-RESTAURATION DE FB00B04)  *
      ******************************************************************
       22300-CHERCHER-RESTAURATION.
      *----------------------------
           MOVE SPACES TO WS-DATE-DERN-RESTAU.
           PERFORM 22400-AVANCER-HISX
              UNTIL FIN-HISX
              OR HISX-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           PERFORM 22500-EXAMINER-ACTION
              UNTIL FIN-HISX
              OR HISX-NUMCONT NOT = WS-NUMCONT-RUPTURE
           .
      ******************************************************************
       22400-AVANCER-HISX.
      *-------------------
           PERFORM 21200-LIRE-HISX
           .
      ******************************************************************
       22500-EXAMINER-ACTION.
      *----------------------
           IF HISX-ECRAN = 'FB01'
              AND HISX-CODE-ACTION = 'R'
              AND (WS-DATE-DERN-RESTAU = SPACES
                   OR HISX-JOUR > WS-DATE-DERN-RESTAU)
              MOVE HISX-JOUR TO WS-DATE-DERN-RESTAU
           END-IF
           PERFORM 21200-LIRE-HISX
           .
      ******************************************************************
       22600-CHARGER-VALEURS.
      *----------------------
           MOVE ZERO TO WS-NB-VALEURS.
           PERFORM 22700-AVANCER-VALN
              UNTIL FIN-VALN
              OR VALN-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           PERFORM 22800-RANGER-VALEUR
              UNTIL FIN-VALN
              OR VALN-NUMCONT NOT = WS-NUMCONT-RUPTURE
           .
      ******************************************************************
       22700-AVANCER-VALN.
      *-------------------
           PERFORM 21300-LIRE-VALN
           .
      ******************************************************************
       22800-RANGER-VALEUR.
      *--------------------
           IF WS-NB-VALEURS = 200
              DISPLAY 'FB04B16 : TABLE VALEURS SATUREE (200)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1                TO WS-NB-VALEURS
           SET IX-VAL           TO WS-NB-VALEURS
           MOVE VALN-RANG       TO WS-VAL-RANG(IX-VAL)
           MOVE VALN-VALEUR     TO WS-VAL-VALEUR(IX-VAL)
           PERFORM 21300-LIRE-VALN
           .
      ******************************************************************
      *   UN VEHICULE : CHAQUE LIGNE DE L'ARRETE PORTANT SUR SA        *
      *   COMMUNE DE GARAGE EST CONFRONTEE A SA PRESENCE SUR LE        *
      *   CONTRAT                                                      *
      ******************************************************************
       23000-EXAMINER-VEHICULE.
      *------------------------
           MOVE 'N' TO WS-IND-VEH-EXPOSE.
           MOVE 'N' TO WS-IND-COMMUNE-VISEE.
           PERFORM 23100-CHERCHER-ELEMENT.
           MOVE 1   TO WS-IND-PARC.
           PERFORM 23200-CONFRONTER-ARRETE
              UNTIL WS-IND-PARC > WS-NB-ARRETE.
           IF COMMUNE-VISEE AND NOT ELT-TROUVE
              MOVE VGAR-NUMCONT     TO RAPN-NUMCONT
              MOVE VGAR-RANG        TO RAPN-RANG
              MOVE VGAR-COMMUNE     TO RAPN-COMMUNE
              MOVE 'VEHICULE ABSENT DE LA COMPOSITION'
                                    TO RAPN-MOTIF
              PERFORM 27000-ECRIRE-ANOMALIE
           END-IF.
           IF VEHICULE-EXPOSE
              ADD 1                 TO WS-NB-VEH-EXPOSES
              ADD WS-VALEUR-VEHICULE TO WS-TOTAL-EXPOSE
           END-IF.
           PERFORM 21000-LIRE-VGAR
           .
      ******************************************************************
       23100-CHERCHER-ELEMENT.
      *-----------------------
           MOVE 'N' TO WS-IND-ELT-TROUVE.
           SET IX-ELT TO 1.
           IF WS-NB-ELEMENTS > ZERO
              SEARCH WS-ELT
                 AT END
                    CONTINUE
                 WHEN IX-ELT > WS-NB-ELEMENTS
                    CONTINUE
                 WHEN WS-ELT-IMMAT(IX-ELT) = VGAR-IMMAT
                    SET ELT-TROUVE TO TRUE
              END-SEARCH
           END-IF
           .
      ******************************************************************
      *   PRESENCE SUR LA PERIODE : ENTRE AU PLUS TARD LE DERNIER JOUR *
      *   ET NON SORTI AVANT LE PREMIER (REGLE DE LA PHOTO FB00B04     *
      *   ETENDUE A UNE PERIODE)                                       *
      ******************************************************************
       23200-CONFRONTER-ARRETE.
      *------------------------
           SET IX-ARR TO WS-IND-PARC.
           IF WS-ARR-COMMUNE(IX-ARR) = VGAR-COMMUNE
              SET COMMUNE-VISEE TO TRUE
              IF ELT-TROUVE
                 AND WS-ELT-DATENT(IX-ELT) NOT > WS-ARR-DATE-FIN(IX-ARR)
                 AND (WS-ELT-DATSOR(IX-ELT) = SPACES
                      OR WS-ELT-DATSOR(IX-ELT)
                                       > WS-ARR-DATE-DEBUT(IX-ARR))
                 PERFORM 24000-ECRIRE-EXPOSITION
              END-IF
           END-IF
           ADD 1 TO WS-IND-PARC
           .
      ******************************************************************
       24000-ECRIRE-EXPOSITION.
      *------------------------
           IF NOT VEHICULE-EXPOSE
              SET VEHICULE-EXPOSE TO TRUE
              PERFORM 24100-CHERCHER-VALEUR
           END-IF
           MOVE VGAR-NUMCONT               TO CNEX-NUMCONT
           MOVE VGAR-RANG                  TO CNEX-RANG
           MOVE VGAR-IMMAT                 TO CNEX-IMMAT
           MOVE VGAR-COMMUNE               TO CNEX-COMMUNE
           MOVE WS-ARR-PERIL(IX-ARR)       TO CNEX-PERIL
           MOVE WS-ARR-DATE-DEBUT(IX-ARR)  TO CNEX-DATE-DEBUT
           MOVE WS-ARR-DATE-FIN(IX-ARR)    TO CNEX-DATE-FIN
           MOVE WS-VALEUR-VEHICULE         TO CNEX-VALEUR
           IF WS-DATE-DERN-RESTAU NOT = SPACES
              AND WS-DATE-DERN-RESTAU > WS-ARR-DATE-DEBUT(IX-ARR)
              MOVE 'INCERTAIN'             TO CNEX-CERTITUDE
              SET CONTRAT-INCERTAIN        TO TRUE
              ADD 1                        TO WS-CPT-INCERTAINES
           ELSE
              MOVE 'CERTAIN  '             TO CNEX-CERTITUDE
           END-IF
           WRITE ENRG-FB04CNEX
           ADD 1                           TO WS-CPT-EXPOSITIONS
           IF WS-NB-EXPOS = 500
              DISPLAY 'FB04B16 : TABLE EXPOSITIONS SATUREE (500)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1                           TO WS-NB-EXPOS
           SET IX-EXP                      TO WS-NB-EXPOS
           MOVE VGAR-IMMAT                 TO WS-EXP-IMMAT(IX-EXP)
           MOVE VGAR-COMMUNE               TO WS-EXP-COMMUNE(IX-EXP)
           MOVE WS-ARR-LIB-PERIL(IX-ARR)   TO WS-EXP-LIB-PERIL(IX-EXP)
           MOVE WS-ARR-DATE-DEBUT(IX-ARR)  TO WS-EXP-DATE-DEBUT(IX-EXP)
           MOVE WS-ARR-DATE-FIN(IX-ARR)    TO WS-EXP-DATE-FIN(IX-EXP)
           .
      ******************************************************************
      *   VALEUR INDICATIVE DU RANG (ZERO SI NON VALORISE PAR FB04B07) *
      ******************************************************************
       24100-CHERCHER-VALEUR.
      *----------------------
           MOVE ZERO TO WS-VALEUR-VEHICULE.
           SET IX-VAL TO 1.
           IF WS-NB-VALEURS > ZERO
              SEARCH WS-VAL
                 AT END
                    CONTINUE
                 WHEN IX-VAL > WS-NB-VALEURS
                    CONTINUE
                 WHEN WS-VAL-RANG(IX-VAL) = VGAR-RANG
                    MOVE WS-VAL-VALEUR(IX-VAL) TO WS-VALEUR-VEHICULE
              END-SEARCH
           END-IF
           .
      ******************************************************************
      *   LIGNE TOTAL DU CONTRAT : RANG 9999, NOMBRE DE VEHICULES     *
      *   EXPOSES A LA PLACE DE LA PLAQUE, VALEUR CUMULEE             *
      ******************************************************************
       25000-ECRIRE-TOTAL.
      *-------------------
           MOVE WS-NUMCONT-RUPTURE    TO CNEX-NUMCONT
           MOVE 9999                  TO CNEX-RANG
           MOVE SPACES                TO CNEX-IMMAT
           MOVE WS-NB-VEH-EXPOSES     TO WS-EDIT-NB-VEH
           MOVE WS-EDIT-NB-VEH        TO CNEX-IMMAT (1:5)
           MOVE 'TOTAL'               TO CNEX-COMMUNE
           MOVE SPACES                TO CNEX-PERIL
                                         CNEX-DATE-DEBUT
                                         CNEX-DATE-FIN
           MOVE WS-TOTAL-EXPOSE       TO CNEX-VALEUR
           IF CONTRAT-INCERTAIN
              MOVE 'INCERTAIN'        TO CNEX-CERTITUDE
           ELSE
              MOVE 'CERTAIN  '        TO CNEX-CERTITUDE
           END-IF
           WRITE ENRG-FB04CNEX
           .
      ******************************************************************
      *   LETTRE D'INFORMATION AU TITULAIRE : RAPPEL DE L'ARRETE ET   *
      *   DU DELAI DE DECLARATION, UNE LIGNE PAR VEHICULE EXPOSE      *
      ******************************************************************
       26000-EDITER-LETTRE.
      *--------------------
           MOVE WS-DATE-PUBLICATION TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-PUBLI.
           MOVE 'EN'               TO EDIC-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'CATASTROPHE NATURELLE - CONTRAT ' WS-NUMCONT-RUPTURE
                  ' DU ' WS-DATE-TRAITEMENT
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DT'               TO EDIC-TYPE-LIGNE.
           MOVE 'A L''ATTENTION DU TITULAIRE DU CONTRAT'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'L''ARRETE ' WS-REF-ARRETE ' PUBLIE LE '
                  WS-EDIT-DATE-PUBLI ' RECONNAIT L''ETAT'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DE CATASTROPHE NATURELLE DANS LA COMMUNE DE GARAGE DES'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'VEHICULES SUIVANTS DE VOTRE CONTRAT :'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 1 TO WS-IND-PARC-EXP.
           PERFORM 26100-EDITER-VEHICULE
              UNTIL WS-IND-PARC-EXP > WS-NB-EXPOS.
           MOVE 'SI L''UN D''EUX A ETE ENDOMMAGE, DECLAREZ-NOUS LE'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'SINISTRE AU PLUS TARD 30 JOURS APRES LA PUBLICATION DE'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'L''ARRETE (ARTICLE A.125-1 DU CODE DES ASSURANCES).'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'PD'               TO EDIC-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'EDITE LE ' WS-DATE-TRAITEMENT
                  ' - COURRIER D''INFORMATION SANS ENGAGEMENT DE'
                  ' PRISE EN CHARGE'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
       26100-EDITER-VEHICULE.
      *----------------------
           SET IX-EXP TO WS-IND-PARC-EXP.
           MOVE WS-EXP-DATE-DEBUT(IX-EXP) TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-DEBUT.
           MOVE WS-EXP-DATE-FIN(IX-EXP) TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-FIN.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING '  - ' WS-EXP-IMMAT(IX-EXP)
                  ' ' WS-EXP-LIB-PERIL(IX-EXP)
                  ' ' WS-EDIT-DATE-DEBUT
                  '-' WS-EDIT-DATE-FIN
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           ADD 1 TO WS-IND-PARC-EXP
           .
      ******************************************************************
       27000-ECRIRE-ANOMALIE.
      *----------------------
           WRITE ENRG-FB04RAPN
           ADD 1 TO WS-CPT-ANOMALIES
           .
      ******************************************************************
       28000-EDITER-DATE.
      *------------------
           MOVE SPACES                 TO WS-DATE-EDITEE.
           STRING WS-DATE-A-EDITER (7:2) '/'
                  WS-DATE-A-EDITER (5:2) '/'
                  WS-DATE-A-EDITER (1:4)
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE
           .
      ******************************************************************
      *   CHAQUE LIGNE PART SUR LE FLUX CIC ET SUR LA COPIE D'ARCHIVE *
      *   GED AVEC LA REFERENCE DU DOCUMENT (TYPE 'CN')               *
      ******************************************************************
       29000-ECRIRE-LIGNE-DOC.
      *------------------------
           MOVE WS-LIGNE-DOC       TO EDIC-TEXTE.
           WRITE ENRG-FB04EDIC.
           MOVE WS-NUMCONT-RUPTURE TO RELA-NUMCONT.
           MOVE 1                  TO RELA-RANG.
           MOVE WS-DATE-TRAITEMENT TO RELA-DATE-EDITION.
           MOVE 'CN'               TO RELA-TYPE-DOC.
           MOVE EDIC-TYPE-LIGNE    TO RELA-TYPE-LIGNE.
           MOVE WS-LIGNE-DOC       TO RELA-TEXTE.
           WRITE ENRG-FB04RELA
           .
      ******************************************************************
       21000-LIRE-VGAR.
      *----------------
           IF NOT FIN-VGAR
              READ FB04VGAR
                 AT END
                    SET FIN-VGAR TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-VEHICULES-LUS
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
       21200-LIRE-HISX.
      *----------------
           IF NOT FIN-HISX
              READ FB00HISX
                 AT END
                    SET FIN-HISX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21300-LIRE-VALN.
      *----------------
           IF NOT FIN-VALN
              READ FB04VALN
                 AT END
                    SET FIN-VALN TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB04VGAR FB00COMP FB00HISX FB04VALN
                 FB04CNEX FB04EDIC FB04RELA FB04RAPN.
           DISPLAY 'FB04B16 : ARRETE ' WS-REF-ARRETE.
           DISPLAY 'FB04B16 : LIGNES D''ARRETE LUES   = '
                    WS-CPT-ARRETE-LUES.
           DISPLAY 'FB04B16 : VEHICULES LUS          = '
                    WS-CPT-VEHICULES-LUS.
           DISPLAY 'FB04B16 : EXPOSITIONS            = '
                    WS-CPT-EXPOSITIONS.
           DISPLAY 'FB04B16 : DONT INCERTAINES       = '
                    WS-CPT-INCERTAINES.
           DISPLAY 'FB04B16 : CONTRATS TOUCHES       = '
                    WS-CPT-CONTRATS.
           DISPLAY 'FB04B16 : ANOMALIES              = '
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
           DISPLAY 'FB04B16 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
