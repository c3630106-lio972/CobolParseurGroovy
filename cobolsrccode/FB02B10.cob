       ID DIVISION.
       PROGRAM-ID. FB02B10.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH MENSUEL DE RELANCE DES
      *           QUALIFICATIONS PROFESSIONNELLES DES CONDUCTEURS DE
      *           CAR ET DE POIDS LOURD (FD 51181 DE FB02T00). LIT LE
      *           DECHARGEMENT DES QUALIFICATIONS (FB02QUAX : UNE
      *           LIGNE PAR CONDUCTEUR, TRIEE PAR CONTRAT + RANG, AVEC
      *           SES CATEGORIES DE PERMIS ET LES FINS DE VALIDITE DU
      *           PERMIS C/D, DE L'APTITUDE MEDICALE ET DE LA
      *           FIMO/FCO). UNE QUALIFICATION PERIMEE OU ARRIVANT A
      *           ECHEANCE DANS L'HORIZON (CARTE FB00PARM, 90 JOURS
      *           PAR DEFAUT - DELAI D'INSCRIPTION EN FORMATION FCO),
      *           OU NON RENSEIGNEE POUR UN TITULAIRE D'UNE CATEGORIE
      *           LOURDE (C ET D), EST SIGNALEE AU GESTIONNAIRE DE
      *           FLOTTE DU CLIENT : UNE LETTRE PAR CONTRAT SUR LE FLUX
      *           D'EDITION CIC (FB02EDIQ, LIGNES EN/DT/PD), UNE LIGNE
      *           PAR QUALIFICATION, AVEC SA COPIE D'ARCHIVE GED
      *           (FB02RELQ, TYPE DE DOCUMENT 'QP'). LES PERSONNES
      *           SIGNALEES DECEDEES (FB02DECX) SONT ECARTEES, COMME
      *           POUR LES RELANCES DE CERTIFICAT MEDICAL FB02B04.
      *           COMPTE RENDU FB02RAPQ.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51181 CREATION.
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
      *--- DECHARGEMENT DES QUALIFICATIONS, TRIE PAR CONTRAT + RANG
           SELECT  FB02QUAX   ASSIGN  FB02QUAX
                               FILE STATUS IS  FS-FB02QUAX-STATUS.
      *--- LETTRES AU GESTIONNAIRE DE FLOTTE (FLUX D'EDITION CIC)
           SELECT  FB02EDIQ   ASSIGN  FB02EDIQ
                               FILE STATUS IS  FS-FB02EDIQ-STATUS.
      *--- COPIE D'ARCHIVE DOCUMENTAIRE (FLUX GED)
           SELECT  FB02RELQ   ASSIGN  FB02RELQ
                               FILE STATUS IS  FS-FB02RELQ-STATUS.
      *--- COMPTE RENDU DES RELANCES
           SELECT  FB02RAPQ   ASSIGN  FB02RAPQ
                               FILE STATUS IS  FS-FB02RAPQ-STATUS.
      *--- PERSONNES SIGNALEES DECEDEES (EXTRAIT DE FB02B09 TRIE PAR
      *--- CONTRAT + RANG) - FICHIER FACULTATIF
           SELECT  FB02DECX   ASSIGN  FB02DECX
                               FILE STATUS IS  FS-FB02DECX-STATUS.
      *--- CARTE PARAMETRE : HORIZON DE RELANCE EN JOURS (DEFAUT 90)
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB02QUAX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB02QUAX.
           05  QUAX-NUMCONT           PIC X(12).
           05  QUAX-RANG              PIC 9(04).
           05  QUAX-NOM               PIC X(20).
           05  QUAX-PRENOM            PIC X(20).
           05  QUAX-CATEGORIES.
               10  QUAX-CAT           PIC X(03) OCCURS 3 TIMES.
      *--- FINS DE VALIDITE SSAAMMJJ (ESPACES = NON RENSEIGNEE)
           05  QUAX-PERM-FIN          PIC X(08).
           05  QUAX-MED-FIN           PIC X(08).
           05  QUAX-FIMO-TYPE         PIC X(02).
           05  QUAX-FIMO-FIN          PIC X(08).
           05  FILLER                 PIC X(09).
      *
       FD  FB02EDIQ
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB02EDIQ.
           05  EDIC-TYPE-LIGNE        PIC X(02).
           05  EDIC-TEXTE             PIC X(78).
      *
      *--- DESSIN COMMUN DES FLUX D'ALIMENTATION DE LA GED
       FD  FB02RELQ
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB02RELQ.
           05  RELA-REFERENCE.
               10  RELA-NUMCONT       PIC X(12).
               10  RELA-RANG          PIC 9(04).
               10  RELA-DATE-EDITION  PIC X(08).
           05  RELA-TYPE-DOC          PIC X(02).
           05  RELA-TYPE-LIGNE        PIC X(02).
           05  RELA-TEXTE             PIC X(78).
      *
       FD  FB02RAPQ
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB02RAPQ.
           05  RAPQ-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPQ-NOM               PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPQ-QUALIF            PIC X(17).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPQ-DATE-FIN          PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPQ-ETAT              PIC X(15).
      *
       FD  FB02DECX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB02DECX.
           05  DECX-NUMCONT           PIC X(12).
           05  DECX-RANG              PIC 9(04).
           05  DECX-NOM               PIC X(20).
           05  DECX-DATE-DECES        PIC X(08).
           05  FILLER                 PIC X(36).
      *
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-HORIZON           PIC 9(03).
           05  FILLER                 PIC X(77).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB02B10 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB02QUAX-STATUS   PIC X(02).
           88     OK-FB02QUAX       VALUE '00'.
           88     EOF-FB02QUAX      VALUE '10'.
       01  FS-FB02EDIQ-STATUS   PIC X(02).
           88     OK-FB02EDIQ       VALUE '00'.
       01  FS-FB02RELQ-STATUS   PIC X(02).
           88     OK-FB02RELQ       VALUE '00'.
       01  FS-FB02RAPQ-STATUS   PIC X(02).
           88     OK-FB02RAPQ       VALUE '00'.
       01  FS-FB02DECX-STATUS   PIC X(02).
           88     OK-FB02DECX       VALUE '00'.
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-QUAX       PIC X(01) VALUE 'N'.
           88     FIN-QUAX           VALUE 'O'.
       01  WS-IND-FIN-DECX       PIC X(01) VALUE 'N'.
           88     FIN-DECX           VALUE 'O'.
      *================================================================*
      *   PERSONNES SIGNALEES DECEDEES : AUCUNE RELANCE NE DOIT PLUS  *
      *   LES CONCERNER                                               *
      *================================================================*
       01  WS-NB-DECES           PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-DECES.
           05  WS-DEC             OCCURS 2000 TIMES
                                  INDEXED BY IX-DEC.
               10  WS-DEC-NUMCONT PIC X(12).
               10  WS-DEC-RANG    PIC 9(04).
       01  WS-IND-DECEDE         PIC X(01) VALUE 'N'.
           88     PERSONNE-DECEDEE   VALUE 'O'.
      *================================================================*
      *   CATEGORIES LOURDES : LEUR TITULAIRE DOIT JUSTIFIER DES      *
      *   TROIS QUALIFICATIONS                                        *
      *================================================================*
       01  WS-TABLE-CAT-LOURDES.
           05  FILLER            PIC X(24) VALUE
               'C  C1 CE C1ED  D1 DE D1E'.
       01  WS-CAT-LOURDES-R REDEFINES WS-TABLE-CAT-LOURDES.
           05  WS-CAT-LOURDE     PIC X(03) OCCURS 8 TIMES
                                 INDEXED BY IX-LRD.
       01  WS-IND-CAT-LOURDE     PIC X(01) VALUE 'N'.
           88     TITULAIRE-LOURD    VALUE 'O'.
       01  WS-IND-CAT            PIC S9(4) COMP VALUE ZERO.
      *================================================================*
      *   QUALIFICATION EN COURS D'EXAMEN ET ECHEANCES (MODULE DE      *
      *   CALENDRIER FB00SV01)                                         *
      *================================================================*
       01  WS-HORIZON            PIC 9(03) VALUE 90.
       01  WS-ECART-JOURS        PIC S9(7) COMP-3 VALUE ZERO.
       COPY FB00CALA.
       01  WS-QUALIF-LIBELLE     PIC X(17) VALUE SPACES.
       01  WS-QUALIF-DATE-FIN    PIC X(08) VALUE SPACES.
       01  WS-QUALIF-ETAT        PIC X(15) VALUE SPACES.
      *================================================================*
      *   LETTRE DU CONTRAT EN COURS                                   *
      *================================================================*
       01  WS-NUMCONT-LETTRE     PIC X(12) VALUE SPACES.
       01  WS-IND-LETTRE         PIC X(01) VALUE 'N'.
           88     LETTRE-OUVERTE     VALUE 'O'.
       01  WS-LIGNE-DOC          PIC X(78) VALUE SPACES.
       01  WS-DATE-A-EDITER      PIC X(08) VALUE SPACES.
       01  WS-DATE-EDITEE        PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-TRAIT    PIC X(10) VALUE SPACES.
       01  WS-EDIT-HORIZON       PIC ZZ9.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-LUS            PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-QUALIFS        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LETTRES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DEBRAYEES      PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 17000-CHARGER-DECES
           PERFORM 20000-TRAITEMENT
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
                    IF PARM-HORIZON NUMERIC
                       AND PARM-HORIZON > ZERO
                       MOVE PARM-HORIZON TO WS-HORIZON
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           OPEN INPUT  FB02QUAX
           OPEN OUTPUT FB02EDIQ
           OPEN OUTPUT FB02RELQ
           OPEN OUTPUT FB02RAPQ.
           IF NOT OK-FB02QUAX OR NOT OK-FB02EDIQ OR NOT OK-FB02RELQ
              OR NOT OK-FB02RAPQ
              DISPLAY 'FB02B10 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-A-EDITER.
           PERFORM 28000-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-TRAIT.
           MOVE WS-HORIZON         TO WS-EDIT-HORIZON.
           PERFORM 21000-LIRE-QUAX
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-EXAMINER-CONDUCTEUR
              UNTIL FIN-QUAX.
           IF LETTRE-OUVERTE
              PERFORM 26500-EDITER-PIED
           END-IF
           .
      ******************************************************************
      *   UN CONDUCTEUR : SES TROIS QUALIFICATIONS SONT EXAMINEES     *
      *   S'IL EN A RENSEIGNE UNE OU S'IL DETIENT UNE CATEGORIE       *
      *   LOURDE ; UNE PERSONNE SIGNALEE DECEDEE EST ECARTEE          *
      ******************************************************************
       20100-EXAMINER-CONDUCTEUR.
      *---------------------------
           PERFORM 22000-CONTROLER-CATEGORIES.
           IF TITULAIRE-LOURD
              OR QUAX-PERM-FIN NOT = SPACES
              OR QUAX-MED-FIN  NOT = SPACES
              OR QUAX-FIMO-FIN NOT = SPACES
              PERFORM 18000-CONTROLER-DECES
              IF PERSONNE-DECEDEE
                 ADD 1 TO WS-CPT-DEBRAYEES
              ELSE
                 MOVE 'PERMIS C/D'        TO WS-QUALIF-LIBELLE
                 MOVE QUAX-PERM-FIN       TO WS-QUALIF-DATE-FIN
                 PERFORM 23000-EXAMINER-QUALIF
                 MOVE 'APTITUDE MEDICALE' TO WS-QUALIF-LIBELLE
                 MOVE QUAX-MED-FIN        TO WS-QUALIF-DATE-FIN
                 PERFORM 23000-EXAMINER-QUALIF
                 IF QUAX-FIMO-TYPE = 'FC'
                    MOVE 'FCO'            TO WS-QUALIF-LIBELLE
                 ELSE
                    MOVE 'FIMO/FCO'       TO WS-QUALIF-LIBELLE
                 END-IF
                 MOVE QUAX-FIMO-FIN       TO WS-QUALIF-DATE-FIN
                 PERFORM 23000-EXAMINER-QUALIF
              END-IF
           END-IF
           PERFORM 21000-LIRE-QUAX
           .
      ******************************************************************
       22000-CONTROLER-CATEGORIES.
      *----------------------------
           MOVE 'N' TO WS-IND-CAT-LOURDE.
           MOVE 1   TO WS-IND-CAT.
           PERFORM 22100-TESTER-UNE-CATEGORIE
              UNTIL WS-IND-CAT > 3
              OR TITULAIRE-LOURD
           .
      ******************************************************************
       22100-TESTER-UNE-CATEGORIE.
      *----------------------------
           IF QUAX-CAT(WS-IND-CAT) NOT = SPACES
              SET IX-LRD TO 1
              SEARCH WS-CAT-LOURDE
                 AT END
                    CONTINUE
                 WHEN WS-CAT-LOURDE(IX-LRD) = QUAX-CAT(WS-IND-CAT)
                    SET TITULAIRE-LOURD TO TRUE
              END-SEARCH
           END-IF
           ADD 1 TO WS-IND-CAT
           .
      ******************************************************************
      *   UNE QUALIFICATION : PERIMEE, A ECHEANCE DANS L'HORIZON, OU  *
      *   NON RENSEIGNEE POUR UN TITULAIRE D'UNE CATEGORIE LOURDE     *
      ******************************************************************
       23000-EXAMINER-QUALIF.
      *----------------------
           MOVE SPACES TO WS-QUALIF-ETAT.
           EVALUATE TRUE
              WHEN WS-QUALIF-DATE-FIN NOT NUMERIC
                 IF TITULAIRE-LOURD
                    MOVE 'NON RENSEIGNEE' TO WS-QUALIF-ETAT
                 END-IF
              WHEN WS-QUALIF-DATE-FIN < WS-DATE-TRAITEMENT
                 MOVE 'PERIMEE'           TO WS-QUALIF-ETAT
              WHEN OTHER
                 SET CALA-FONC-ECART-CAL  TO TRUE
                 MOVE WS-DATE-TRAITEMENT  TO CALA-DATE-1
                 MOVE WS-QUALIF-DATE-FIN  TO CALA-DATE-2
                 CALL 'FB00SV01' USING WSS-CALA-COMMAREA
                 MOVE CALA-RESULTAT       TO WS-ECART-JOURS
                 IF CALA-RETOUR-OK
                    AND WS-ECART-JOURS NOT > WS-HORIZON
                    MOVE 'A ECHEANCE'     TO WS-QUALIF-ETAT
                 END-IF
           END-EVALUATE.
           IF WS-QUALIF-ETAT NOT = SPACES
              IF NOT LETTRE-OUVERTE
                 OR QUAX-NUMCONT NOT = WS-NUMCONT-LETTRE
                 IF LETTRE-OUVERTE
                    PERFORM 26500-EDITER-PIED
                 END-IF
                 PERFORM 26000-EDITER-EN-TETE
              END-IF
              PERFORM 24000-EDITER-QUALIF
           END-IF
           .
      ******************************************************************
       24000-EDITER-QUALIF.
      *--------------------
           MOVE 'DT'               TO EDIC-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           IF WS-QUALIF-DATE-FIN NUMERIC
              MOVE WS-QUALIF-DATE-FIN TO WS-DATE-A-EDITER
              PERFORM 28000-EDITER-DATE
              STRING QUAX-NOM ' ' QUAX-PRENOM ' ' WS-QUALIF-LIBELLE
                     ' ' WS-QUALIF-ETAT ' ' WS-DATE-EDITEE
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
           ELSE
              STRING QUAX-NOM ' ' QUAX-PRENOM ' ' WS-QUALIF-LIBELLE
                     ' ' WS-QUALIF-ETAT
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
           END-IF.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO ENRG-FB02RAPQ.
           MOVE QUAX-NUMCONT       TO RAPQ-NUMCONT.
           MOVE QUAX-NOM           TO RAPQ-NOM.
           MOVE WS-QUALIF-LIBELLE  TO RAPQ-QUALIF.
           MOVE WS-QUALIF-DATE-FIN TO RAPQ-DATE-FIN.
           MOVE WS-QUALIF-ETAT     TO RAPQ-ETAT.
           WRITE ENRG-FB02RAPQ.
           ADD 1                   TO WS-CPT-QUALIFS
           .
      ******************************************************************
      *   LETTRE AU GESTIONNAIRE DE FLOTTE : UNE PAR CONTRAT          *
      ******************************************************************
       26000-EDITER-EN-TETE.
      *---------------------
           MOVE QUAX-NUMCONT       TO WS-NUMCONT-LETTRE.
           SET LETTRE-OUVERTE      TO TRUE.
           ADD 1                   TO WS-CPT-LETTRES.
           MOVE 'EN'               TO EDIC-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'QUALIFICATIONS DES CONDUCTEURS - CONTRAT '
                  QUAX-NUMCONT ' - ' WS-EDIT-DATE-TRAIT
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DT'               TO EDIC-TYPE-LIGNE.
           MOVE 'A L''ATTENTION DU GESTIONNAIRE DE FLOTTE'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'LES QUALIFICATIONS SUIVANTES SONT PERIMEES OU '
                  'ARRIVENT A ECHEANCE SOUS ' WS-EDIT-HORIZON ' J'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'OU NE NOUS ONT PAS ETE COMMUNIQUEES :'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
       26500-EDITER-PIED.
      *------------------
           MOVE 'DT'               TO EDIC-TYPE-LIGNE.
           MOVE 'TOUT CONDUCTEUR DONT UNE QUALIFICATION EST PERIMEE'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'NE DOIT PLUS CONDUIRE LES VEHICULES QUI L''EXIGENT.'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'MERCI DE NOUS EN ADRESSER LE RENOUVELLEMENT.'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'PD'               TO EDIC-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'EDITE LE ' WS-EDIT-DATE-TRAIT
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'N'                TO WS-IND-LETTRE
           .
      ******************************************************************
      *   DATE SSAAMMJJ EDITEE JJ/MM/SSAA                              *
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
      *   CHAQUE LIGNE PART SUR LE FLUX D'EDITION ET DANS LA COPIE     *
      *   D'ARCHIVE DOCUMENTAIRE (UNE LETTRE PAR CONTRAT : RANG 1)    *
      ******************************************************************
       29000-ECRIRE-LIGNE-DOC.
      *------------------------
           MOVE WS-LIGNE-DOC       TO EDIC-TEXTE.
           WRITE ENRG-FB02EDIQ.
           MOVE WS-NUMCONT-LETTRE  TO RELA-NUMCONT.
           MOVE 1                  TO RELA-RANG.
           MOVE WS-DATE-TRAITEMENT TO RELA-DATE-EDITION.
           MOVE 'QP'               TO RELA-TYPE-DOC.
           MOVE EDIC-TYPE-LIGNE    TO RELA-TYPE-LIGNE.
           MOVE WS-LIGNE-DOC       TO RELA-TEXTE.
           WRITE ENRG-FB02RELQ
           .
      ******************************************************************
       21000-LIRE-QUAX.
      *----------------
           IF NOT FIN-QUAX
              READ FB02QUAX
                 AT END
                    SET FIN-QUAX TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-LUS
              END-READ
           END-IF
           .
      ******************************************************************
      *   CHARGEMENT DES PERSONNES SIGNALEES DECEDEES - FICHIER       *
      *   FACULTATIF                                                  *
      ******************************************************************
       17000-CHARGER-DECES.
      *--------------------
           OPEN INPUT FB02DECX.
           IF OK-FB02DECX
              PERFORM 17100-LIRE-DECX
              PERFORM 17200-RANGER-DECES
                 UNTIL FIN-DECX
              CLOSE FB02DECX
           END-IF
           .
      ******************************************************************
       17100-LIRE-DECX.
      *----------------
           IF NOT FIN-DECX
              READ FB02DECX
                 AT END
                    SET FIN-DECX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       17200-RANGER-DECES.
      *-------------------
           IF WS-NB-DECES = 2000
              DISPLAY 'FB02B10 : TABLE DES DECES SATUREE (2000)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1              TO WS-NB-DECES
           SET IX-DEC         TO WS-NB-DECES
           MOVE DECX-NUMCONT  TO WS-DEC-NUMCONT(IX-DEC)
           MOVE DECX-RANG     TO WS-DEC-RANG(IX-DEC)
           PERFORM 17100-LIRE-DECX
           .
      ******************************************************************
       18000-CONTROLER-DECES.
      *----------------------
           MOVE 'N' TO WS-IND-DECEDE.
           SET IX-DEC TO 1.
           IF WS-NB-DECES > ZERO
              SEARCH WS-DEC
                 AT END
                    CONTINUE
                 WHEN IX-DEC > WS-NB-DECES
                    CONTINUE
                 WHEN WS-DEC-NUMCONT(IX-DEC) = QUAX-NUMCONT
                    AND WS-DEC-RANG(IX-DEC) = QUAX-RANG
                    SET PERSONNE-DECEDEE TO TRUE
              END-SEARCH
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB02QUAX FB02EDIQ FB02RELQ FB02RAPQ.
           DISPLAY 'FB02B10 : CONDUCTEURS LUS        = ' WS-CPT-LUS.
           DISPLAY 'FB02B10 : QUALIFICATIONS RELANCEES = '
                    WS-CPT-QUALIFS.
           DISPLAY 'FB02B10 : LETTRES EDITEES        = '
                    WS-CPT-LETTRES.
           DISPLAY 'FB02B10 : PERSONNES DECEDEES     = '
                    WS-CPT-DEBRAYEES.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB02B10 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
