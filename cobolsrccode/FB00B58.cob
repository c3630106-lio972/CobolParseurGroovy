       ID DIVISION.
       PROGRAM-ID. FB00B58.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH TRIMESTRIEL DE RECERTIFICATION DES
      *           ACCES AUX ECRANS DE COMPOSITION FB01 A FB04. L'AUDIT
      *           INTERNE DEMANDE CHAQUE TRIMESTRE QUI PEUT FAIRE QUOI
      *           ET SI LE BESOIN DEMEURE ; LA REPONSE ETAIT FAITE A
      *           LA MAIN DEPUIS LA TABLE FB00HABT ET LES LISTES RACF.
      *           POUR CHAQUE OPERATEUR DE L'EXTRAIT RACF FB00RACX
      *           (TRIE PAR RACF) :
      *           - DROITS EFFECTIFS : PROFIL FB00HABT DU GROUPE (TROIS
      *             PREMIERS CARACTERES DU RACF), PROFIL PAR DEFAUT
      *             '***' POUR UN GROUPE INCONNU, COMME LES ECRANS ;
      *           - AGENCE : REFERENCE FB00AGRF ;
      *           - USAGE REEL SUR LA PERIODE D'OBSERVATION (90 JOURS
      *             PAR DEFAUT, CARTE FB00PARM) : ACTIONS DE FB00HIST
      *             PAR LE CHEMIN OPERATEUR FB00HISO (FB00B24),
      *             CONSULTATIONS FB00CSLH ET DEROGATIONS SUPERVISEUR
      *             (STATUT, 'RETRO=', 'FORCER') DU JOURNAL FB00DERG
      *             DECHARGE DE LA FILE TD 'FBDG' - CES DEUX DERNIERS
      *             TRIES PAR RACF PAR LE JCL ;
      *           - ALERTES : 'I' AUCUNE ACTIVITE SUR LA PERIODE, 'N'
      *             DROIT DETENU JAMAIS UTILISE, 'D' DEROGATIONS AU-DELA
      *             DU SEUIL (10 PAR DEFAUT, CARTE FB00PARM).
      *           UTILISATION DES DROITS : ACTIONS FB01 A/M/C/D/R POUR
      *           LES CINQ PREMIERS DROITS, MISE A JOUR DE SUSPENSION
      *           DE PERMIS SUR FB02, EVOLUTION DU CRM SUR FB04,
      *           DEROGATIONS POUR LE HUITIEME.
      *           SORTIES : ETAT FB00HABR (UNE LIGNE PAR OPERATEUR) ET
      *           FICHIER DE CERTIFICATION FB00CERT (UNE LIGNE PAR
      *           OPERATEUR, RESPONSABLE RACF EN TETE, TRIE PAR LE JCL
      *           ET REMIS A CHAQUE RESPONSABLE QUI PORTE SA DECISION
      *           - MAINTENIR / RETIRER / AJUSTER - ET SIGNE).
      *           CODE RETOUR 4 SI AU MOINS UNE ALERTE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51193 CREATION.
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
      *--- CARTE PARAMETRE FACULTATIVE (PERIODE, SEUIL DE DEROGATIONS)
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- EXTRAIT RACF DES OPERATEURS, TRIE PAR RACF
           SELECT  FB00RACX   ASSIGN  FB00RACX
                               FILE STATUS IS  FS-FB00RACX-STATUS.
      *--- REFERENCE RACF -> AGENCE
           SELECT  FB00AGRF   ASSIGN  FB00AGRF
                               FILE STATUS IS  FS-FB00AGRF-STATUS.
      *--- CHEMIN PAR OPERATEUR DE L'HISTORIQUE DES ACTIONS (FB00B24)
           SELECT  FB00HISO   ASSIGN  FB00HISO
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY HISO-CLE
                               FILE STATUS IS  FS-FB00HISO-STATUS.
      *--- CONSULTATIONS (FB00CSLH), TRIEES PAR RACF
           SELECT  FB00CSLT   ASSIGN  FB00CSLT
                               FILE STATUS IS  FS-FB00CSLT-STATUS.
      *--- DEROGATIONS SUPERVISEUR (FILE TD 'FBDG'), TRIEES PAR RACF
           SELECT  FB00DERG   ASSIGN  FB00DERG
                               FILE STATUS IS  FS-FB00DERG-STATUS.
      *--- ETAT DE RECERTIFICATION
           SELECT  FB00HABR   ASSIGN  FB00HABR
                               FILE STATUS IS  FS-FB00HABR-STATUS.
      *--- FICHIER DE CERTIFICATION PAR RESPONSABLE
           SELECT  FB00CERT   ASSIGN  FB00CERT
                               FILE STATUS IS  FS-FB00CERT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-JOURS-PERIODE     PIC X(03).
           05  FILLER                 PIC X(01).
           05  PARM-SEUIL-DEROG       PIC X(03).
           05  FILLER                 PIC X(73).
      *
       FD  FB00RACX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RACX.
           05  RACX-RACF              PIC X(15).
           05  RACX-GROUPE-RACF       PIC X(08).
           05  RACX-NOM               PIC X(30).
           05  RACX-RESPONSABLE       PIC X(15).
           05  RACX-DERNIERE-CNX      PIC X(08).
           05  RACX-IND-REVOQUE       PIC X(01).
               88  RACX-REVOQUE           VALUE 'O'.
           05  FILLER                 PIC X(03).
      *
       FD  FB00AGRF
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00AGRF.
           05  AGRF-RACF              PIC X(15).
           05  AGRF-AGENCE            PIC X(05).
           05  AGRF-LIB-AGENCE        PIC X(30).
           05  FILLER                 PIC X(30).
      *
       FD  FB00HISO
           LABEL RECORD STANDARD.
       01  ENRG-FB00HISO.
           05  HISO-CLE.
               10  HISO-RACF          PIC X(15).
               10  HISO-JOUR          PIC X(08).
               10  HISO-HEURE         PIC X(08).
               10  HISO-SEQ           PIC 9(04).
           05  HISO-NUMCONT           PIC X(12).
           05  HISO-ECRAN             PIC X(04).
           05  HISO-CODE-ACTION       PIC X(01).
           05  HISO-LIBELLE           PIC X(30).
           05  FILLER                 PIC X(18).
      *
       FD  FB00CSLT
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CSLT.
           05  CSLT-NUMCONT           PIC X(12).
           05  CSLT-ECRAN             PIC X(04).
           05  CSLT-RACF              PIC X(15).
           05  CSLT-TRMID             PIC X(04).
           05  CSLT-RANG              PIC 9(04).
           05  CSLT-JOUR              PIC X(08).
           05  CSLT-HEURE             PIC X(08).
           05  FILLER                 PIC X(25).
      *
       FD  FB00DERG
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00DERG.
           05  DERG-NUMCONT           PIC X(12).
           05  DERG-ECRAN             PIC X(04).
           05  DERG-RACF              PIC X(15).
           05  DERG-JOUR              PIC X(08).
           05  DERG-HEURE             PIC X(08).
           05  DERG-CODE              PIC X(01).
               88  DERG-CMDE-RETRO        VALUE 'D'.
               88  DERG-CMDE-FORCER       VALUE 'F'.
      *
       FD  FB00HABR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00HABR.
           05  HABR-RACF              PIC X(15).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HABR-NOM               PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HABR-AGENCE            PIC X(05).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HABR-GROUPE            PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HABR-DROITS            PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HABR-UTILISATION       PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HABR-NB-ACTIONS        PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HABR-NB-CONSULT        PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HABR-NB-DEROG          PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HABR-DERNIERE-ACTIVITE PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HABR-ALERTES           PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HABR-REVOQUE           PIC X(07).
      *
       FD  FB00CERT
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CERT.
           05  CERT-RESPONSABLE       PIC X(15).
           05  CERT-RACF              PIC X(15).
           05  CERT-NOM               PIC X(30).
           05  CERT-AGENCE            PIC X(05).
           05  CERT-GROUPE            PIC X(03).
           05  CERT-DROITS            PIC X(08).
           05  CERT-UTILISATION       PIC X(08).
           05  CERT-DERNIERE-ACTIVITE PIC X(08).
           05  CERT-ALERTES           PIC X(03).
           05  CERT-DATE-REVUE        PIC X(08).
      *    ZONES PORTEES PAR LE RESPONSABLE A LA SIGNATURE
           05  CERT-DECISION          PIC X(01).
               88  CERT-MAINTENIR         VALUE 'M'.
               88  CERT-RETIRER           VALUE 'R'.
               88  CERT-AJUSTER           VALUE 'A'.
           05  CERT-DATE-SIGNATURE    PIC X(08).
           05  CERT-RACF-SIGNATAIRE   PIC X(15).
           05  FILLER                 PIC X(23).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B58 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00RACX-STATUS   PIC X(02).
           88     OK-FB00RACX       VALUE '00'.
       01  FS-FB00AGRF-STATUS   PIC X(02).
           88     OK-FB00AGRF       VALUE '00'.
       01  FS-FB00HISO-STATUS   PIC X(02).
           88     OK-FB00HISO       VALUE '00'.
       01  FS-FB00CSLT-STATUS   PIC X(02).
           88     OK-FB00CSLT       VALUE '00'.
       01  FS-FB00DERG-STATUS   PIC X(02).
           88     OK-FB00DERG       VALUE '00'.
       01  FS-FB00HABR-STATUS   PIC X(02).
           88     OK-FB00HABR       VALUE '00'.
       01  FS-FB00CERT-STATUS   PIC X(02).
           88     OK-FB00CERT       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-RACX       PIC X(01) VALUE 'N'.
           88     FIN-RACX           VALUE 'O'.
       01  WS-IND-FIN-AGRF       PIC X(01) VALUE 'N'.
           88     FIN-AGRF           VALUE 'O'.
       01  WS-IND-FIN-HISO       PIC X(01) VALUE 'N'.
           88     FIN-HISO           VALUE 'O'.
       01  WS-IND-FIN-CSLT       PIC X(01) VALUE 'N'.
           88     FIN-CSLT           VALUE 'O'.
       01  WS-IND-FIN-DERG       PIC X(01) VALUE 'N'.
           88     FIN-DERG           VALUE 'O'.
      *================================================================*
      *   TABLE D'HABILITATION DES ACTIONS PAR GROUPE RACF            *
      *================================================================*
       COPY FB00HABT.
      *================================================================*
      *   ZONE D'APPEL DU MODULE CALENDRIER FB00SV01                   *
      *================================================================*
       COPY FB00CALA.
      *================================================================*
      *   TABLE DE LA REFERENCE RACF -> AGENCE                         *
      *================================================================*
       01  WS-NB-REF             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-REFERENCE.
           05  WS-REF             OCCURS 500 TIMES
                                  INDEXED BY IX-REF.
               10  WS-REF-RACF    PIC X(15).
               10  WS-REF-AGENCE  PIC X(05).
      *================================================================*
      *   PARAMETRES DE LA REVUE                                       *
      *================================================================*
       01  WS-JOURS-PERIODE      PIC 9(03) VALUE 090.
       01  WS-SEUIL-DEROG        PIC 9(03) VALUE 010.
       01  WS-DATE-DEBUT-PERIODE PIC X(08) VALUE SPACES.
      *================================================================*
      *   OPERATEUR EN COURS : DROITS DETENUS ET DROITS UTILISES      *
      *   (ORDRE DE FB00HABT : A M C D R SUSP.PERMIS CRM DEROGATION)  *
      *================================================================*
       01  WS-DROITS-DETENUS.
           05  WS-DROIT-DETENU    OCCURS 8 TIMES
                                  PIC X(01).
       01  WS-DROITS-UTILISES.
           05  WS-DROIT-UTILISE   OCCURS 8 TIMES
                                  PIC X(01).
       01  WS-UTILISATION.
           05  WS-UTIL-DROIT      OCCURS 8 TIMES
                                  PIC X(01).
       01  WS-IND-DROIT          PIC S9(4) COMP VALUE ZERO.
       01  WS-GROUPE-RACF        PIC X(03) VALUE SPACES.
       01  WS-AGENCE-TROUVEE     PIC X(05) VALUE SPACES.
       01  WS-NB-ACTIONS         PIC 9(05) COMP VALUE ZERO.
       01  WS-NB-CONSULT         PIC 9(05) COMP VALUE ZERO.
       01  WS-NB-DEROG           PIC 9(05) COMP VALUE ZERO.
       01  WS-DERNIERE-ACTIVITE  PIC X(08) VALUE SPACES.
       01  WS-ALERTES.
           05  WS-ALERTE-INACTIF  PIC X(01).
           05  WS-ALERTE-NON-UTIL PIC X(01).
           05  WS-ALERTE-DEROG    PIC X(01).
       01  WS-IND-HISO-POSITION  PIC X(01) VALUE 'N'.
           88     HISO-POSITIONNE    VALUE 'O'.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-OPERATEURS     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-INACTIFS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NON-UTILISES   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DEROGATAIRES   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-AGENCE    PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 15000-CHARGER-REFERENCE
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
      *--- CARTE FACULTATIVE : DUREE DE LA PERIODE (JOURS) ET SEUIL
      *--- DE DEROGATIONS SUR LA PERIODE
           OPEN INPUT FB00PARM.
           IF OK-FB00PARM
              READ FB00PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-JOURS-PERIODE NUMERIC
                       AND PARM-JOURS-PERIODE > ZERO
                       MOVE PARM-JOURS-PERIODE TO WS-JOURS-PERIODE
                    END-IF
                    IF PARM-SEUIL-DEROG NUMERIC
                       MOVE PARM-SEUIL-DEROG   TO WS-SEUIL-DEROG
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           SET CALA-FONC-AJOUT-CAL   TO TRUE.
           MOVE WS-DATE-TRAITEMENT   TO CALA-DATE-1.
           COMPUTE CALA-NOMBRE = ZERO - WS-JOURS-PERIODE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              DISPLAY 'FB00B58 : ERREUR CALCUL DEBUT DE PERIODE - '
                       CALA-CODE-RETOUR
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE CALA-DATE-RESULTAT   TO WS-DATE-DEBUT-PERIODE.
           OPEN INPUT  FB00RACX
           OPEN INPUT  FB00AGRF
           OPEN INPUT  FB00HISO
           OPEN INPUT  FB00CSLT
           OPEN INPUT  FB00DERG
           OPEN OUTPUT FB00HABR
           OPEN OUTPUT FB00CERT.
           IF NOT OK-FB00RACX OR NOT OK-FB00AGRF
              OR NOT OK-FB00HISO OR NOT OK-FB00CSLT
              OR NOT OK-FB00DERG OR NOT OK-FB00HABR
              OR NOT OK-FB00CERT
              DISPLAY 'FB00B58 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       15000-CHARGER-REFERENCE.
      *------------------------
           PERFORM 15100-LIRE-AGRF
           PERFORM 15200-RANGER-REFERENCE
              UNTIL FIN-AGRF.
           CLOSE FB00AGRF
           .
      ******************************************************************
       15100-LIRE-AGRF.
      *----------------
           IF NOT FIN-AGRF
              READ FB00AGRF
                 AT END
                    SET FIN-AGRF TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       15200-RANGER-REFERENCE.
      *-----------------------
           IF WS-NB-REF = 500
              DISPLAY 'FB00B58 : TABLE REFERENCE SATUREE (500)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1                TO WS-NB-REF
           SET IX-REF           TO WS-NB-REF
           MOVE AGRF-RACF       TO WS-REF-RACF(IX-REF)
           MOVE AGRF-AGENCE     TO WS-REF-AGENCE(IX-REF)
           PERFORM 15100-LIRE-AGRF
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 21000-LIRE-RACX
           PERFORM 21100-LIRE-CSLT
           PERFORM 21200-LIRE-DERG
           PERFORM 20100-EXAMINER-OPERATEUR
              UNTIL FIN-RACX
           .
      ******************************************************************
      *   UN OPERATEUR : DROITS EFFECTIFS, USAGE SUR LA PERIODE,       *
      *   ALERTES, LIGNE D'ETAT ET LIGNE DE CERTIFICATION              *
      ******************************************************************
       20100-EXAMINER-OPERATEUR.
      *-------------------------
           ADD 1 TO WS-CPT-OPERATEURS
           MOVE ALL 'N'       TO WS-DROITS-UTILISES
           MOVE ZERO          TO WS-NB-ACTIONS
                                 WS-NB-CONSULT
                                 WS-NB-DEROG
           MOVE SPACES        TO WS-DERNIERE-ACTIVITE
                                 WS-ALERTES
           PERFORM 22000-DROITS-EFFECTIFS
           PERFORM 23000-CHERCHER-AGENCE
           PERFORM 24000-COMPTER-ACTIONS
           PERFORM 25000-AVANCER-CSLT
              UNTIL FIN-CSLT
              OR CSLT-RACF NOT < RACX-RACF
           PERFORM 25100-COMPTER-CONSULTATION
              UNTIL FIN-CSLT
              OR CSLT-RACF NOT = RACX-RACF
           PERFORM 26000-AVANCER-DERG
              UNTIL FIN-DERG
              OR DERG-RACF NOT < RACX-RACF
           PERFORM 26100-COMPTER-DEROGATION
              UNTIL FIN-DERG
              OR DERG-RACF NOT = RACX-RACF
           PERFORM 27000-DETERMINER-ALERTES
           PERFORM 28000-ECRIRE-ETAT
           PERFORM 29000-ECRIRE-CERTIFICATION
           PERFORM 21000-LIRE-RACX
           .
      ******************************************************************
      *   PROFIL DU GROUPE (TROIS PREMIERS CARACTERES DU RACF) ; LA    *
      *   DERNIERE OCCURRENCE '***' EST APPLIQUEE AUX GROUPES INCONNUS *
      ******************************************************************
       22000-DROITS-EFFECTIFS.
      *-----------------------
           MOVE RACX-RACF (1:3) TO WS-GROUPE-RACF.
           SET IX-HABT TO 1.
           SEARCH WSS-HABT-ENR
              AT END
                 SET IX-HABT TO 4
              WHEN WSS-HABT-GROUPE(IX-HABT) = WS-GROUPE-RACF
                 CONTINUE
           END-SEARCH.
           MOVE WSS-HABT-GROUPE(IX-HABT)       TO WS-GROUPE-RACF.
           MOVE WSS-HABT-DROIT-AJOUT(IX-HABT)   TO WS-DROIT-DETENU (1).
           MOVE WSS-HABT-DROIT-MODIF(IX-HABT)   TO WS-DROIT-DETENU (2).
           MOVE WSS-HABT-DROIT-CHANGT(IX-HABT)  TO WS-DROIT-DETENU (3).
           MOVE WSS-HABT-DROIT-SORTIE(IX-HABT)  TO WS-DROIT-DETENU (4).
           MOVE WSS-HABT-DROIT-RESTAU(IX-HABT)  TO WS-DROIT-DETENU (5).
           MOVE WSS-HABT-DROIT-SUSPERM(IX-HABT) TO WS-DROIT-DETENU (6).
           MOVE WSS-HABT-DROIT-CRM(IX-HABT)     TO WS-DROIT-DETENU (7).
           MOVE WSS-HABT-DROIT-DEROG(IX-HABT)   TO WS-DROIT-DETENU (8)
           .
      ******************************************************************
       23000-CHERCHER-AGENCE.
      *----------------------
           MOVE SPACES TO WS-AGENCE-TROUVEE.
           SET IX-REF TO 1.
           IF WS-NB-REF > ZERO
              SEARCH WS-REF
                 AT END
                    CONTINUE
                 WHEN IX-REF > WS-NB-REF
                    CONTINUE
                 WHEN WS-REF-RACF(IX-REF) = RACX-RACF
                    MOVE WS-REF-AGENCE(IX-REF) TO WS-AGENCE-TROUVEE
              END-SEARCH
           END-IF.
           IF WS-AGENCE-TROUVEE = SPACES
              MOVE '?????'        TO WS-AGENCE-TROUVEE
              ADD 1               TO WS-CPT-SANS-AGENCE
           END-IF
           .
      ******************************************************************
      *   ACTIONS DE LA PERIODE : POSITIONNEMENT SUR RACF + DEBUT DE   *
      *   PERIODE DANS LE CHEMIN FB00HISO PUIS LECTURE SEQUENTIELLE    *
      *   TANT QUE LE RACF EST LE MEME                                 *
      ******************************************************************
       24000-COMPTER-ACTIONS.
      *----------------------
           MOVE 'N'                   TO WS-IND-FIN-HISO.
           MOVE LOW-VALUES            TO HISO-CLE.
           MOVE RACX-RACF             TO HISO-RACF.
           MOVE WS-DATE-DEBUT-PERIODE TO HISO-JOUR.
           START FB00HISO KEY NOT < HISO-CLE
              INVALID KEY
                 SET FIN-HISO TO TRUE
           END-START.
           PERFORM 24100-LIRE-HISO.
           PERFORM 24200-CLASSER-ACTION
              UNTIL FIN-HISO
              OR HISO-RACF NOT = RACX-RACF
           .
      ******************************************************************
       24100-LIRE-HISO.
      *----------------
           IF NOT FIN-HISO
              READ FB00HISO NEXT RECORD
                 AT END
                    SET FIN-HISO TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
      *   DROIT MIS EN OEUVRE PAR L'ACTION (LIBELLES DU RELEVE         *
      *   FB00RECA POSES PAR FB00B01 POUR FB02 ET FB04)                *
      ******************************************************************
       24200-CLASSER-ACTION.
      *---------------------
           ADD 1 TO WS-NB-ACTIONS
           IF HISO-JOUR > WS-DERNIERE-ACTIVITE
              MOVE HISO-JOUR TO WS-DERNIERE-ACTIVITE
           END-IF
           MOVE ZERO TO WS-IND-DROIT
           EVALUATE TRUE
              WHEN HISO-ECRAN = 'FB01' AND HISO-CODE-ACTION = 'A'
                 MOVE 1 TO WS-IND-DROIT
              WHEN HISO-ECRAN = 'FB01' AND HISO-CODE-ACTION = 'M'
                 MOVE 2 TO WS-IND-DROIT
              WHEN HISO-ECRAN = 'FB01' AND HISO-CODE-ACTION = 'C'
                 MOVE 3 TO WS-IND-DROIT
              WHEN HISO-ECRAN = 'FB01' AND HISO-CODE-ACTION = 'D'
                 MOVE 4 TO WS-IND-DROIT
              WHEN HISO-ECRAN = 'FB01' AND HISO-CODE-ACTION = 'R'
                 MOVE 5 TO WS-IND-DROIT
              WHEN HISO-ECRAN = 'FB02'
               AND HISO-LIBELLE = 'MAJ SUSPENSION PERMIS'
                 MOVE 6 TO WS-IND-DROIT
              WHEN HISO-ECRAN = 'FB04'
               AND HISO-LIBELLE = 'EVOLUTION CRM VEHICULE'
                 MOVE 7 TO WS-IND-DROIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-IND-DROIT > ZERO
              MOVE 'O' TO WS-DROIT-UTILISE (WS-IND-DROIT)
           END-IF
           PERFORM 24100-LIRE-HISO
           .
      ******************************************************************
       25000-AVANCER-CSLT.
      *-------------------
           PERFORM 21100-LIRE-CSLT
           .
      ******************************************************************
       25100-COMPTER-CONSULTATION.
      *---------------------------
           IF CSLT-JOUR NOT < WS-DATE-DEBUT-PERIODE
              ADD 1 TO WS-NB-CONSULT
              IF CSLT-JOUR > WS-DERNIERE-ACTIVITE
                 MOVE CSLT-JOUR TO WS-DERNIERE-ACTIVITE
              END-IF
           END-IF
           PERFORM 21100-LIRE-CSLT
           .
      ******************************************************************
       26000-AVANCER-DERG.
      *-------------------
           PERFORM 21200-LIRE-DERG
           .
      ******************************************************************
      *   TOUTE DEROGATION (STATUT DE CONTRAT, 'RETRO=', 'FORCER')     *
      *   MET EN OEUVRE LE HUITIEME DROIT                              *
      ******************************************************************
       26100-COMPTER-DEROGATION.
      *-------------------------
           IF DERG-JOUR NOT < WS-DATE-DEBUT-PERIODE
              ADD 1 TO WS-NB-DEROG
              MOVE 'O' TO WS-DROIT-UTILISE (8)
              IF DERG-JOUR > WS-DERNIERE-ACTIVITE
                 MOVE DERG-JOUR TO WS-DERNIERE-ACTIVITE
              END-IF
           END-IF
           PERFORM 21200-LIRE-DERG
           .
      ******************************************************************
      *   'I' AUCUNE ACTIVITE SUR LA PERIODE, 'N' AU MOINS UN DROIT    *
      *   DETENU JAMAIS UTILISE, 'D' DEROGATIONS AU-DELA DU SEUIL      *
      ******************************************************************
       27000-DETERMINER-ALERTES.
      *-------------------------
           MOVE 1 TO WS-IND-DROIT.
           PERFORM 27100-QUALIFIER-DROIT
              UNTIL WS-IND-DROIT > 8.
           IF WS-NB-ACTIONS = ZERO
              AND WS-NB-CONSULT = ZERO
              AND WS-NB-DEROG = ZERO
              MOVE 'I'              TO WS-ALERTE-INACTIF
              ADD 1                 TO WS-CPT-INACTIFS
           END-IF.
           IF WS-ALERTE-NON-UTIL = 'N'
              ADD 1                 TO WS-CPT-NON-UTILISES
           END-IF.
           IF WS-NB-DEROG > WS-SEUIL-DEROG
              MOVE 'D'              TO WS-ALERTE-DEROG
              ADD 1                 TO WS-CPT-DEROGATAIRES
           END-IF.
           IF WS-ALERTES NOT = SPACES
              MOVE 4                TO WS-CO-RET
           END-IF
           .
      ******************************************************************
      *   CODE D'UTILISATION PAR DROIT : 'U' UTILISE, 'N' DETENU NON   *
      *   UTILISE, '.' NON DETENU                                      *
      ******************************************************************
       27100-QUALIFIER-DROIT.
      *----------------------
           EVALUATE TRUE
              WHEN WS-DROIT-UTILISE (WS-IND-DROIT) = 'O'
                 MOVE 'U' TO WS-UTIL-DROIT (WS-IND-DROIT)
              WHEN WS-DROIT-DETENU (WS-IND-DROIT) = 'O'
                 MOVE 'N' TO WS-UTIL-DROIT (WS-IND-DROIT)
                 MOVE 'N' TO WS-ALERTE-NON-UTIL
              WHEN OTHER
                 MOVE '.' TO WS-UTIL-DROIT (WS-IND-DROIT)
           END-EVALUATE
           ADD 1 TO WS-IND-DROIT
           .
      ******************************************************************
       28000-ECRIRE-ETAT.
      *------------------
           MOVE RACX-RACF              TO HABR-RACF
           MOVE RACX-NOM               TO HABR-NOM
           MOVE WS-AGENCE-TROUVEE      TO HABR-AGENCE
           MOVE WS-GROUPE-RACF         TO HABR-GROUPE
           MOVE WS-DROITS-DETENUS      TO HABR-DROITS
           MOVE WS-UTILISATION         TO HABR-UTILISATION
           MOVE WS-NB-ACTIONS          TO HABR-NB-ACTIONS
           MOVE WS-NB-CONSULT          TO HABR-NB-CONSULT
           MOVE WS-NB-DEROG            TO HABR-NB-DEROG
           IF WS-DERNIERE-ACTIVITE = SPACES
              MOVE 'AUCUNE'            TO HABR-DERNIERE-ACTIVITE
           ELSE
              MOVE WS-DERNIERE-ACTIVITE TO HABR-DERNIERE-ACTIVITE
           END-IF
           MOVE WS-ALERTES             TO HABR-ALERTES
           IF RACX-REVOQUE
              MOVE 'REVOQUE'           TO HABR-REVOQUE
           ELSE
              MOVE SPACES              TO HABR-REVOQUE
           END-IF
           WRITE ENRG-FB00HABR
           .
      ******************************************************************
      *   LIGNE DE CERTIFICATION : DECISION ET SIGNATURE LAISSEES A    *
      *   BLANC, A PORTER PAR LE RESPONSABLE RACF DE L'OPERATEUR       *
      ******************************************************************
       29000-ECRIRE-CERTIFICATION.
      *---------------------------
           MOVE SPACES                 TO ENRG-FB00CERT
           MOVE RACX-RESPONSABLE       TO CERT-RESPONSABLE
           MOVE RACX-RACF              TO CERT-RACF
           MOVE RACX-NOM               TO CERT-NOM
           MOVE WS-AGENCE-TROUVEE      TO CERT-AGENCE
           MOVE WS-GROUPE-RACF         TO CERT-GROUPE
           MOVE WS-DROITS-DETENUS      TO CERT-DROITS
           MOVE WS-UTILISATION         TO CERT-UTILISATION
           MOVE HABR-DERNIERE-ACTIVITE TO CERT-DERNIERE-ACTIVITE
           MOVE WS-ALERTES             TO CERT-ALERTES
           MOVE WS-DATE-TRAITEMENT     TO CERT-DATE-REVUE
           WRITE ENRG-FB00CERT
           .
      ******************************************************************
       21000-LIRE-RACX.
      *----------------
           IF NOT FIN-RACX
              READ FB00RACX
                 AT END
                    SET FIN-RACX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-CSLT.
      *----------------
           IF NOT FIN-CSLT
              READ FB00CSLT
                 AT END
                    SET FIN-CSLT TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21200-LIRE-DERG.
      *----------------
           IF NOT FIN-DERG
              READ FB00DERG
                 AT END
                    SET FIN-DERG TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00RACX FB00HISO FB00CSLT FB00DERG
                 FB00HABR FB00CERT.
           DISPLAY 'FB00B58 : DEBUT DE PERIODE         = '
                    WS-DATE-DEBUT-PERIODE.
           DISPLAY 'FB00B58 : OPERATEURS REVUS         = '
                    WS-CPT-OPERATEURS.
           DISPLAY 'FB00B58 : SANS ACTIVITE            = '
                    WS-CPT-INACTIFS.
           DISPLAY 'FB00B58 : DROITS NON UTILISES      = '
                    WS-CPT-NON-UTILISES.
           DISPLAY 'FB00B58 : DEROGATIONS AU-DELA SEUIL = '
                    WS-CPT-DEROGATAIRES.
           DISPLAY 'FB00B58 : SANS AGENCE DE REFERENCE = '
                    WS-CPT-SANS-AGENCE.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B58 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
