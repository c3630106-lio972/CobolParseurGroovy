       ID DIVISION.
       PROGRAM-ID. FB01B16.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH NOCTURNE DE LA FILE DES DEMANDES DE
      *           COMPOSITION RECUES DE L'EXTRANET CLIENT (COURRIELS ET
      *           FORMULAIRES DU PORTAIL : "AJOUTER CE VEHICULE",
      *           "SORTIR CE CONDUCTEUR LE 15"). JUSQU'ICI RESSAISIES
      *           PAR LES OPERATEURS SANS AUCUN SUIVI, ELLES SONT
      *           DESORMAIS PERSISTEES DANS LE KSDS FB01DEMQ (DESSIN
      *           FB01DEMF) TRAITE DANS LA TRANSACTION FB24.
      *           1) CHARGEMENT DES DEMANDES DU JOUR (FB01DEXI) AVEC
      *              PRE-CONTROLE PAR LES MEMES REGLES QUE FB01B02
      *              (CONTRAT, TYPE, IDENTIFIANT, CODE TYPE FB00STCD,
      *              DATES, MOTIF SUR SORTIE, CONTRAT FERME FB00CSTX,
      *              VEHICULE SUR FLOTTE A ALIMENTS FB00ALIC). UNE
      *              DEMANDE EN ANOMALIE EST QUAND MEME MISE EN FILE :
      *              L'OPERATEUR DOIT REPONDRE AU CLIENT. UNE
      *              REFERENCE DEJA CHARGEE EST IGNOREE (RELANCE).
      *           2) LIEN DES DEMANDES CLOSES 'TRAITEE' DANS FB24 AVEC
      *              LES ACTIONS DE L'HISTORIQUE FB00HIST (CHARGE PAR
      *              FB00B03 QUI PRECEDE DANS LA NUIT) : ACTIONS DU
      *              CONTRAT SAISIES PAR L'OPERATEUR QUI A CLOS, ENTRE
      *              LA PRISE EN CHARGE ET LA CLOTURE. SANS ACTION
      *              TROUVEE, L'OPERATEUR EST NOTIFIE.
      *           3) ESCALADE DES DEMANDES ENCORE OUVERTES AU-DELA DU
      *              DELAI DE SERVICE (CARTE FB00PARM, JOURS OUVRES
      *              FB00SV01 DEPUIS LA RECEPTION) : AU PREMIER
      *              DEPASSEMENT, NOTIFICATION A L'OPERATEUR QUI A PRIS
      *              LA DEMANDE OU, SI PERSONNE NE L'A PRISE, AU
      *              SUPERVISEUR ; AU DOUBLE DU DELAI, NOTIFICATION AU
      *              SUPERVISEUR. LES NOTIFICATIONS (FB01NOTD, DESSIN
      *              FB00NOTI) SONT CONCATENEES PAR LE JCL AVANT
      *              FB00B23.
      *           COMPTE RENDU FB01RAPQ ; CODE RETOUR 4 SI UNE DEMANDE
      *           EST REJETEE, EN ANOMALIE OU ESCALADEE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51176 CREATION.
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
      *--- CARTE PARAMETRE : SUPERVISEUR ET DELAI DE SERVICE
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- DEMANDES DEPOSEES PAR L'EXTRANET DEPUIS LE DERNIER PASSAGE
           SELECT  FB01DEXI   ASSIGN  FB01DEXI
                               FILE STATUS IS  FS-FB01DEXI-STATUS.
      *--- FILE DES DEMANDES (VSAM KSDS, LUE PAR FB24T00)
           SELECT  FB01DEMQ   ASSIGN  FB01DEMQ
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY DEMQK-CLE
                               FILE STATUS IS  FS-FB01DEMQ-STATUS.
      *--- HISTORIQUE PERMANENT DES ACTIONS DE COMPOSITION (FB00B03)
           SELECT  FB00HIST   ASSIGN  FB00HIST
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY HIST-CLE
                               FILE STATUS IS  FS-FB00HIST-STATUS.
      *--- CONTRATS FERMES PAR LA GESTION DES POLICES (REDUIT PAR LE
      *--- JCL AUX STATUTS 'R'/'S', TRIE PAR CONTRAT)
           SELECT  FB00CSTX   ASSIGN  FB00CSTX
                               FILE STATUS IS  FS-FB00CSTX-STATUS.
      *--- CONTRATS EN FLOTTE A ALIMENTS (TRIES PAR CONTRAT)
           SELECT  FB00ALIC   ASSIGN  FB00ALIC
                               FILE STATUS IS  FS-FB00ALIC-STATUS.
      *--- NOTIFICATIONS OPERATEUR (DESSIN FB00NOTI DE FB00B23)
           SELECT  FB01NOTD   ASSIGN  FB01NOTD
                               FILE STATUS IS  FS-FB01NOTD-STATUS.
      *--- COMPTE RENDU DU PASSAGE
           SELECT  FB01RAPQ   ASSIGN  FB01RAPQ
                               FILE STATUS IS  FS-FB01RAPQ-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-RACF-SUPERVISEUR  PIC X(15).
           05  PARM-DELAI-SERVICE     PIC X(02).
           05  FILLER                 PIC X(63).
      *
       FD  FB01DEXI
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01DEXI              PIC X(250).
      *
       FD  FB01DEMQ
           LABEL RECORD STANDARD.
       01  ENRG-FB01DEMQ.
           05  DEMQK-CLE              PIC X(16).
           05  FILLER                 PIC X(384).
      *
       FD  FB00HIST
           LABEL RECORD STANDARD.
       01  ENRG-FB00HIST.
           05  HIST-CLE.
               10  HIST-NUMCONT       PIC X(12).
               10  HIST-JOUR          PIC X(08).
               10  HIST-HEURE         PIC X(08).
               10  HIST-RANG          PIC 9(03).
           05  HIST-ECRAN             PIC X(04).
           05  HIST-CODE-ACTION       PIC X(01).
           05  HIST-LIBELLE           PIC X(30).
           05  HIST-RACF              PIC X(15).
           05  FILLER                 PIC X(19).
      *
       FD  FB00CSTX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CSTX.
           05  CSTX-NUMCONT           PIC X(12).
           05  CSTX-STATUT            PIC X(01).
           05  CSTX-DT-STATUT         PIC X(08).
           05  FILLER                 PIC X(59).
      *
       FD  FB00ALIC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ALIC              PIC X(200).
      *
       FD  FB01NOTD
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01NOTD.
           05  NOTS-RACF              PIC X(15).
           05  NOTS-ORIGINE           PIC X(08).
           05  NOTS-NUMCONT           PIC X(12).
           05  NOTS-TEXTE             PIC X(40).
           05  NOTS-JOUR              PIC X(08).
           05  FILLER                 PIC X(17).
      *
       FD  FB01RAPQ
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01RAPQ.
           05  RAPQ-REFERENCE         PIC X(16).
           05  FILLER                 PIC X(02).
           05  RAPQ-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02).
           05  RAPQ-EVENEMENT         PIC X(12).
           05  FILLER                 PIC X(02).
           05  RAPQ-DETAIL            PIC X(54).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB01B16 **'.
      *================================================================*
      *   TABLE DE REFERENCE PARTAGEE DES CODES (FB00STCD)             *
      *================================================================*
           COPY FB00STCD.
      *================================================================*
      *   DEMANDES EXTRANET ET FILE DE TRAVAIL (DESSINS FB01DEMF)      *
      *================================================================*
           COPY FB01DEMF.
      *================================================================*
      *   FLOTTES A ALIMENTS (DESSIN FB00ALIC)                         *
      *================================================================*
           COPY FB00ALIF.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
           COPY FB00CALA.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB01DEXI-STATUS   PIC X(02).
           88     OK-FB01DEXI       VALUE '00'.
           88     EOF-FB01DEXI      VALUE '10'.
       01  FS-FB01DEMQ-STATUS   PIC X(02).
           88     OK-FB01DEMQ       VALUE '00'.
           88     EOF-FB01DEMQ      VALUE '10'.
           88     DOUBLON-FB01DEMQ  VALUE '22'.
       01  FS-FB00HIST-STATUS   PIC X(02).
           88     OK-FB00HIST       VALUE '00'.
           88     EOF-FB00HIST      VALUE '10'.
       01  FS-FB00CSTX-STATUS   PIC X(02).
           88     OK-FB00CSTX       VALUE '00'.
           88     EOF-FB00CSTX      VALUE '10'.
       01  FS-FB00ALIC-STATUS   PIC X(02).
           88     OK-FB00ALIC       VALUE '00'.
           88     EOF-FB00ALIC      VALUE '10'.
       01  FS-FB01NOTD-STATUS   PIC X(02).
           88     OK-FB01NOTD       VALUE '00'.
       01  FS-FB01RAPQ-STATUS   PIC X(02).
           88     OK-FB01RAPQ       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN                                           *
      *================================================================*
       01  WS-IND-FIN-DEXI       PIC X(01) VALUE 'N'.
           88     FIN-DEXI           VALUE 'O'.
       01  WS-IND-FIN-PARC       PIC X(01) VALUE 'N'.
           88     FIN-PARCOURS       VALUE 'O'.
       01  WS-IND-FIN-HIST       PIC X(01) VALUE 'N'.
           88     FIN-HIST           VALUE 'O'.
       01  WS-IND-FIN-CSTX       PIC X(01) VALUE 'N'.
           88     FIN-CSTX           VALUE 'O'.
       01  WS-IND-FIN-ALIC       PIC X(01) VALUE 'N'.
           88     FIN-ALIC           VALUE 'O'.
      *================================================================*
      *   PARAMETRES DU PASSAGE                                        *
      *================================================================*
       01  WS-RACF-SUPERVISEUR   PIC X(15) VALUE SPACES.
       01  WS-DELAI-SERVICE      PIC S9(05) COMP-3 VALUE ZERO.
       01  WS-DELAI-ESCALADE     PIC S9(05) COMP-3 VALUE ZERO.
      *================================================================*
      *   CONTRATS FERMES (EXTRAIT FB00CSTX REDUIT PAR LE JCL AUX      *
      *   STATUTS 'R' ET 'S') - MEME REGLE QUE FB01B02                 *
      *================================================================*
       01  WS-NB-FERMES          PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-FERMES.
           05  WS-FER             OCCURS 2000 TIMES
                                  INDEXED BY IX-FER.
               10  WS-FER-NUMCONT PIC X(12).
               10  WS-FER-STATUT  PIC X(01).
       01  WS-IND-CONTRAT-FERME  PIC X(01) VALUE 'N'.
           88     CONTRAT-FERME      VALUE 'O'.
      *================================================================*
      *   CONTRATS EN FLOTTE A ALIMENTS - MEME REGLE QUE FB01B02       *
      *================================================================*
       01  WS-NB-ALIMENTS        PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-ALIMENTS.
           05  WS-ALI             OCCURS 500 TIMES
                                  INDEXED BY IX-ALI.
               10  WS-ALI-NUMCONT PIC X(12).
       01  WS-IND-CONTRAT-ALIM   PIC X(01) VALUE 'N'.
           88     CONTRAT-A-ALIMENTS VALUE 'O'.
      *================================================================*
      *   PRE-CONTROLE DE LA DEMANDE COURANTE                          *
      *================================================================*
       01  WS-IND-LIGNE-VALIDE   PIC X(01) VALUE 'N'.
           88     LIGNE-VALIDE       VALUE 'O'.
       01  WS-IND-CODE-CONNU     PIC X(01) VALUE 'N'.
           88     CODE-CONNU         VALUE 'O'.
       01  WS-MOTIF-REJET        PIC X(45) VALUE SPACES.
       01  WS-DATE-CTRL.
           05  WS-DC-SSAA        PIC X(04).
           05  WS-DC-MM          PIC X(02).
           05  WS-DC-JJ          PIC X(02).
      *================================================================*
      *   SUIVI DE LA FILE                                             *
      *================================================================*
       01  WS-JOURS-OUVRES       PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-NB-ACTIONS         PIC 9(03) VALUE ZERO.
       01  WS-IND-DEMQ-MODIFIEE  PIC X(01) VALUE 'N'.
           88     DEMQ-MODIFIEE      VALUE 'O'.
       01  WS-RACF-NOTIFIE       PIC X(15) VALUE SPACES.
       01  WS-TEXTE-NOTIF        PIC X(40) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-DEMANDES-LUES  PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CHARGEES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANOMALIES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DEJA-CHARGEES  PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REJETEES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LIEES          PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-ACTION    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ESCALADES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NOTIFICATIONS  PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-EDIT-NB            PIC ZZ9.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-CHARGER-DEMANDES
           PERFORM 25000-SUIVRE-FILE
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
      *   LA CARTE PARAMETRE EST OBLIGATOIRE : SANS SUPERVISEUR, UNE   *
      *   DEMANDE QUE PERSONNE NE PREND NE SERAIT SIGNALEE A PERSONNE. *
      *   DELAI DE SERVICE PAR DEFAUT : 2 JOURS OUVRES                 *
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT  FB00PARM.
           IF NOT OK-FB00PARM
              DISPLAY 'FB01B16 : ERREUR OUVERTURE FB00PARM'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           READ FB00PARM
              AT END
                 DISPLAY 'FB01B16 : CARTE PARAMETRE ABSENTE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-READ.
           IF PARM-RACF-SUPERVISEUR = SPACES
              DISPLAY 'FB01B16 : CARTE PARAMETRE INVALIDE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE PARM-RACF-SUPERVISEUR TO WS-RACF-SUPERVISEUR.
           IF PARM-DELAI-SERVICE NUMERIC
              AND PARM-DELAI-SERVICE > '00'
              MOVE PARM-DELAI-SERVICE TO WS-DELAI-SERVICE
           ELSE
              MOVE 2                  TO WS-DELAI-SERVICE
           END-IF.
           COMPUTE WS-DELAI-ESCALADE = WS-DELAI-SERVICE * 2.
           CLOSE FB00PARM.
           DISPLAY 'FB01B16 : DELAI DE SERVICE (JOURS OUVRES) = '
                    WS-DELAI-SERVICE.
           OPEN INPUT  FB01DEXI
           OPEN I-O    FB01DEMQ
           OPEN INPUT  FB00HIST
           OPEN INPUT  FB00CSTX
           OPEN INPUT  FB00ALIC
           OPEN OUTPUT FB01NOTD
           OPEN OUTPUT FB01RAPQ.
           IF NOT OK-FB01DEXI OR NOT OK-FB01DEMQ
              OR NOT OK-FB00HIST OR NOT OK-FB00CSTX
              OR NOT OK-FB00ALIC OR NOT OK-FB01NOTD
              OR NOT OK-FB01RAPQ
              DISPLAY 'FB01B16 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 15000-CHARGER-FERMES
           PERFORM 16000-CHARGER-ALIMENTS
           PERFORM 21000-LIRE-DEXI
           .
      ******************************************************************
      *   CHARGEMENT DES CONTRATS FERMES : TOUT MOUVEMENT SUR UN       *
      *   CONTRAT RESILIE OU SUSPENDU EST SIGNALE                      *
      ******************************************************************
       15000-CHARGER-FERMES.
      *---------------------
           PERFORM 15100-LIRE-CSTX
           PERFORM 15200-RANGER-FERME
              UNTIL FIN-CSTX.
           CLOSE FB00CSTX
           .
      ******************************************************************
       15100-LIRE-CSTX.
      *----------------
           IF NOT FIN-CSTX
              READ FB00CSTX
                 AT END
                    SET FIN-CSTX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       15200-RANGER-FERME.
      *-------------------
           IF CSTX-STATUT = 'R' OR CSTX-STATUT = 'S'
              IF WS-NB-FERMES = 2000
                 DISPLAY 'FB01B16 : TABLE CONTRATS FERMES SATUREE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                TO WS-NB-FERMES
              SET IX-FER           TO WS-NB-FERMES
              MOVE CSTX-NUMCONT    TO WS-FER-NUMCONT(IX-FER)
              MOVE CSTX-STATUT     TO WS-FER-STATUT(IX-FER)
           END-IF
           PERFORM 15100-LIRE-CSTX
           .
      ******************************************************************
       15500-CHERCHER-FERME.
      *---------------------
           MOVE 'N' TO WS-IND-CONTRAT-FERME.
           SET IX-FER TO 1.
           IF WS-NB-FERMES > ZERO
              SEARCH WS-FER
                 AT END
                    CONTINUE
                 WHEN IX-FER > WS-NB-FERMES
                    CONTINUE
                 WHEN WS-FER-NUMCONT(IX-FER) = DEMQ-NUMCONT
                    SET CONTRAT-FERME TO TRUE
              END-SEARCH
           END-IF
           .
      ******************************************************************
      *   CHARGEMENT DES CONTRATS EN FLOTTE A ALIMENTS DONT LE MODE    *
      *   COUVRE LA DATE DU TRAITEMENT                                 *
      ******************************************************************
       16000-CHARGER-ALIMENTS.
      *-----------------------
           PERFORM 16100-LIRE-ALIC
           PERFORM 16200-RANGER-ALIMENTS
              UNTIL FIN-ALIC.
           CLOSE FB00ALIC
           .
      ******************************************************************
       16100-LIRE-ALIC.
      *----------------
           IF NOT FIN-ALIC
              READ FB00ALIC INTO WSS-ALIC-ENR
                 AT END
                    SET FIN-ALIC TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       16200-RANGER-ALIMENTS.
      *----------------------
           IF ALIC-DATE-DEBUT NOT > WS-DATE-TRAITEMENT
              AND (ALIC-DATE-FIN = SPACES
                   OR ALIC-DATE-FIN NOT < WS-DATE-TRAITEMENT)
              IF WS-NB-ALIMENTS = 500
                 DISPLAY 'FB01B16 : TABLE FLOTTES A ALIMENTS SATUREE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                TO WS-NB-ALIMENTS
              SET IX-ALI           TO WS-NB-ALIMENTS
              MOVE ALIC-NUMCONT    TO WS-ALI-NUMCONT(IX-ALI)
           END-IF
           PERFORM 16100-LIRE-ALIC
           .
      ******************************************************************
       16500-CHERCHER-ALIMENTS.
      *------------------------
           MOVE 'N' TO WS-IND-CONTRAT-ALIM.
           SET IX-ALI TO 1.
           IF WS-NB-ALIMENTS > ZERO
              SEARCH WS-ALI
                 AT END
                    CONTINUE
                 WHEN IX-ALI > WS-NB-ALIMENTS
                    CONTINUE
                 WHEN WS-ALI-NUMCONT(IX-ALI) = DEMQ-NUMCONT
                    SET CONTRAT-A-ALIMENTS TO TRUE
              END-SEARCH
           END-IF
           .
      ******************************************************************
      *   1) CHARGEMENT DES DEMANDES DEPOSEES PAR L'EXTRANET           *
      ******************************************************************
       20000-CHARGER-DEMANDES.
      *-----------------------
           PERFORM 20100-CHARGER-UNE-DEMANDE
              UNTIL FIN-DEXI
           .
      ******************************************************************
      *   SANS REFERENCE, LA DEMANDE NE PEUT ETRE SUIVIE : ELLE EST    *
      *   REJETEE AU COMPTE RENDU. UNE REFERENCE DEJA EN FILE (DEPOT   *
      *   REJOUE PAR L'EXTRANET) EST IGNOREE                           *
      ******************************************************************
       20100-CHARGER-UNE-DEMANDE.
      *--------------------------
           IF DEXI-REFERENCE = SPACES OR LOW-VALUE
              MOVE SPACES             TO ENRG-FB01RAPQ
              MOVE DEXI-NUMCONT       TO RAPQ-NUMCONT
              MOVE 'REJETEE'          TO RAPQ-EVENEMENT
              MOVE 'REFERENCE EXTRANET ABSENTE'
                                      TO RAPQ-DETAIL
              WRITE ENRG-FB01RAPQ
              ADD 1                   TO WS-CPT-REJETEES
           ELSE
              PERFORM 20200-CONSTITUER-DEMANDE
              PERFORM 22000-CONTROLER-DEMANDE
              WRITE ENRG-FB01DEMQ FROM WSS-DEMQ-ENR
              END-WRITE
              EVALUATE TRUE
                 WHEN OK-FB01DEMQ
                    ADD 1             TO WS-CPT-CHARGEES
                    IF DEMQ-PRECTL-ANOMALIE
                       ADD 1          TO WS-CPT-ANOMALIES
                       MOVE SPACES    TO ENRG-FB01RAPQ
                       MOVE DEMQ-REFERENCE TO RAPQ-REFERENCE
                       MOVE DEMQ-NUMCONT   TO RAPQ-NUMCONT
                       MOVE 'ANOMALIE'     TO RAPQ-EVENEMENT
                       MOVE DEMQ-MOTIF-PRECTL TO RAPQ-DETAIL
                       WRITE ENRG-FB01RAPQ
                    END-IF
                 WHEN DOUBLON-FB01DEMQ
                    ADD 1             TO WS-CPT-DEJA-CHARGEES
                 WHEN OTHER
                    DISPLAY 'FB01B16 : ERREUR ECRITURE FB01DEMQ - '
                            'STATUS ' FS-FB01DEMQ-STATUS
                    PERFORM 32000-ABANDON-ERREUR-FAT
              END-EVALUATE
           END-IF
           PERFORM 21000-LIRE-DEXI
           .
      ******************************************************************
       20200-CONSTITUER-DEMANDE.
      *-------------------------
           MOVE SPACES               TO WSS-DEMQ-ENR.
           MOVE DEXI-REFERENCE       TO DEMQ-REFERENCE.
           MOVE DEXI-CANAL           TO DEMQ-CANAL.
           MOVE DEXI-JOUR-RECU       TO DEMQ-JOUR-RECU.
           MOVE DEXI-HEURE-RECU      TO DEMQ-HEURE-RECU.
           MOVE DEXI-ACTION          TO DEMQ-ACTION.
           MOVE DEXI-ELEMENT         TO DEMQ-ELEMENT.
           MOVE DEXI-TEXTE           TO DEMQ-TEXTE.
           MOVE DEXI-EMETTEUR        TO DEMQ-EMETTEUR.
           MOVE WS-DATE-TRAITEMENT   TO DEMQ-JOUR-CHARGE.
           SET DEMQ-OUVERTE          TO TRUE.
           MOVE ZERO                 TO DEMQ-HIST-RANG
                                        DEMQ-NB-ACTIONS
                                        DEMQ-NIVEAU-ESCALADE
      *--- UNE DATE DE RECEPTION ILLISIBLE EST REMPLACEE PAR LE JOUR DU
      *--- CHARGEMENT, POINT DE DEPART DU DELAI DE SERVICE
           MOVE DEMQ-JOUR-RECU       TO WS-DATE-CTRL.
           MOVE 'O'                  TO WS-IND-LIGNE-VALIDE.
           PERFORM 22200-CONTROLER-DATE.
           IF NOT LIGNE-VALIDE
              MOVE WS-DATE-TRAITEMENT TO DEMQ-JOUR-RECU
           END-IF
           .
      ******************************************************************
      *   MEMES REGLES QUE 22000-CONTROLER-LIGNE DE FB01B02, SELON     *
      *   L'ACTION DEMANDEE : LE CODE TYPE ET LA DATE D'ENTREE NE SONT *
      *   EXIGES QUE POUR UN AJOUT, LA DATE ET LE MOTIF DE SORTIE QUE  *
      *   POUR UNE SORTIE. LE RESULTAT EST PORTE DANS LA DEMANDE POUR  *
      *   L'OPERATEUR, RIEN N'EST APPLIQUE                             *
      ******************************************************************
       22000-CONTROLER-DEMANDE.
      *------------------------
           MOVE 'O'    TO WS-IND-LIGNE-VALIDE.
           MOVE SPACES TO WS-MOTIF-REJET.
           EVALUATE TRUE
              WHEN NOT DEMQ-AJOUT AND NOT DEMQ-SORTIE
               AND NOT DEMQ-MODIFICATION
                 MOVE 'ACTION DEMANDEE INCONNUE (A, S OU M ATTENDU)'
                                      TO WS-MOTIF-REJET
                 MOVE 'N'             TO WS-IND-LIGNE-VALIDE
              WHEN DEMQ-NUMCONT = SPACES OR LOW-VALUE
                 MOVE 'NUMERO DE CONTRAT ABSENT'
                                      TO WS-MOTIF-REJET
                 MOVE 'N'             TO WS-IND-LIGNE-VALIDE
              WHEN NOT DEMQ-PERSONNE AND NOT DEMQ-VEHICULE
                 MOVE 'TYPE DE LIGNE INCONNU (P OU V ATTENDU)'
                                      TO WS-MOTIF-REJET
                 MOVE 'N'             TO WS-IND-LIGNE-VALIDE
              WHEN DEMQ-IDENT = SPACES OR LOW-VALUE
                 MOVE 'IDENTIFIANT ABSENT'
                                      TO WS-MOTIF-REJET
                 MOVE 'N'             TO WS-IND-LIGNE-VALIDE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF LIGNE-VALIDE AND DEMQ-AJOUT
              PERFORM 22100-CONTROLER-STATYP
           END-IF.
           IF LIGNE-VALIDE
              AND (DEMQ-AJOUT OR DEMQ-DATENT NOT = SPACES)
              MOVE DEMQ-DATENT TO WS-DATE-CTRL
              PERFORM 22200-CONTROLER-DATE
              IF NOT LIGNE-VALIDE
                 MOVE 'DATE D''ENTREE INVALIDE'
                                      TO WS-MOTIF-REJET
              END-IF
           END-IF.
           IF LIGNE-VALIDE
              AND (DEMQ-SORTIE OR DEMQ-DATSOR NOT = SPACES)
              MOVE DEMQ-DATSOR TO WS-DATE-CTRL
              PERFORM 22200-CONTROLER-DATE
              IF NOT LIGNE-VALIDE
                 MOVE 'DATE DE SORTIE INVALIDE'
                                      TO WS-MOTIF-REJET
              END-IF
           END-IF.
           IF LIGNE-VALIDE
              AND DEMQ-SORTIE
              AND DEMQ-MOTIF = SPACES
              MOVE 'MOTIF OBLIGATOIRE SUR UNE SORTIE'
                                      TO WS-MOTIF-REJET
              MOVE 'N'                TO WS-IND-LIGNE-VALIDE
           END-IF.
           IF LIGNE-VALIDE
              PERFORM 15500-CHERCHER-FERME
              IF CONTRAT-FERME
                 MOVE 'CONTRAT RESILIE OU SUSPENDU (FD 51133)'
                                      TO WS-MOTIF-REJET
                 MOVE 'N'             TO WS-IND-LIGNE-VALIDE
              END-IF
           END-IF.
           IF LIGNE-VALIDE
              AND DEMQ-VEHICULE
              PERFORM 16500-CHERCHER-ALIMENTS
              IF CONTRAT-A-ALIMENTS
                 MOVE 'FLOTTE A ALIMENTS - VEHICULES PAR DECLARATION'
                                      TO WS-MOTIF-REJET
                 MOVE 'N'             TO WS-IND-LIGNE-VALIDE
              END-IF
           END-IF.
           IF LIGNE-VALIDE
              SET DEMQ-PRECTL-OK       TO TRUE
              MOVE SPACES              TO DEMQ-MOTIF-PRECTL
           ELSE
              SET DEMQ-PRECTL-ANOMALIE TO TRUE
              MOVE WS-MOTIF-REJET      TO DEMQ-MOTIF-PRECTL
           END-IF
           .
      ******************************************************************
       22100-CONTROLER-STATYP.
      *-----------------------
           MOVE 'N' TO WS-IND-CODE-CONNU.
           IF DEMQ-PERSONNE
              SET IX-STCD-PERS TO 1
              SEARCH WSS-STCD-PERS-ENR
                 AT END
                    CONTINUE
                 WHEN WSS-STCD-PERS-CODE(IX-STCD-PERS) = DEMQ-STATYP
                    SET CODE-CONNU TO TRUE
              END-SEARCH
           ELSE
              SET IX-STCD-VEHI TO 1
              SEARCH WSS-STCD-VEHI-ENR
                 AT END
                    CONTINUE
                 WHEN WSS-STCD-VEHI-CODE(IX-STCD-VEHI) = DEMQ-STATYP
                    SET CODE-CONNU TO TRUE
              END-SEARCH
           END-IF.
           IF NOT CODE-CONNU
              MOVE 'CODE TYPE ABSENT DE LA REFERENCE FB00STCD'
                                      TO WS-MOTIF-REJET
              MOVE 'N'                TO WS-IND-LIGNE-VALIDE
           END-IF
           .
      ******************************************************************
       22200-CONTROLER-DATE.
      *---------------------
           IF WS-DATE-CTRL NOT NUMERIC
              OR WS-DC-MM < '01' OR WS-DC-MM > '12'
              OR WS-DC-JJ < '01' OR WS-DC-JJ > '31'
              MOVE 'N' TO WS-IND-LIGNE-VALIDE
           END-IF
           .
      ******************************************************************
       21000-LIRE-DEXI.
      *----------------
           IF NOT FIN-DEXI
              READ FB01DEXI INTO WSS-DEXI-ENR
                 AT END
                    SET FIN-DEXI TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-DEMANDES-LUES
              END-READ
           END-IF
           .
      ******************************************************************
      *   2) ET 3) PARCOURS COMPLET DE LA FILE : LIEN DES DEMANDES     *
      *   CLOSES AVEC FB00HIST, ESCALADE DES DEMANDES HORS DELAI       *
      ******************************************************************
       25000-SUIVRE-FILE.
      *------------------
           MOVE LOW-VALUES TO DEMQK-CLE.
           START FB01DEMQ KEY NOT < DEMQK-CLE
           END-START.
           IF NOT OK-FB01DEMQ
              SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM 25100-EXAMINER-DEMANDE
              UNTIL FIN-PARCOURS
           .
      ******************************************************************
       25100-EXAMINER-DEMANDE.
      *-----------------------
           READ FB01DEMQ NEXT INTO WSS-DEMQ-ENR
           END-READ.
           IF NOT OK-FB01DEMQ
              SET FIN-PARCOURS TO TRUE
           ELSE
              MOVE 'N' TO WS-IND-DEMQ-MODIFIEE
              IF DEMQ-TRAITEE AND DEMQ-LIEN-A-FAIRE
                 PERFORM 25200-LIER-HISTORIQUE
              END-IF
              IF DEMQ-EN-COURS
                 PERFORM 25400-CONTROLER-DELAI
              END-IF
              IF DEMQ-MODIFIEE
                 REWRITE ENRG-FB01DEMQ FROM WSS-DEMQ-ENR
                 END-REWRITE
                 IF NOT OK-FB01DEMQ
                    DISPLAY 'FB01B16 : ERREUR REECRITURE FB01DEMQ - '
                            'STATUS ' FS-FB01DEMQ-STATUS
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *   ACTIONS DU CONTRAT SAISIES PAR L'OPERATEUR QUI A CLOS, DU    *
      *   JOUR DE PRISE EN CHARGE AU JOUR DE CLOTURE : LA PREMIERE EST *
      *   RETENUE COMME LIEN, TOUTES SONT COMPTEES                     *
      ******************************************************************
       25200-LIER-HISTORIQUE.
      *----------------------
           MOVE ZERO                  TO WS-NB-ACTIONS.
           MOVE 'N'                   TO WS-IND-FIN-HIST.
           MOVE DEMQ-NUMCONT          TO HIST-NUMCONT.
           MOVE DEMQ-JOUR-PRISE       TO HIST-JOUR.
           MOVE LOW-VALUES            TO HIST-HEURE.
           MOVE ZERO                  TO HIST-RANG.
           START FB00HIST KEY NOT < HIST-CLE
           END-START.
           IF NOT OK-FB00HIST
              SET FIN-HIST TO TRUE
           END-IF.
           PERFORM 25300-EXAMINER-ACTION
              UNTIL FIN-HIST.
           MOVE WS-NB-ACTIONS         TO DEMQ-NB-ACTIONS.
           MOVE 'O'                   TO WS-IND-DEMQ-MODIFIEE.
           MOVE SPACES                TO ENRG-FB01RAPQ.
           MOVE DEMQ-REFERENCE        TO RAPQ-REFERENCE.
           MOVE DEMQ-NUMCONT          TO RAPQ-NUMCONT.
           IF WS-NB-ACTIONS > ZERO
              SET DEMQ-LIEN-FAIT      TO TRUE
              ADD 1                   TO WS-CPT-LIEES
              MOVE 'LIEE'             TO RAPQ-EVENEMENT
              MOVE WS-NB-ACTIONS      TO WS-EDIT-NB
              STRING WS-EDIT-NB ' ACTION(S) FB00HIST - PREMIERE LE '
                     DEMQ-HIST-JOUR
                     DELIMITED BY SIZE INTO RAPQ-DETAIL
              END-STRING
           ELSE
              SET DEMQ-LIEN-ABSENT    TO TRUE
              ADD 1                   TO WS-CPT-SANS-ACTION
              MOVE 'SANS ACTION'      TO RAPQ-EVENEMENT
              STRING 'CLOSE TRAITEE PAR ' DEMQ-RACF-CLOTURE
                     ' SANS ACTION'
                     DELIMITED BY SIZE INTO RAPQ-DETAIL
              END-STRING
              MOVE DEMQ-RACF-CLOTURE  TO WS-RACF-NOTIFIE
              MOVE SPACES             TO WS-TEXTE-NOTIF
              STRING 'DEMANDE ' DEMQ-REFERENCE ' SANS ACTION'
                     DELIMITED BY SIZE INTO WS-TEXTE-NOTIF
              END-STRING
              PERFORM 26000-NOTIFIER
           END-IF.
           WRITE ENRG-FB01RAPQ
           .
      ******************************************************************
       25300-EXAMINER-ACTION.
      *----------------------
           READ FB00HIST NEXT
           END-READ.
           IF NOT OK-FB00HIST
              OR HIST-NUMCONT NOT = DEMQ-NUMCONT
              OR HIST-JOUR > DEMQ-JOUR-CLOTURE
              SET FIN-HIST TO TRUE
           ELSE
              IF HIST-RACF = DEMQ-RACF-CLOTURE
                 IF WS-NB-ACTIONS = ZERO
                    MOVE HIST-JOUR    TO DEMQ-HIST-JOUR
                    MOVE HIST-HEURE   TO DEMQ-HIST-HEURE
                    MOVE HIST-RANG    TO DEMQ-HIST-RANG
                 END-IF
                 IF WS-NB-ACTIONS < 999
                    ADD 1             TO WS-NB-ACTIONS
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *   DELAI DE SERVICE EN JOURS OUVRES DEPUIS LA RECEPTION.        *
      *   NIVEAU 1 : A L'OPERATEUR QUI A PRIS LA DEMANDE, SINON AU     *
      *   SUPERVISEUR ; NIVEAU 2 (DOUBLE DU DELAI) : AU SUPERVISEUR.   *
      *   CHAQUE NIVEAU N'EST NOTIFIE QU'UNE FOIS                      *
      ******************************************************************
       25400-CONTROLER-DELAI.
      *----------------------
           SET CALA-FONC-ECART-OUV    TO TRUE.
           MOVE DEMQ-JOUR-RECU        TO CALA-DATE-1.
           MOVE WS-DATE-TRAITEMENT    TO CALA-DATE-2.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              DISPLAY 'FB01B16 : ERREUR FB00SV01 - CODE '
                       CALA-CODE-RETOUR ' - DEMANDE ' DEMQ-REFERENCE
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE CALA-RESULTAT         TO WS-JOURS-OUVRES.
           IF WS-JOURS-OUVRES > WS-DELAI-ESCALADE
              AND DEMQ-NIVEAU-ESCALADE < 2
              MOVE 2                  TO DEMQ-NIVEAU-ESCALADE
              MOVE WS-RACF-SUPERVISEUR TO WS-RACF-NOTIFIE
              MOVE SPACES             TO WS-TEXTE-NOTIF
              STRING 'DEMANDE ' DEMQ-REFERENCE ' ESCALADE 2'
                     DELIMITED BY SIZE INTO WS-TEXTE-NOTIF
              END-STRING
              PERFORM 25500-ESCALADER
           ELSE
              IF WS-JOURS-OUVRES > WS-DELAI-SERVICE
                 AND DEMQ-NIVEAU-ESCALADE < 1
                 MOVE 1               TO DEMQ-NIVEAU-ESCALADE
                 MOVE SPACES          TO WS-TEXTE-NOTIF
                 IF DEMQ-PRISE
                    MOVE DEMQ-RACF-PRISE     TO WS-RACF-NOTIFIE
                    STRING 'DEMANDE ' DEMQ-REFERENCE ' HORS DELAI'
                           DELIMITED BY SIZE INTO WS-TEXTE-NOTIF
                    END-STRING
                 ELSE
                    MOVE WS-RACF-SUPERVISEUR TO WS-RACF-NOTIFIE
                    STRING 'DEMANDE ' DEMQ-REFERENCE ' NON PRISE'
                           DELIMITED BY SIZE INTO WS-TEXTE-NOTIF
                    END-STRING
                 END-IF
                 PERFORM 25500-ESCALADER
              END-IF
           END-IF
           .
      ******************************************************************
       25500-ESCALADER.
      *----------------
           MOVE WS-DATE-TRAITEMENT    TO DEMQ-JOUR-ESCALADE.
           MOVE 'O'                   TO WS-IND-DEMQ-MODIFIEE.
           ADD 1                      TO WS-CPT-ESCALADES.
           PERFORM 26000-NOTIFIER.
           MOVE SPACES                TO ENRG-FB01RAPQ.
           MOVE DEMQ-REFERENCE        TO RAPQ-REFERENCE.
           MOVE DEMQ-NUMCONT          TO RAPQ-NUMCONT.
           MOVE 'ESCALADE'            TO RAPQ-EVENEMENT.
           STRING 'NIVEAU ' DEMQ-NIVEAU-ESCALADE ' RECUE LE '
                  DEMQ-JOUR-RECU ' VERS ' WS-RACF-NOTIFIE
                  DELIMITED BY SIZE INTO RAPQ-DETAIL
           END-STRING.
           WRITE ENRG-FB01RAPQ
           .
      ******************************************************************
      *   DESTINATAIRE ET TEXTE SONT PREPARES PAR L'APPELANT           *
      ******************************************************************
       26000-NOTIFIER.
      *---------------
           MOVE SPACES                TO ENRG-FB01NOTD.
           MOVE WS-RACF-NOTIFIE       TO NOTS-RACF.
           MOVE WS-TEXTE-NOTIF        TO NOTS-TEXTE.
           MOVE 'FB01B16 '            TO NOTS-ORIGINE.
           MOVE DEMQ-NUMCONT          TO NOTS-NUMCONT.
           MOVE WS-DATE-TRAITEMENT    TO NOTS-JOUR.
           WRITE ENRG-FB01NOTD.
           ADD 1                      TO WS-CPT-NOTIFICATIONS
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB01DEXI FB01DEMQ FB00HIST FB01NOTD FB01RAPQ.
           DISPLAY 'FB01B16 : DEMANDES LUES           = '
                    WS-CPT-DEMANDES-LUES.
           DISPLAY 'FB01B16 : DEMANDES CHARGEES       = '
                    WS-CPT-CHARGEES.
           DISPLAY 'FB01B16 :  DONT EN ANOMALIE       = '
                    WS-CPT-ANOMALIES.
           DISPLAY 'FB01B16 : DEMANDES DEJA EN FILE   = '
                    WS-CPT-DEJA-CHARGEES.
           DISPLAY 'FB01B16 : DEMANDES REJETEES       = '
                    WS-CPT-REJETEES.
           DISPLAY 'FB01B16 : CLOTURES LIEES FB00HIST = '
                    WS-CPT-LIEES.
           DISPLAY 'FB01B16 : CLOTURES SANS ACTION    = '
                    WS-CPT-SANS-ACTION.
           DISPLAY 'FB01B16 : ESCALADES               = '
                    WS-CPT-ESCALADES.
           DISPLAY 'FB01B16 : NOTIFICATIONS EMISES    = '
                    WS-CPT-NOTIFICATIONS.
           IF WS-CPT-REJETEES > ZERO OR WS-CPT-ANOMALIES > ZERO
              OR WS-CPT-ESCALADES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB01B16 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
