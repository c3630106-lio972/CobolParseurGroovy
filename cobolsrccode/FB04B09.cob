      *           DE RECEPTION FVA (MEME PRINCIPE QUE FB00B07 POUR
      *           FCGEEDF1). LES MOUVEMENTS SANS PLAQUE RETROUVABLE
      *           SONT EDITES (FB04RAPF), CODE RETOUR 4.
      *           DEPUIS M001, LES SORTIES ('D') SONT TRAITEES SELON
      *           LEUR MOTIF (REFERENTIEL FB01MOTF, DECHARGE PAR LE
      *           JCL DANS FB01MOTX, DESSIN FB00MOTF) :
      *           - SORTIE DE VEHICULE : DECLARATION FVA SI LE MOTIF
      *             LE PREVOIT ;
      *           - SORTIE DE CONDUCTEUR : DEMANDE DE RELEVE
      *             D'INFORMATION (FB04RELM, DESSIN FB00RELQ, ORIGINE
      *             'MOTF', CONCATENE PAR LE JCL AU REGISTRE SUIVI PAR
      *             FB00B14) SI LE MOTIF LE PREVOIT.
      *           UN MOTIF ABSENT DU REFERENTIEL GARDE LE COMPORTEMENT
      *           HISTORIQUE (FVA OUI, RELEVE NON).
      *           DEPUIS M002, UNE PLAQUE TEMPORAIRE REMPLACEE DANS LA
      *           JOURNEE PAR SA DEFINITIVE (COMMANDE 'DEF' DE FB04T00,
      *           KSDS FB04TMPK, DESSIN FB04TMPF) SE DECLARE EN SORTIE
      *           DE LA TEMPORAIRE ET ENTREE DE LA DEFINITIVE A LA DATE
      *           DU REMPLACEMENT, SANS MOUVEMENT FB01 DU VEHICULE.
      *           DEPUIS M003, LA SORTIE D'UN VEHICULE NE DONNE PLUS
      *           D'AVIS CIGAL : LE MODULE CIGAL00 NE CONNAIT QUE LA
      *           DECLARATION DU VEHICULE ASSURE (SA COMMAREA NE PORTE
      *           PAS DE TYPE DE MOUVEMENT) ET L'AVIS REJOUE PAR
      *           FB01B04 REDECLARAIT LE VEHICULE SORTI. L'INDICATEUR
      *           CIGAL DU REFERENTIEL DES MOTIFS EST SANS EFFET.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51132 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51166 CONSEQUENCES DES
      *                                       SORTIES PILOTEES PAR LE
      *                                       MOTIF (REFERENTIEL
      *                                       FB01MOTX) : FVA, AVIS
      *                                       CIGAL (FB04CGSO) ET
      *                                       DEMANDE DE RELEVE
      *                                       (FB04RELM).
      *
      * 15.10.2026 GFA/P.ESTEVE     M002      F51207 DECLARATION FVA
      *                                       DU REMPLACEMENT D'UNE
      *                                       PLAQUE TEMPORAIRE PAR SA
      *                                       DEFINITIVE (FB04TMPK).
      *
      * 15.10.2026 GFA/P.ESTEVE     M003      F51210 SUPPRESSION DE
      *                                       L'AVIS DE SORTIE CIGAL
      *                                       (FB04CGSO) : CIGAL00 N'A
      *                                       PAS DE MOUVEMENT DE
      *                                       SORTIE.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *--- MOUVEMENTS SANS PLAQUE RETROUVABLE
           SELECT  FB04RAPF   ASSIGN  FB04RAPF
                               FILE STATUS IS  FS-FB04RAPF-STATUS.
      *--- DECHARGEMENT DU REFERENTIEL DES MOTIFS DE SORTIE FB01MOTF
           SELECT  FB01MOTX   ASSIGN  FB01MOTX
                               FILE STATUS IS  FS-FB01MOTX-STATUS.
      *--- DEMANDES DE RELEVE D'INFORMATION (REGISTRE FB00B14)
           SELECT  FB04RELM   ASSIGN  FB04RELM
                               FILE STATUS IS  FS-FB04RELM-STATUS.
      *--- PLAQUES TEMPORAIRES ET LEUR REMPLACEMENT (VSAM KSDS CLE
      *--- PLAQUE TEMPORAIRE, ALIMENTE EN LIGNE PAR FB04T00) - OPTIONNEL
           SELECT  FB04TMPK   ASSIGN  FB04TMPK
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY TMPKF-IMMAT
                               FILE STATUS IS  FS-FB04TMPK-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
               10  AUDX-FB01-JOUR         PIC X(08).
               10  AUDX-FB01-HEURE        PIC X(08).
               10  AUDX-FB01-DATE-EFFET   PIC X(08).
               10  AUDX-FB01-MOTIF        PIC X(01).
               10  FILLER                 PIC X(04).
      *
       FD  FB04IMMC
           RECORDING   F
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPF-MOTIF             PIC X(45).
           05  FILLER                 PIC X(15) VALUE SPACES.
      *
       FD  FB01MOTX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01MOTX              PIC X(100).
      *
       FD  FB04RELM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04RELM.
           05  RELM-NUMCONT           PIC X(12).
           05  RELM-RANG              PIC 9(04).
           05  RELM-DATE-DEMANDE      PIC X(08).
           05  RELM-DEMANDEUR         PIC X(30).
           05  RELM-ORIGINE           PIC X(04).
           05  FILLER                 PIC X(22).
      *
       FD  FB04TMPK
           LABEL RECORD STANDARD.
       01  ENRG-FB04TMPK.
           05  TMPKF-IMMAT            PIC X(10).
           05  FILLER                 PIC X(90).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           88     OK-FB04FVAD       VALUE '00'.
       01  FS-FB04RAPF-STATUS   PIC X(02).
           88     OK-FB04RAPF       VALUE '00'.
       01  FS-FB01MOTX-STATUS   PIC X(02).
           88     OK-FB01MOTX       VALUE '00'.
       01  FS-FB04RELM-STATUS   PIC X(02).
           88     OK-FB04RELM       VALUE '00'.
       01  FS-FB04TMPK-STATUS   PIC X(02).
           88     OK-FB04TMPK       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
           88     FIN-AUDX           VALUE 'O'.
       01  WS-IND-FIN-IMMC       PIC X(01) VALUE 'N'.
           88     FIN-IMMC           VALUE 'O'.
       01  WS-IND-FIN-MOTX       PIC X(01) VALUE 'N'.
           88     FIN-MOTX           VALUE 'O'.
       01  WS-IND-FIN-TMPK       PIC X(01) VALUE 'N'.
           88     FIN-TMPK           VALUE 'O'.
       01  WS-IND-OUV-TMPK       PIC X(01) VALUE 'N'.
           88     TMPK-OUVERT        VALUE 'O'.
      *================================================================*
      *   PLAQUE TEMPORAIRE EN COURS (FB04TMPK)                        *
      *================================================================*
       COPY FB04TMPF.
      *================================================================*
      *   REFERENTIEL DES MOTIFS DE SORTIE, CHARGE EN MEMOIRE          *
      *================================================================*
       COPY FB00MOTF.
       01  WS-NB-MOTIFS          PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-MOTIFS.
           05  WS-MOT             OCCURS 100 TIMES
                                  INDEXED BY IX-MOT.
               10  WS-MOT-CODE       PIC X(01).
               10  WS-MOT-FVA        PIC X(01).
               10  WS-MOT-RELEVE     PIC X(01).
      *--- CONSEQUENCES DE LA SORTIE EN COURS (DEFAUT : HISTORIQUE)
       01  WS-EFF-FVA            PIC X(01) VALUE 'O'.
           88     EFFET-FVA          VALUE 'O'.
       01  WS-EFF-RELEVE         PIC X(01) VALUE 'N'.
           88     EFFET-RELEVE       VALUE 'O'.
       01  WS-DEMANDEUR-MOTIF.
           05  FILLER            PIC X(19) VALUE
               'SORTIE FB01 MOTIF '.
           05  WS-DEM-MOTIF      PIC X(01).
           05  FILLER            PIC X(10) VALUE SPACES.
      *================================================================*
      *   PLAQUES DU CONTRAT EN COURS                                  *
      *================================================================*
       01  WS-CPT-ENTREES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SORTIES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-PLAQUE    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-FVA       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RELEVES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REMPLACEMENTS  PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
      ******************************************************************
      *                     T R A I T E M E N T                        *
           OPEN INPUT  FB04IMMC
           OPEN OUTPUT FB04FVAE
           OPEN OUTPUT FB04FVAD
           OPEN OUTPUT FB04RAPF
           OPEN INPUT  FB01MOTX
           OPEN OUTPUT FB04RELM.
           IF NOT OK-FB00AUDX OR NOT OK-FB04IMMC
              OR NOT OK-FB04FVAE OR NOT OK-FB04FVAD
              OR NOT OK-FB04RAPF OR NOT OK-FB01MOTX
              OR NOT OK-FB04RELM
              DISPLAY 'FB04B09 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 11000-CHARGER-MOTIF
              UNTIL FIN-MOTX.
           CLOSE FB01MOTX.
           IF WS-NB-MOTIFS = ZERO
              DISPLAY 'FB04B09 : REFERENTIEL DES MOTIFS VIDE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
      *--- FICHIER DES PLAQUES TEMPORAIRES ABSENT : PAS DE REMPLACEMENT
           OPEN INPUT  FB04TMPK.
           IF NOT OK-FB04TMPK
              DISPLAY 'FB04B09 : FB04TMPK ABSENT - STATUS '
                       FS-FB04TMPK-STATUS
              SET FIN-TMPK TO TRUE
           ELSE
              SET TMPK-OUVERT TO TRUE
           END-IF.
           PERFORM 21000-LIRE-AUDX
           PERFORM 21100-LIRE-IMMC
           PERFORM 21200-LIRE-TMPK
           .
      ******************************************************************
       11000-CHARGER-MOTIF.
      *--------------------
           READ FB01MOTX INTO WSS-MOTF-ENR
              AT END
                 SET FIN-MOTX TO TRUE
           END-READ.
           IF NOT FIN-MOTX
              IF WS-NB-MOTIFS = 100
                 DISPLAY 'FB04B09 : TABLE DES MOTIFS SATUREE (100)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                  TO WS-NB-MOTIFS
              SET IX-MOT             TO WS-NB-MOTIFS
              MOVE MOTF-CODE         TO WS-MOT-CODE(IX-MOT)
              MOVE MOTF-EFF-FVA      TO WS-MOT-FVA(IX-MOT)
              MOVE MOTF-EFF-RELEVE   TO WS-MOT-RELEVE(IX-MOT)
           END-IF
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-CONTRAT
              UNTIL FIN-AUDX
           PERFORM 27000-REMPLACEMENT-TEMPORAIRE
              UNTIL FIN-TMPK
           .
      ******************************************************************
       20100-TRAITER-CONTRAT.
      *   ('D') DE VEHICULES (TYPE 'V') DE L'ECRAN FB01 SONT A        *
      *   DECLARER AU FVA - UNE RESTAURATION REMET LE VEHICULE EN     *
      *   COUVERTURE ET SE DECLARE COMME UNE ENTREE                   *
      *   DEPUIS M001 LA SORTIE D'UN VEHICULE NE SE DECLARE QUE SI SON *
      *   MOTIF LE PREVOIT, ET LA SORTIE D'UN CONDUCTEUR (TYPE 'P')    *
      *   PEUT DONNER LIEU A UNE DEMANDE DE RELEVE D'INFORMATION       *
      ******************************************************************
       23000-EXAMINER-ACTION.
      *----------------------
           IF AUDX-ECRAN-FB01
              EVALUATE TRUE
                 WHEN AUDX-FB01-TYPE-TS = 'V'
                  AND (AUDX-FB01-CODE-ACTION = 'A'
                       OR AUDX-FB01-CODE-ACTION = 'R')
                    PERFORM 24000-DECLARER-MOUVEMENT
                 WHEN AUDX-FB01-TYPE-TS = 'V'
                  AND AUDX-FB01-CODE-ACTION = 'D'
                    PERFORM 23100-CONSEQUENCES-MOTIF
                    PERFORM 25000-SORTIE-VEHICULE
                 WHEN AUDX-FB01-TYPE-TS = 'P'
                  AND AUDX-FB01-CODE-ACTION = 'D'
                    PERFORM 23100-CONSEQUENCES-MOTIF
                    PERFORM 26000-SORTIE-CONDUCTEUR
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           PERFORM 21000-LIRE-AUDX
           .
      ******************************************************************
      *   CONSEQUENCES DE LA SORTIE SELON SON MOTIF : MOTIF ABSENT DU *
      *   REFERENTIEL (OU NON RENSEIGNE) = COMPORTEMENT HISTORIQUE    *
      ******************************************************************
       23100-CONSEQUENCES-MOTIF.
      *-------------------------
           MOVE 'O' TO WS-EFF-FVA.
           MOVE 'N' TO WS-EFF-RELEVE.
           SET IX-MOT TO 1.
           IF AUDX-FB01-MOTIF NOT = SPACE AND LOW-VALUE
              SEARCH WS-MOT
                 AT END
                    CONTINUE
                 WHEN IX-MOT > WS-NB-MOTIFS
                    CONTINUE
                 WHEN WS-MOT-CODE(IX-MOT) = AUDX-FB01-MOTIF
                    MOVE WS-MOT-FVA(IX-MOT)    TO WS-EFF-FVA
                    MOVE WS-MOT-RELEVE(IX-MOT) TO WS-EFF-RELEVE
              END-SEARCH
           END-IF
           .
      ******************************************************************
      *   SORTIE DE VEHICULE : DECLARATION FVA SELON LE MOTIF (PAS     *
      *   D'AVIS CIGAL DEPUIS M003, CIGAL00 N'AYANT PAS DE MOUVEMENT   *
      *   DE SORTIE)                                                   *
      ******************************************************************
       25000-SORTIE-VEHICULE.
      *----------------------
           IF EFFET-FVA
              PERFORM 24000-DECLARER-MOUVEMENT
           ELSE
              ADD 1                 TO WS-CPT-SANS-FVA
           END-IF
           .
      ******************************************************************
      *   SORTIE DE CONDUCTEUR : DEMANDE DE RELEVE D'INFORMATION SELON *
      *   LE MOTIF                                                     *
      ******************************************************************
       26000-SORTIE-CONDUCTEUR.
      *------------------------
           IF EFFET-RELEVE
              MOVE SPACES              TO ENRG-FB04RELM
              MOVE AUDX-NUMCONT        TO RELM-NUMCONT
              MOVE AUDX-FB01-RANG-TS-B TO RELM-RANG
              MOVE WS-DATE-TRAITEMENT  TO RELM-DATE-DEMANDE
              MOVE AUDX-FB01-MOTIF     TO WS-DEM-MOTIF
              MOVE WS-DEMANDEUR-MOTIF  TO RELM-DEMANDEUR
              MOVE 'MOTF'              TO RELM-ORIGINE
              WRITE ENRG-FB04RELM
              ADD 1                    TO WS-CPT-RELEVES
           END-IF
           .
      ******************************************************************
       24000-DECLARER-MOUVEMENT.
      *--------------------------
              WRITE ENRG-FB04FVAD
           END-IF
           .
      ******************************************************************
      *   PLAQUE TEMPORAIRE REMPLACEE CE JOUR PAR SA DEFINITIVE : LE   *
      *   VEHICULE RESTE COUVERT, SEULE SA PLAQUE CHANGE - SORTIE DE   *
      *   LA TEMPORAIRE ET ENTREE DE LA DEFINITIVE A LA MEME DATE      *
      ******************************************************************
       27000-REMPLACEMENT-TEMPORAIRE.
      *------------------------------
           IF TMPK-REMPLACEE
              AND TMPK-DT-REMPLACEMENT = WS-DATE-TRAITEMENT
              ADD 1                    TO WS-CPT-REMPLACEMENTS
              MOVE 'S'                 TO FVAE-TYPE-MVT
              MOVE TMPK-IMMAT          TO FVAE-IMMAT
              PERFORM 27100-ECRIRE-DECLARATION
              MOVE 'E'                 TO FVAE-TYPE-MVT
              MOVE TMPK-IMMAT-DEFINITIVE TO FVAE-IMMAT
              PERFORM 27100-ECRIRE-DECLARATION
           END-IF
           PERFORM 21200-LIRE-TMPK
           .
      ******************************************************************
       27100-ECRIRE-DECLARATION.
      *-------------------------
           MOVE TMPK-NUMCONT         TO FVAE-NUMCONT
           MOVE TMPK-DT-REMPLACEMENT TO FVAE-DT-EFFET
           MOVE WS-DATE-TRAITEMENT   TO FVAE-DT-DECLARATION
           WRITE ENRG-FB04FVAE
           MOVE FVAE-IMMAT           TO FVAD-IMMAT
           MOVE WS-DATE-TRAITEMENT   TO FVAD-DT-DECLARATION
           MOVE FVAE-TYPE-MVT        TO FVAD-TYPE-MVT
           MOVE TMPK-NUMCONT         TO FVAD-NUMCONT
           MOVE TMPK-DT-REMPLACEMENT TO FVAD-DT-EFFET
           WRITE ENRG-FB04FVAD
           .
      ******************************************************************
       24100-CHERCHER-PLAQUE.
      *----------------------
              END-READ
           END-IF
           .
      ******************************************************************
       21200-LIRE-TMPK.
      *----------------
           IF NOT FIN-TMPK
              READ FB04TMPK INTO WSS-TMPK-ENR
                 AT END
                    SET FIN-TMPK TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00AUDX FB04IMMC FB04FVAE FB04FVAD FB04RAPF
                 FB04RELM.
           IF TMPK-OUVERT
              CLOSE FB04TMPK
           END-IF.
           DISPLAY 'FB04B09 : PISTES LUES            = '
                    WS-CPT-AUDX-LUES.
           DISPLAY 'FB04B09 : ENTREES DECLAREES      = '
                    WS-CPT-SORTIES.
           DISPLAY 'FB04B09 : SANS PLAQUE            = '
                    WS-CPT-SANS-PLAQUE.
           DISPLAY 'FB04B09 : SORTIES SANS FVA (MOTIF) = '
                    WS-CPT-SANS-FVA.
           DISPLAY 'FB04B09 : DEMANDES DE RELEVE     = '
                    WS-CPT-RELEVES.
           DISPLAY 'FB04B09 : PLAQUES TEMPORAIRES REMPLACEES = '
                    WS-CPT-REMPLACEMENTS.
           IF WS-CPT-SANS-PLAQUE > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
