       ID DIVISION.
       PROGRAM-ID. FB04B20.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH D'ALIMENTATION DE L'ASSISTEUR
      *           (DEPANNAGE - REMORQUAGE). L'ASSISTEUR NE RECEVAIT
      *           QU'UN TABLEAU MENSUEL DES PLAQUES COUVERTES : UN
      *           VEHICULE ENTRE LA SEMAINE PRECEDENTE ETAIT REFUSE
      *           A LA PANNE TANT QUE LA PLATE-FORME N'AVAIT PAS
      *           CONFIRME LA GARANTIE. DEUX FONCTIONS (CARTE
      *           FB00PARM, MEME PRINCIPE QUE FB04B14) :
      *           'Q' = DELTA QUOTIDIEN : LES MOUVEMENTS DU JOUR
      *           SONT DECLARES A L'ASSISTEUR (FB04ASIE) :
      *           - ENTREES ('A') ET RESTAURATIONS ('R') DE VEHICULES
      *             DE L'ECRAN FB01 (PISTE D'AUDIT CONSOLIDEE
      *             FB00AUDX, TRIEE PAR CONTRAT) : LIGNE 'E' ;
      *           - SORTIES ('D') : LIGNE 'S', QUEL QUE SOIT LE
      *             MOTIF (L'ASSISTANCE CESSE AVEC LA COUVERTURE) ;
      *           - CHANGEMENTS DE VEHICULE ('C') : LIGNE 'C' POUR
      *             LE VEHICULE REMPLACANT ET LIGNE 'S' POUR LE
      *             VEHICULE REMPLACE (INDICATEUR DE CHANGEMENT DE
      *             L'EXTRAIT, SORTI A LA DATE D'EFFET DU CHANGEMENT) ;
      *           - VOLS DECLARES LE JOUR MEME PAR LA COMMANDE 'VOL='
      *             DE FB04 (KSDS FB04VOLS, MEME SELECTION QUE LA
      *             FONCTION 'D' DE FB04B14) : LIGNE 'V'.
      *           LES DECLARATIONS NON ACCUSEES OU REJETEES REPORTEES
      *           PAR FB04B21 (FB04ASRN) SONT REEMISES EN TETE.
      *           'M' = PHOTOGRAPHIE MENSUELLE : TOUS LES VEHICULES EN
      *           COUVERTURE A LA DATE DU TRAITEMENT SONT DECLARES
      *           (LIGNE 'P') POUR QUE L'ASSISTEUR SE RESYNCHRONISE.
      *           CHAQUE LIGNE PORTE LA PLAQUE, LA FAMILLE, LA FORMULE
      *           DE GARANTIE (VEHFORC) ET LES DATES D'EFFET ; ELLES
      *           SONT LUES DANS L'EXTRAIT DU PARC (FB04ASVX : CONTRAT
      *           + RANG, PLAQUE CANONIQUE, FAMILLE, FORMULE, DATES
      *           D'ENTREE ET DE SORTIE, INDICATEUR DE CHANGEMENT -
      *           PREPARE PAR LE JCL, TRIE PAR CONTRAT + RANG).
      *           CHAQUE DECLARATION EST DOUBLEE DANS LE JOURNAL
      *           FB04ASJD QUE FB04B21 RAPPROCHE DES ACCUSES DE
      *           RECEPTION DE L'ASSISTEUR (MEME PRINCIPE QUE
      *           FB04B09 / FB04B10 POUR LE FVA). LES MOUVEMENTS SANS
      *           VEHICULE OU SANS PLAQUE DANS L'EXTRAIT SONT EDITES
      *           (FB04RAPA), CODE RETOUR 4.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51206 CREATION.
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
      *--- CARTE FONCTION : 'Q' DELTA QUOTIDIEN, 'M' PHOTOGRAPHIE
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- PISTE D'AUDIT CONSOLIDEE DU JOUR, TRIEE PAR CONTRAT
           SELECT  FB00AUDX   ASSIGN  FB00AUDX
                               FILE STATUS IS  FS-FB00AUDX-STATUS.
      *--- EXTRAIT DES VEHICULES DU PARC, TRIE PAR CONTRAT + RANG
           SELECT  FB04ASVX   ASSIGN  FB04ASVX
                               FILE STATUS IS  FS-FB04ASVX-STATUS.
      *--- STATUTS VOL PAR PLAQUE (KSDS POSE PAR FB04)
           SELECT  FB04VOLS   ASSIGN  FB04VOLS
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY VOLS-IMMAT
                               FILE STATUS IS  FS-FB04VOLS-STATUS.
      *--- DECLARATIONS REPORTEES PAR FB04B21 POUR REEMISSION
           SELECT  FB04ASRN   ASSIGN  FB04ASRN
                               FILE STATUS IS  FS-FB04ASRN-STATUS.
      *--- DECLARATIONS AU FORMAT DE L'INTERFACE ASSISTEUR
           SELECT  FB04ASIE   ASSIGN  FB04ASIE
                               FILE STATUS IS  FS-FB04ASIE-STATUS.
      *--- JOURNAL DES DECLARATIONS EMISES (RAPPROCHE PAR FB04B21)
           SELECT  FB04ASJD   ASSIGN  FB04ASJD
                               FILE STATUS IS  FS-FB04ASJD-STATUS.
      *--- MOUVEMENTS SANS VEHICULE OU SANS PLAQUE
           SELECT  FB04RAPA   ASSIGN  FB04RAPA
                               FILE STATUS IS  FS-FB04RAPA-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-FONCTION          PIC X(01).
               88  FONCTION-QUOTIDIENNE   VALUE 'Q'.
               88  FONCTION-MENSUELLE     VALUE 'M'.
           05  FILLER                 PIC X(79).
      *
       FD  FB00AUDX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00AUDX.
           05  AUDX-NUMCONT           PIC X(12).
           05  AUDX-ECRAN             PIC X(04).
               88  AUDX-ECRAN-FB01        VALUE 'FB01'.
           05  AUDX-SOUS-TYPE         PIC X(02).
           05  AUDX-RACF              PIC X(15).
           05  AUDX-JOUR              PIC X(08).
           05  AUDX-HEURE             PIC X(08).
           05  AUDX-DONNEES-FB01.
               10  AUDX-FB01-CODE-ACTION  PIC X(01).
               10  AUDX-FB01-TYPE-TS      PIC X(01).
               10  AUDX-FB01-RANG-TS      PIC X(02).
               10  AUDX-FB01-RANG-TS-B REDEFINES AUDX-FB01-RANG-TS
                                          PIC S9(4) COMP.
               10  AUDX-FB01-RACF         PIC X(15).
               10  AUDX-FB01-JOUR         PIC X(08).
               10  AUDX-FB01-HEURE        PIC X(08).
               10  AUDX-FB01-DATE-EFFET   PIC X(08).
               10  AUDX-FB01-MOTIF        PIC X(01).
               10  FILLER                 PIC X(04).
      *
       FD  FB04ASVX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04ASVX.
           05  ASVX-NUMCONT           PIC X(12).
           05  ASVX-RANG              PIC 9(04).
           05  ASVX-IMMAT             PIC X(10).
           05  ASVX-FAMILLE           PIC X(04).
           05  ASVX-FORMULE           PIC X(02).
           05  ASVX-DT-ENTREE         PIC X(08).
      *--- '99999999' = VEHICULE EN COURS
           05  ASVX-DT-SORTIE         PIC X(08).
      *--- '1' = VEHICULE REMPLACE PAR UN CHANGEMENT DE VEHICULE
           05  ASVX-IND-CHANGE        PIC X(01).
           05  FILLER                 PIC X(31).
      *
       FD  FB04VOLS
           LABEL RECORD STANDARD.
       01  ENRG-FB04VOLS.
           05  VOLS-IMMAT             PIC X(10).
           05  VOLS-ETAT              PIC X(01).
           05  VOLS-NUMCONT           PIC X(12).
           05  VOLS-DT-VOL            PIC X(08).
           05  VOLS-DT-RETROUVE       PIC X(08).
           05  VOLS-RACF              PIC X(15).
           05  FILLER                 PIC X(26).
      *
       FD  FB04ASRN
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04ASRN              PIC X(80).
      *
       FD  FB04ASIE
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04ASIE.
           05  ASIE-TYPE-MVT          PIC X(01).
           05  ASIE-IMMAT             PIC X(10).
           05  ASIE-NUMCONT           PIC X(12).
           05  ASIE-FAMILLE           PIC X(04).
           05  ASIE-FORMULE           PIC X(02).
           05  ASIE-DT-DEBUT          PIC X(08).
           05  ASIE-DT-FIN            PIC X(08).
           05  ASIE-DT-EFFET          PIC X(08).
           05  ASIE-DT-DECLARATION    PIC X(08).
           05  FILLER                 PIC X(19).
      *
       FD  FB04ASJD
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04ASJD.
           05  ASJD-IMMAT             PIC X(10).
           05  ASJD-DT-DECLARATION    PIC X(08).
           05  ASJD-TYPE-MVT          PIC X(01).
           05  ASJD-NUMCONT           PIC X(12).
           05  ASJD-FAMILLE           PIC X(04).
           05  ASJD-FORMULE           PIC X(02).
           05  ASJD-DT-DEBUT          PIC X(08).
           05  ASJD-DT-FIN            PIC X(08).
           05  ASJD-DT-EFFET          PIC X(08).
           05  FILLER                 PIC X(19).
      *
       FD  FB04RAPA
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04RAPA.
           05  RAPA-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPA-RANG              PIC 9(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPA-IMMAT             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPA-MOTIF             PIC X(45).
           05  FILLER                 PIC X(03) VALUE SPACES.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB04B20 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00AUDX-STATUS   PIC X(02).
           88     OK-FB00AUDX       VALUE '00'.
       01  FS-FB04ASVX-STATUS   PIC X(02).
           88     OK-FB04ASVX       VALUE '00'.
       01  FS-FB04VOLS-STATUS   PIC X(02).
           88     OK-FB04VOLS       VALUE '00'.
       01  FS-FB04ASRN-STATUS   PIC X(02).
           88     OK-FB04ASRN       VALUE '00'.
       01  FS-FB04ASIE-STATUS   PIC X(02).
           88     OK-FB04ASIE       VALUE '00'.
       01  FS-FB04ASJD-STATUS   PIC X(02).
           88     OK-FB04ASJD       VALUE '00'.
       01  FS-FB04RAPA-STATUS   PIC X(02).
           88     OK-FB04RAPA       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-AUDX       PIC X(01) VALUE 'N'.
           88     FIN-AUDX           VALUE 'O'.
       01  WS-IND-FIN-ASVX       PIC X(01) VALUE 'N'.
           88     FIN-ASVX           VALUE 'O'.
       01  WS-IND-FIN-VOLS       PIC X(01) VALUE 'N'.
           88     FIN-VOLS           VALUE 'O'.
       01  WS-IND-FIN-ASRN       PIC X(01) VALUE 'N'.
           88     FIN-ASRN           VALUE 'O'.
      *================================================================*
      *   DECLARATION REPORTEE (DESSIN DU JOURNAL FB04ASJD)            *
      *================================================================*
       01  WS-ASRN-ENR.
           05  ASRN-IMMAT             PIC X(10).
           05  ASRN-DT-DECLARATION    PIC X(08).
           05  ASRN-TYPE-MVT          PIC X(01).
           05  ASRN-NUMCONT           PIC X(12).
           05  ASRN-FAMILLE           PIC X(04).
           05  ASRN-FORMULE           PIC X(02).
           05  ASRN-DT-DEBUT          PIC X(08).
           05  ASRN-DT-FIN            PIC X(08).
           05  ASRN-DT-EFFET          PIC X(08).
           05  FILLER                 PIC X(19).
      *================================================================*
      *   VOLS DECLARES LE JOUR, CHARGES EN MEMOIRE                    *
      *================================================================*
       01  WS-NB-VOLS            PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-VOLS.
           05  WS-VOL             OCCURS 500 TIMES
                                  INDEXED BY IX-VOL.
               10  WS-VOL-IMMAT      PIC X(10).
               10  WS-VOL-NUMCONT    PIC X(12).
               10  WS-VOL-DT-VOL     PIC X(08).
               10  WS-VOL-TRAITE     PIC X(01).
      *================================================================*
      *   VEHICULES DU CONTRAT EN COURS                                *
      *================================================================*
       01  WS-NUMCONT-AUDX       PIC X(12) VALUE SPACES.
       01  WS-NUMCONT-ASVX       PIC X(12) VALUE SPACES.
       01  WS-NUMCONT-RUPTURE    PIC X(12) VALUE SPACES.
       01  WS-NB-VEHICULES       PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-VEHICULES.
           05  WS-VEH             OCCURS 500 TIMES
                                  INDEXED BY IX-VEH.
               10  WS-VEH-RANG       PIC 9(04).
               10  WS-VEH-IMMAT      PIC X(10).
               10  WS-VEH-FAMILLE    PIC X(04).
               10  WS-VEH-FORMULE    PIC X(02).
               10  WS-VEH-DT-ENTREE  PIC X(08).
               10  WS-VEH-DT-SORTIE  PIC X(08).
               10  WS-VEH-IND-CHANGE PIC X(01).
               10  WS-VEH-SORTIE-EMISE PIC X(01).
       01  WS-RANG-CHERCHE       PIC 9(04) VALUE ZERO.
       01  WS-IND-TROUVE         PIC X(01) VALUE 'N'.
           88     VEHICULE-TROUVE    VALUE 'O'.
      *================================================================*
      *   LIGNE A DECLARER                                             *
      *================================================================*
       01  WS-LIGNE.
           05  WS-LIG-TYPE-MVT        PIC X(01).
           05  WS-LIG-IMMAT           PIC X(10).
           05  WS-LIG-NUMCONT         PIC X(12).
           05  WS-LIG-FAMILLE         PIC X(04).
           05  WS-LIG-FORMULE         PIC X(02).
           05  WS-LIG-DT-DEBUT        PIC X(08).
           05  WS-LIG-DT-FIN          PIC X(08).
           05  WS-LIG-DT-EFFET        PIC X(08).
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-AUDX-LUES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ASVX-LUS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ENTREES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SORTIES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CHANGEMENTS    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-VOLS           PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PHOTO          PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REEMISES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANOMALIES      PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           IF FONCTION-QUOTIDIENNE
              PERFORM 20000-TRAITEMENT-QUOTIDIEN
           ELSE
              PERFORM 40000-TRAITEMENT-MENSUEL
           END-IF
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT FB00PARM.
           IF NOT OK-FB00PARM
              DISPLAY 'FB04B20 : CARTE FONCTION ABSENTE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           READ FB00PARM
              AT END
                 DISPLAY 'FB04B20 : CARTE FONCTION VIDE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-READ.
           CLOSE FB00PARM.
           IF NOT FONCTION-QUOTIDIENNE
              AND NOT FONCTION-MENSUELLE
              DISPLAY 'FB04B20 : FONCTION INVALIDE (ATTENDU Q OU M)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           OPEN INPUT  FB04ASVX
           OPEN OUTPUT FB04ASIE
           OPEN OUTPUT FB04ASJD
           OPEN OUTPUT FB04RAPA.
           IF NOT OK-FB04ASVX OR NOT OK-FB04ASIE
              OR NOT OK-FB04ASJD OR NOT OK-FB04RAPA
              DISPLAY 'FB04B20 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           IF FONCTION-QUOTIDIENNE
              PERFORM 11000-OUVRIR-QUOTIDIEN
           END-IF.
           PERFORM 21100-LIRE-ASVX
           .
      ******************************************************************
      *   DELTA QUOTIDIEN : PISTE D'AUDIT, VOLS DU JOUR ET REPORTS     *
      ******************************************************************
       11000-OUVRIR-QUOTIDIEN.
      *-----------------------
           OPEN INPUT  FB00AUDX
           OPEN INPUT  FB04VOLS
           OPEN INPUT  FB04ASRN.
           IF NOT OK-FB00AUDX OR NOT OK-FB04VOLS
              OR NOT OK-FB04ASRN
              DISPLAY 'FB04B20 : ERREUR OUVERTURE FICHIERS DU JOUR'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE LOW-VALUES TO VOLS-IMMAT.
           START FB04VOLS KEY NOT < VOLS-IMMAT
           END-START.
           IF NOT OK-FB04VOLS
              SET FIN-VOLS TO TRUE
           END-IF.
           PERFORM 11100-CHARGER-VOL
              UNTIL FIN-VOLS.
           CLOSE FB04VOLS.
           PERFORM 21000-LIRE-AUDX
           .
      ******************************************************************
      *   SEULS LES VOLS POSES LE JOUR MEME SONT A DECLARER           *
      ******************************************************************
       11100-CHARGER-VOL.
      *------------------
           READ FB04VOLS NEXT
           END-READ.
           IF NOT OK-FB04VOLS
              SET FIN-VOLS TO TRUE
           ELSE
              IF VOLS-ETAT = 'V'
                 AND VOLS-DT-VOL = WS-DATE-TRAITEMENT
                 IF WS-NB-VOLS = 500
                    DISPLAY 'FB04B20 : TABLE DES VOLS SATUREE (500)'
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
                 ADD 1               TO WS-NB-VOLS
                 SET IX-VOL          TO WS-NB-VOLS
                 MOVE VOLS-IMMAT     TO WS-VOL-IMMAT(IX-VOL)
                 MOVE VOLS-NUMCONT   TO WS-VOL-NUMCONT(IX-VOL)
                 MOVE VOLS-DT-VOL    TO WS-VOL-DT-VOL(IX-VOL)
                 MOVE 'N'            TO WS-VOL-TRAITE(IX-VOL)
              END-IF
           END-IF
           .
      ******************************************************************
       20000-TRAITEMENT-QUOTIDIEN.
      *---------------------------
           PERFORM 15000-REEMETTRE-REPORT
              UNTIL FIN-ASRN.
           CLOSE FB04ASRN.
           PERFORM 20100-TRAITER-CONTRAT
              UNTIL FIN-AUDX AND FIN-ASVX.
           PERFORM 27000-VOL-HORS-EXTRAIT
              VARYING IX-VOL FROM 1 BY 1
              UNTIL IX-VOL > WS-NB-VOLS
           .
      ******************************************************************
      *   DECLARATION NON ACCUSEE OU REJETEE LA VEILLE : REEMISE A    *
      *   LA DATE DU JOUR, AVEC SON TYPE D'ORIGINE                    *
      ******************************************************************
       15000-REEMETTRE-REPORT.
      *-----------------------
           READ FB04ASRN INTO WS-ASRN-ENR
              AT END
                 SET FIN-ASRN TO TRUE
           END-READ.
           IF NOT FIN-ASRN
              ADD 1                   TO WS-CPT-REEMISES
              MOVE ASRN-TYPE-MVT      TO WS-LIG-TYPE-MVT
              MOVE ASRN-IMMAT         TO WS-LIG-IMMAT
              MOVE ASRN-NUMCONT       TO WS-LIG-NUMCONT
              MOVE ASRN-FAMILLE       TO WS-LIG-FAMILLE
              MOVE ASRN-FORMULE       TO WS-LIG-FORMULE
              MOVE ASRN-DT-DEBUT      TO WS-LIG-DT-DEBUT
              MOVE ASRN-DT-FIN        TO WS-LIG-DT-FIN
              MOVE ASRN-DT-EFFET      TO WS-LIG-DT-EFFET
              PERFORM 24000-DECLARER-LIGNE
           END-IF
           .
      ******************************************************************
      *   CONTRAT COURANT = PLUS PETIT DES DEUX CONTRATS EN LECTURE ; *
      *   SES VEHICULES SONT CHARGES AVANT D'EXAMINER SES ACTIONS     *
      *   ET SES VOLS                                                 *
      ******************************************************************
       20100-TRAITER-CONTRAT.
      *----------------------
           IF WS-NUMCONT-AUDX < WS-NUMCONT-ASVX
              MOVE WS-NUMCONT-AUDX   TO WS-NUMCONT-RUPTURE
           ELSE
              MOVE WS-NUMCONT-ASVX   TO WS-NUMCONT-RUPTURE
           END-IF.
           MOVE ZERO TO WS-NB-VEHICULES.
           PERFORM 22000-RANGER-VEHICULE
              UNTIL FIN-ASVX
              OR ASVX-NUMCONT NOT = WS-NUMCONT-RUPTURE.
           PERFORM 23000-EXAMINER-ACTION
              UNTIL FIN-AUDX
              OR AUDX-NUMCONT NOT = WS-NUMCONT-RUPTURE.
           IF WS-NB-VOLS > ZERO
              PERFORM 26000-VOL-DU-CONTRAT
                 VARYING IX-VOL FROM 1 BY 1
                 UNTIL IX-VOL > WS-NB-VOLS
           END-IF
           .
      ******************************************************************
       22000-RANGER-VEHICULE.
      *----------------------
           IF WS-NB-VEHICULES = 500
              DISPLAY 'FB04B20 : TABLE VEHICULES SATUREE (500) '
                      WS-NUMCONT-RUPTURE
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1                  TO WS-NB-VEHICULES
           SET IX-VEH             TO WS-NB-VEHICULES
           MOVE ASVX-RANG         TO WS-VEH-RANG(IX-VEH)
           MOVE ASVX-IMMAT        TO WS-VEH-IMMAT(IX-VEH)
           MOVE ASVX-FAMILLE      TO WS-VEH-FAMILLE(IX-VEH)
           MOVE ASVX-FORMULE      TO WS-VEH-FORMULE(IX-VEH)
           MOVE ASVX-DT-ENTREE    TO WS-VEH-DT-ENTREE(IX-VEH)
           MOVE ASVX-DT-SORTIE    TO WS-VEH-DT-SORTIE(IX-VEH)
           MOVE ASVX-IND-CHANGE   TO WS-VEH-IND-CHANGE(IX-VEH)
           MOVE 'N'               TO WS-VEH-SORTIE-EMISE(IX-VEH)
           PERFORM 21100-LIRE-ASVX
           .
      ******************************************************************
      *   ENTREES ('A'), RESTAURATIONS ('R'), SORTIES ('D') ET         *
      *   CHANGEMENTS ('C') DE VEHICULES (TYPE 'V') DE L'ECRAN FB01    *
      ******************************************************************
       23000-EXAMINER-ACTION.
      *----------------------
           IF AUDX-ECRAN-FB01
              AND AUDX-FB01-TYPE-TS = 'V'
              MOVE AUDX-FB01-RANG-TS-B TO WS-RANG-CHERCHE
              EVALUATE AUDX-FB01-CODE-ACTION
                 WHEN 'A'
                 WHEN 'R'
                    MOVE 'E'           TO WS-LIG-TYPE-MVT
                    PERFORM 24100-DECLARER-RANG
                 WHEN 'D'
                    MOVE 'S'           TO WS-LIG-TYPE-MVT
                    PERFORM 24100-DECLARER-RANG
                 WHEN 'C'
                    MOVE 'C'           TO WS-LIG-TYPE-MVT
                    PERFORM 24100-DECLARER-RANG
                    PERFORM 25000-SORTIE-REMPLACE
                       VARYING IX-VEH FROM 1 BY 1
                       UNTIL IX-VEH > WS-NB-VEHICULES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           PERFORM 21000-LIRE-AUDX
           .
      ******************************************************************
      *   DECLARATION DU VEHICULE DU RANG TOUCHE PAR L'ACTION         *
      ******************************************************************
       24100-DECLARER-RANG.
      *--------------------
           MOVE 'N' TO WS-IND-TROUVE.
           SET IX-VEH TO 1.
           IF WS-NB-VEHICULES > ZERO
              SEARCH WS-VEH
                 AT END
                    CONTINUE
                 WHEN IX-VEH > WS-NB-VEHICULES
                    CONTINUE
                 WHEN WS-VEH-RANG(IX-VEH) = WS-RANG-CHERCHE
                    SET VEHICULE-TROUVE TO TRUE
              END-SEARCH
           END-IF.
           IF NOT VEHICULE-TROUVE
              MOVE SPACES           TO RAPA-IMMAT
              MOVE 'RANG ABSENT DE L''EXTRAIT DU PARC'
                                    TO RAPA-MOTIF
              PERFORM 28000-SIGNALER-ANOMALIE
           ELSE
              MOVE AUDX-FB01-DATE-EFFET TO WS-LIG-DT-EFFET
              PERFORM 24200-DECLARER-VEHICULE
           END-IF
           .
      ******************************************************************
      *   LIGNE DU VEHICULE IX-VEH (TYPE ET DATE D'EFFET POSES PAR    *
      *   L'APPELANT) - UN VEHICULE SANS PLAQUE N'EST PAS DECLARABLE  *
      ******************************************************************
       24200-DECLARER-VEHICULE.
      *------------------------
           IF WS-VEH-IMMAT(IX-VEH) = SPACES OR LOW-VALUE
              MOVE WS-VEH-RANG(IX-VEH) TO WS-RANG-CHERCHE
              MOVE SPACES           TO RAPA-IMMAT
              MOVE 'VEHICULE SANS PLAQUE - NON DECLARE'
                                    TO RAPA-MOTIF
              PERFORM 28000-SIGNALER-ANOMALIE
           ELSE
              EVALUATE WS-LIG-TYPE-MVT
                 WHEN 'E'
                    ADD 1           TO WS-CPT-ENTREES
                 WHEN 'S'
                    ADD 1           TO WS-CPT-SORTIES
                    MOVE 'O'        TO WS-VEH-SORTIE-EMISE(IX-VEH)
                 WHEN 'C'
                    ADD 1           TO WS-CPT-CHANGEMENTS
                 WHEN 'V'
                    ADD 1           TO WS-CPT-VOLS
              END-EVALUATE
              MOVE WS-NUMCONT-RUPTURE    TO WS-LIG-NUMCONT
              MOVE WS-VEH-IMMAT(IX-VEH)  TO WS-LIG-IMMAT
              MOVE WS-VEH-FAMILLE(IX-VEH) TO WS-LIG-FAMILLE
              MOVE WS-VEH-FORMULE(IX-VEH) TO WS-LIG-FORMULE
              MOVE WS-VEH-DT-ENTREE(IX-VEH) TO WS-LIG-DT-DEBUT
              MOVE WS-VEH-DT-SORTIE(IX-VEH) TO WS-LIG-DT-FIN
              PERFORM 24000-DECLARER-LIGNE
           END-IF
           .
      ******************************************************************
      *   CHANGEMENT DE VEHICULE : LE VEHICULE REMPLACE (INDICATEUR   *
      *   DE CHANGEMENT, SORTI A LA DATE D'EFFET DU CHANGEMENT) SORT  *
      *   DE LA COUVERTURE ASSISTANCE                                 *
      ******************************************************************
       25000-SORTIE-REMPLACE.
      *----------------------
           IF WS-VEH-IND-CHANGE(IX-VEH) = '1'
              AND WS-VEH-DT-SORTIE(IX-VEH) = AUDX-FB01-DATE-EFFET
              AND WS-VEH-SORTIE-EMISE(IX-VEH) = 'N'
              MOVE 'S'                  TO WS-LIG-TYPE-MVT
              MOVE AUDX-FB01-DATE-EFFET TO WS-LIG-DT-EFFET
              PERFORM 24200-DECLARER-VEHICULE
           END-IF
           .
      ******************************************************************
      *   VOL DU JOUR SUR UN VEHICULE DU CONTRAT : LIGNE 'V'          *
      ******************************************************************
       26000-VOL-DU-CONTRAT.
      *---------------------
           IF WS-VOL-NUMCONT(IX-VOL) = WS-NUMCONT-RUPTURE
              AND WS-VOL-TRAITE(IX-VOL) = 'N'
              MOVE 'O'                TO WS-VOL-TRAITE(IX-VOL)
              PERFORM 26100-CHERCHER-PLAQUE-VOLEE
              IF VEHICULE-TROUVE
                 MOVE 'V'                   TO WS-LIG-TYPE-MVT
                 MOVE WS-VOL-DT-VOL(IX-VOL) TO WS-LIG-DT-EFFET
                 PERFORM 24200-DECLARER-VEHICULE
              ELSE
                 PERFORM 27100-DECLARER-VOL-SEUL
              END-IF
           END-IF
           .
      ******************************************************************
       26100-CHERCHER-PLAQUE-VOLEE.
      *----------------------------
           MOVE 'N' TO WS-IND-TROUVE.
           SET IX-VEH TO 1.
           IF WS-NB-VEHICULES > ZERO
              SEARCH WS-VEH
                 AT END
                    CONTINUE
                 WHEN IX-VEH > WS-NB-VEHICULES
                    CONTINUE
                 WHEN WS-VEH-IMMAT(IX-VEH) = WS-VOL-IMMAT(IX-VOL)
                    SET VEHICULE-TROUVE TO TRUE
              END-SEARCH
           END-IF
           .
      ******************************************************************
      *   VOL DONT LE CONTRAT N'A PAS ETE RENCONTRE DANS L'EXTRAIT    *
      ******************************************************************
       27000-VOL-HORS-EXTRAIT.
      *-----------------------
           IF WS-VOL-TRAITE(IX-VOL) = 'N'
              MOVE 'O'                TO WS-VOL-TRAITE(IX-VOL)
              PERFORM 27100-DECLARER-VOL-SEUL
           END-IF
           .
      ******************************************************************
      *   LE VOL EST DECLARE MALGRE TOUT (PLAQUE ET CONTRAT CONNUS    *
      *   DE FB04VOLS), SANS FAMILLE NI FORMULE, ET SIGNALE           *
      ******************************************************************
       27100-DECLARER-VOL-SEUL.
      *------------------------
           ADD 1                      TO WS-CPT-VOLS
           MOVE 'V'                   TO WS-LIG-TYPE-MVT
           MOVE WS-VOL-IMMAT(IX-VOL)  TO WS-LIG-IMMAT
           MOVE WS-VOL-NUMCONT(IX-VOL) TO WS-LIG-NUMCONT
           MOVE SPACES                TO WS-LIG-FAMILLE
                                         WS-LIG-FORMULE
                                         WS-LIG-DT-DEBUT
                                         WS-LIG-DT-FIN
           MOVE WS-VOL-DT-VOL(IX-VOL) TO WS-LIG-DT-EFFET
           PERFORM 24000-DECLARER-LIGNE
           MOVE WS-VOL-NUMCONT(IX-VOL) TO WS-NUMCONT-RUPTURE
           MOVE ZERO                  TO WS-RANG-CHERCHE
           MOVE WS-VOL-IMMAT(IX-VOL)  TO RAPA-IMMAT
           MOVE 'VEHICULE VOLE ABSENT DE L''EXTRAIT DU PARC'
                                      TO RAPA-MOTIF
           PERFORM 28000-SIGNALER-ANOMALIE
           .
      ******************************************************************
      *   ECRITURE DE LA LIGNE ASSISTEUR ET DE SON DOUBLE AU JOURNAL  *
      ******************************************************************
       24000-DECLARER-LIGNE.
      *---------------------
           MOVE SPACES                TO ENRG-FB04ASIE
           MOVE WS-LIG-TYPE-MVT       TO ASIE-TYPE-MVT
           MOVE WS-LIG-IMMAT          TO ASIE-IMMAT
           MOVE WS-LIG-NUMCONT        TO ASIE-NUMCONT
           MOVE WS-LIG-FAMILLE        TO ASIE-FAMILLE
           MOVE WS-LIG-FORMULE        TO ASIE-FORMULE
           MOVE WS-LIG-DT-DEBUT       TO ASIE-DT-DEBUT
           MOVE WS-LIG-DT-FIN         TO ASIE-DT-FIN
           MOVE WS-LIG-DT-EFFET       TO ASIE-DT-EFFET
           MOVE WS-DATE-TRAITEMENT    TO ASIE-DT-DECLARATION
           WRITE ENRG-FB04ASIE
           MOVE SPACES                TO ENRG-FB04ASJD
           MOVE WS-LIG-IMMAT          TO ASJD-IMMAT
           MOVE WS-DATE-TRAITEMENT    TO ASJD-DT-DECLARATION
           MOVE WS-LIG-TYPE-MVT       TO ASJD-TYPE-MVT
           MOVE WS-LIG-NUMCONT        TO ASJD-NUMCONT
           MOVE WS-LIG-FAMILLE        TO ASJD-FAMILLE
           MOVE WS-LIG-FORMULE        TO ASJD-FORMULE
           MOVE WS-LIG-DT-DEBUT       TO ASJD-DT-DEBUT
           MOVE WS-LIG-DT-FIN         TO ASJD-DT-FIN
           MOVE WS-LIG-DT-EFFET       TO ASJD-DT-EFFET
           WRITE ENRG-FB04ASJD
           .
      ******************************************************************
       28000-SIGNALER-ANOMALIE.
      *------------------------
           ADD 1                      TO WS-CPT-ANOMALIES
           MOVE WS-NUMCONT-RUPTURE    TO RAPA-NUMCONT
           MOVE WS-RANG-CHERCHE       TO RAPA-RANG
           WRITE ENRG-FB04RAPA
           .
      ******************************************************************
      *   PHOTOGRAPHIE MENSUELLE : TOUT VEHICULE ENTRE ET NON SORTI   *
      *   A LA DATE DU TRAITEMENT                                     *
      ******************************************************************
       40000-TRAITEMENT-MENSUEL.
      *-------------------------
           PERFORM 40100-EXAMINER-VEHICULE
              UNTIL FIN-ASVX
           .
      ******************************************************************
       40100-EXAMINER-VEHICULE.
      *------------------------
           IF ASVX-DT-ENTREE NOT > WS-DATE-TRAITEMENT
              AND ASVX-DT-SORTIE NOT < WS-DATE-TRAITEMENT
              MOVE ASVX-NUMCONT      TO WS-NUMCONT-RUPTURE
              IF ASVX-IMMAT = SPACES OR LOW-VALUE
                 MOVE ASVX-RANG      TO WS-RANG-CHERCHE
                 MOVE SPACES         TO RAPA-IMMAT
                 MOVE 'VEHICULE SANS PLAQUE - NON DECLARE'
                                     TO RAPA-MOTIF
                 PERFORM 28000-SIGNALER-ANOMALIE
              ELSE
                 ADD 1               TO WS-CPT-PHOTO
                 MOVE 'P'            TO WS-LIG-TYPE-MVT
                 MOVE ASVX-IMMAT     TO WS-LIG-IMMAT
                 MOVE ASVX-NUMCONT   TO WS-LIG-NUMCONT
                 MOVE ASVX-FAMILLE   TO WS-LIG-FAMILLE
                 MOVE ASVX-FORMULE   TO WS-LIG-FORMULE
                 MOVE ASVX-DT-ENTREE TO WS-LIG-DT-DEBUT
                 MOVE ASVX-DT-SORTIE TO WS-LIG-DT-FIN
                 MOVE WS-DATE-TRAITEMENT TO WS-LIG-DT-EFFET
                 PERFORM 24000-DECLARER-LIGNE
              END-IF
           END-IF
           PERFORM 21100-LIRE-ASVX
           .
      ******************************************************************
       21000-LIRE-AUDX.
      *----------------
           IF NOT FIN-AUDX
              READ FB00AUDX
                 AT END
                    SET FIN-AUDX TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-AUDX-LUES
                    MOVE AUDX-NUMCONT TO WS-NUMCONT-AUDX
              END-READ
           END-IF.
           IF FIN-AUDX
              MOVE HIGH-VALUES TO WS-NUMCONT-AUDX
           END-IF
           .
      ******************************************************************
       21100-LIRE-ASVX.
      *----------------
           IF NOT FIN-ASVX
              READ FB04ASVX
                 AT END
                    SET FIN-ASVX TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-ASVX-LUS
                    MOVE ASVX-NUMCONT TO WS-NUMCONT-ASVX
              END-READ
           END-IF.
           IF FIN-ASVX
              MOVE HIGH-VALUES TO WS-NUMCONT-ASVX
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB04ASVX FB04ASIE FB04ASJD FB04RAPA.
           IF FONCTION-QUOTIDIENNE
              CLOSE FB00AUDX
              DISPLAY 'FB04B20 : DELTA QUOTIDIEN DU '
                       WS-DATE-TRAITEMENT
              DISPLAY 'FB04B20 : PISTES LUES            = '
                       WS-CPT-AUDX-LUES
              DISPLAY 'FB04B20 : DECLARATIONS REEMISES  = '
                       WS-CPT-REEMISES
              DISPLAY 'FB04B20 : ENTREES DECLAREES      = '
                       WS-CPT-ENTREES
              DISPLAY 'FB04B20 : SORTIES DECLAREES      = '
                       WS-CPT-SORTIES
              DISPLAY 'FB04B20 : CHANGEMENTS DECLARES   = '
                       WS-CPT-CHANGEMENTS
              DISPLAY 'FB04B20 : VOLS DECLARES          = '
                       WS-CPT-VOLS
           ELSE
              DISPLAY 'FB04B20 : PHOTOGRAPHIE MENSUELLE DU '
                       WS-DATE-TRAITEMENT
              DISPLAY 'FB04B20 : VEHICULES DECLARES     = '
                       WS-CPT-PHOTO
           END-IF.
           DISPLAY 'FB04B20 : VEHICULES DE L''EXTRAIT = '
                    WS-CPT-ASVX-LUS.
           DISPLAY 'FB04B20 : ANOMALIES              = '
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
           DISPLAY 'FB04B20 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
