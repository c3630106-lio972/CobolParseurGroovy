       ID DIVISION.
       PROGRAM-ID. FB00B53.
      ****************************************************************
      *
      *  OBJET  : MOTEUR BATCH DE RETENTION ET D'EPURATION DES
      *           FICHIERS PERSISTANTS DE LA CHAINE. SEUL FB00HIST
      *           AVAIT UN PALIER D'ARCHIVAGE (FB00B03) ; LES AUTRES
      *           FICHIERS CREES AU FIL DES ANS (FCGEMIS1, FCGEPND1,
      *           FB08APPF, FB00DIAR, FB00CSLH, FB04VOLS, FB02STAV,
      *           FB00RELD, FB01AFFM...) GROSSISSAIENT SANS LIMITE ET
      *           CERTAINS GARDAIENT DES DONNEES PERSONNELLES AU-DELA
      *           DE LA DUREE FIXEE PAR LE DELEGUE A LA PROTECTION DES
      *           DONNEES (DPO).
      *           UNE EXECUTION PAR FICHIER (UNE ETAPE DE JCL PAR
      *           FICHIER, NOMME PAR LA CARTE FB00PARM DE L'ETAPE) :
      *           LE JCL DECHARGE LE FICHIER (IDCAMS REPRO VERS UN
      *           SEQUENTIEL VB), LE MOTEUR LE RELIT ET SEPARE LES
      *           ENREGISTREMENTS CONSERVES (FB00RETK, RECHARGES PAR
      *           LE JCL APRES REDEFINITION DU CLUSTER) DES
      *           ENREGISTREMENTS ECHUS, ARCHIVES (FB00RETA, CUMULE
      *           DANS L'ARCHIVE DU FICHIER) OU SIMPLEMENT SUPPRIMES.
      *           LA REGLE DE RETENTION DU FICHIER EST LUE DANS LE
      *           REGISTRE DES PARAMETRES (KSDS FB00PREG CHARGE PAR
      *           FB00B27, PROGRAMME 'FB00B53', PARAMETRE 'RET-' +
      *           NOM DU FICHIER) ; LA VALEUR PORTE :
      *           - COL  1- 3 : DUREE DE RETENTION EN MOIS ;
      *           - COL  5- 7 : POSITION DANS L'ENREGISTREMENT DE LA
      *             DATE DE REFERENCE (SSAAMMJJ) ;
      *           - COL  9    : A = ARCHIVER PUIS SUPPRIMER,
      *                         S = SUPPRIMER ;
      *           - COL 11-14 : LONGUEUR D'ENREGISTREMENT ATTENDUE.
      *           UN ENREGISTREMENT EST ECHU QUAND SA DATE DE
      *           REFERENCE EST ANTERIEURE A LA DATE DU TRAITEMENT
      *           RECULEE DE LA DUREE ; SANS DATE DE REFERENCE
      *           (BLANC OU NON NUMERIQUE : VOL NON RETROUVE, DEMANDE
      *           NON SERVIE...) IL EST CONSERVE.
      *           POINT DE CONTROLE ET REPRISE SUR FB00CHKP, MEME
      *           TECHNIQUE QUE FB00B01 (ENREGISTREMENTS DEJA TRAITES
      *           SAUTES EN REPRISE).
      *           LE COMPTE RENDU D'EPURATION (FB00RAPD) NE PORTE
      *           AUCUNE DONNEE PERSONNELLE : REGLE APPLIQUEE,
      *           COMPTEURS, BORNES DES DATES EPUREES ET TOTAL DE
      *           CONTROLE DES ENREGISTREMENTS EPURES (SOMME DES
      *           DEMI-MOTS, RECALCULABLE SUR L'ARCHIVE), AVEC LE
      *           CARTOUCHE DE VISA DU DPO.
      *           CODE RETOUR 8 SI LA REGLE EST ABSENTE OU INVALIDE :
      *           LE FICHIER N'EST PAS TOUCHE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51185 CREATION.
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
      *--- CARTE DE L'ETAPE : FICHIER TRAITE + FREQUENCE DU POINT DE
      *--- CONTROLE
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- REGISTRE DES PARAMETRES (KSDS CHARGE PAR FB00B27)
           SELECT  FB00PREG   ASSIGN  FB00PREG
                               ORGANIZATION INDEXED
                               ACCESS RANDOM
                               RECORD KEY PREG-CLE
                               FILE STATUS IS  FS-FB00PREG-STATUS.
      *--- POINT DE CONTROLE / REPRISE
           SELECT  FB00CHKP   ASSIGN  FB00CHKP
                               FILE STATUS IS  FS-FB00CHKP-STATUS.
      *--- DECHARGEMENT DU FICHIER A EPURER
           SELECT  FB00RETI   ASSIGN  FB00RETI
                               FILE STATUS IS  FS-FB00RETI-STATUS.
      *--- ENREGISTREMENTS CONSERVES (A RECHARGER)
           SELECT  FB00RETK   ASSIGN  FB00RETK
                               FILE STATUS IS  FS-FB00RETK-STATUS.
      *--- ENREGISTREMENTS ECHUS ARCHIVES
           SELECT  FB00RETA   ASSIGN  FB00RETA
                               FILE STATUS IS  FS-FB00RETA-STATUS.
      *--- COMPTE RENDU D'EPURATION POUR LE DPO
           SELECT  FB00RAPD   ASSIGN  FB00RAPD
                               FILE STATUS IS  FS-FB00RAPD-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-FICHIER           PIC X(08).
           05  FILLER                 PIC X(01).
           05  PARM-FREQ-CHKP         PIC 9(05).
           05  FILLER                 PIC X(66).
      *
       FD  FB00PREG
           LABEL RECORD STANDARD.
       01  ENRG-FB00PREG.
           05  PREG-CLE.
               10  PREG-PGM           PIC X(08).
               10  PREG-PARAMETRE     PIC X(12).
           05  PREG-VALEUR            PIC X(20).
           05  PREG-DT-DEBUT          PIC X(08).
           05  PREG-DT-FIN            PIC X(08).
           05  PREG-ETAT              PIC X(01).
           05  FILLER                 PIC X(23).
      *
       FD  FB00CHKP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CHKP.
           05  CHKP-TEMOIN            PIC X(03).
               88  CHKP-FIN-NORMALE       VALUE 'FIN'.
               88  CHKP-EN-COURS          VALUE 'CRS'.
           05  FILLER                 PIC X(01).
           05  CHKP-FICHIER           PIC X(08).
           05  FILLER                 PIC X(01).
           05  CHKP-CPT-LUS           PIC 9(09).
           05  CHKP-CPT-CONSERVES     PIC 9(09).
           05  CHKP-CPT-ARCHIVES      PIC 9(09).
           05  CHKP-CPT-SUPPRIMES     PIC 9(09).
           05  CHKP-CPT-SANS-DATE     PIC 9(09).
           05  CHKP-DATE-MIN          PIC X(08).
           05  CHKP-DATE-MAX          PIC X(08).
           05  CHKP-TOTAL-CTRL        PIC 9(15).
           05  FILLER                 PIC X(01).
      *
       FD  FB00RETI
           RECORDING   V
           LABEL RECORD STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
              DEPENDING ON WS-LONG-ENRG.
       01  ENRG-FB00RETI              PIC X(400).
      *
       FD  FB00RETK
           RECORDING   V
           LABEL RECORD STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
              DEPENDING ON WS-LONG-ENRG.
       01  ENRG-FB00RETK              PIC X(400).
      *
       FD  FB00RETA
           RECORDING   V
           LABEL RECORD STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
              DEPENDING ON WS-LONG-ENRG.
       01  ENRG-FB00RETA              PIC X(400).
      *
       FD  FB00RAPD
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPD              PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B53 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00PREG-STATUS   PIC X(02).
           88     OK-FB00PREG       VALUE '00'.
       01  FS-FB00CHKP-STATUS   PIC X(02).
           88     OK-FB00CHKP       VALUE '00'.
       01  FS-FB00RETI-STATUS   PIC X(02).
           88     OK-FB00RETI       VALUE '00' '04'.
       01  FS-FB00RETK-STATUS   PIC X(02).
           88     OK-FB00RETK       VALUE '00'.
       01  FS-FB00RETA-STATUS   PIC X(02).
           88     OK-FB00RETA       VALUE '00'.
       01  FS-FB00RAPD-STATUS   PIC X(02).
           88     OK-FB00RAPD       VALUE '00'.
      *================================================================*
      *   INDICATEUR DE FIN DE FICHIER                                 *
      *================================================================*
       01  WS-IND-FIN-RETI       PIC X(01) VALUE 'N'.
           88     FIN-RETI           VALUE 'O'.
      *================================================================*
      *   ENREGISTREMENT COURANT ET VUE EN DEMI-MOTS POUR LE TOTAL DE  *
      *   CONTROLE                                                     *
      *================================================================*
       01  WS-LONG-ENRG          PIC 9(04) COMP VALUE ZERO.
       01  WS-ENRG               PIC X(400).
       01  WS-ENRG-DEMI-MOTS     REDEFINES WS-ENRG.
           05  WS-DEMI-MOT        PIC 9(04) COMP OCCURS 200 TIMES.
       01  WS-NB-DEMI-MOTS       PIC 9(04) COMP VALUE ZERO.
       01  WS-IND-DEMI-MOT       PIC 9(04) COMP VALUE ZERO.
       01  WS-DATE-REFERENCE     PIC X(08) VALUE SPACES.
      *================================================================*
      *   REGLE DE RETENTION DU FICHIER (VALEUR DU REGISTRE)           *
      *================================================================*
       01  WS-REGLE.
           05  WS-REG-DUREE-MOIS  PIC 9(03).
           05  FILLER             PIC X(01).
           05  WS-REG-POS-DATE    PIC 9(03).
           05  FILLER             PIC X(01).
           05  WS-REG-ACTION      PIC X(01).
               88  REG-ARCHIVER       VALUE 'A'.
               88  REG-SUPPRIMER      VALUE 'S'.
           05  FILLER             PIC X(01).
           05  WS-REG-LONG-ENRG   PIC 9(04).
           05  FILLER             PIC X(06).
      *================================================================*
      *   DATES DU TRAITEMENT                                          *
      *================================================================*
       01  WS-DATE-TRAITEMENT.
           05  WS-DTR-SSAA       PIC 9(04).
           05  WS-DTR-MM         PIC 9(02).
           05  WS-DTR-JJ         PIC X(02).
       01  WS-HEURE-TRAITEMENT   PIC X(08) VALUE SPACES.
      *--- DATE LIMITE : DATE DU TRAITEMENT RECULEE DE LA DUREE
       01  WS-DATE-LIMITE.
           05  WS-LIM-SSAA       PIC 9(04).
           05  WS-LIM-MM         PIC 9(02).
           05  WS-LIM-JJ         PIC X(02).
       01  WS-NB-MOIS            PIC 9(06) COMP VALUE ZERO.
      *================================================================*
      *   PARAMETRES ET REPRISE                                        *
      *================================================================*
       01  WS-FICHIER            PIC X(08) VALUE SPACES.
       01  WS-FREQ-CHKP          PIC 9(05) COMP VALUE 10000.
       01  WS-CPT-DEPUIS-CHKP    PIC 9(05) COMP VALUE ZERO.
       01  WS-IND-MODE-REPRISE   PIC X(01) VALUE 'N'.
           88     MODE-REPRISE       VALUE 'O'.
       01  WS-CPT-A-SAUTER       PIC 9(09) COMP VALUE ZERO.
      *================================================================*
      *   COMPTEURS ET TOTAUX                                          *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-LUS            PIC 9(09) COMP VALUE ZERO.
       01  WS-CPT-CONSERVES      PIC 9(09) COMP VALUE ZERO.
       01  WS-CPT-ARCHIVES       PIC 9(09) COMP VALUE ZERO.
       01  WS-CPT-SUPPRIMES      PIC 9(09) COMP VALUE ZERO.
       01  WS-CPT-SANS-DATE      PIC 9(09) COMP VALUE ZERO.
       01  WS-CPT-LONG-ANORMALE  PIC 9(09) COMP VALUE ZERO.
       01  WS-DATE-MIN-EPUREE    PIC X(08) VALUE HIGH-VALUE.
       01  WS-DATE-MAX-EPUREE    PIC X(08) VALUE LOW-VALUE.
       01  WS-TOTAL-CTRL         PIC 9(15) COMP-3 VALUE ZERO.
      *================================================================*
      *   LIGNES DU COMPTE RENDU                                       *
      *================================================================*
       01  WS-LIGNE-TITRE.
           05  FILLER            PIC X(30)
                   VALUE 'FB00B53 - COMPTE RENDU D''EPURA'.
           05  FILLER            PIC X(17)
                   VALUE 'TION DU FICHIER  '.
           05  WS-TIT-FICHIER    PIC X(08).
           05  FILLER            PIC X(25) VALUE SPACES.
       01  WS-LIGNE-DETAIL.
           05  WS-DET-LIBELLE    PIC X(40).
           05  WS-DET-VALEUR     PIC X(20).
           05  FILLER            PIC X(20) VALUE SPACES.
       01  WS-EDIT-COMPTEUR      PIC ZZZ.ZZZ.ZZ9.
       01  WS-EDIT-TOTAL         PIC Z(14)9.
       01  WS-EDIT-MOIS          PIC ZZ9.
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
           ACCEPT WS-DATE-TRAITEMENT  FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-TRAITEMENT FROM TIME.
           PERFORM 11000-LIRE-PARAMETRES.
           PERFORM 11500-LIRE-REGLE.
           PERFORM 11800-CALCULER-DATE-LIMITE.
           PERFORM 12000-LIRE-CHECKPOINT.
           OPEN INPUT  FB00RETI.
           IF MODE-REPRISE
              OPEN EXTEND FB00RETK
              OPEN EXTEND FB00RETA
           ELSE
              OPEN OUTPUT FB00RETK
              OPEN OUTPUT FB00RETA
           END-IF.
           IF NOT OK-FB00RETI OR NOT OK-FB00RETK OR NOT OK-FB00RETA
              DISPLAY 'FB00B53 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-RETI.
           IF MODE-REPRISE
              PERFORM 13000-SAUTER-DEJA-TRAITES
           END-IF
           .
      ******************************************************************
      *   CARTE DE L'ETAPE : NOM DU FICHIER (OBLIGATOIRE), FREQUENCE  *
      *   DU POINT DE CONTROLE (10000 ENREGISTREMENTS PAR DEFAUT)     *
      ******************************************************************
       11000-LIRE-PARAMETRES.
      *----------------------
           OPEN INPUT FB00PARM.
           IF NOT OK-FB00PARM
              DISPLAY 'FB00B53 : CARTE PARAMETRE ABSENTE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           READ FB00PARM
              AT END
                 DISPLAY 'FB00B53 : CARTE PARAMETRE VIDE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-READ.
           CLOSE FB00PARM.
           IF PARM-FICHIER = SPACES
              DISPLAY 'FB00B53 : FICHIER NON RENSEIGNE SUR LA CARTE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE PARM-FICHIER       TO WS-FICHIER.
           IF PARM-FREQ-CHKP NUMERIC
              AND PARM-FREQ-CHKP > ZERO
              MOVE PARM-FREQ-CHKP  TO WS-FREQ-CHKP
           END-IF
           .
      ******************************************************************
      *   REGLE DU FICHIER DANS LE REGISTRE : POSTE ACTIF, DANS SA    *
      *   FENETRE DE VALIDITE, VALEUR BIEN FORMEE. A DEFAUT LE        *
      *   FICHIER N'EST PAS TOUCHE (CODE RETOUR 8, COMME FB00B27 SUR  *
      *   POSTE INVALIDE)                                             *
      ******************************************************************
       11500-LIRE-REGLE.
      *-----------------
           OPEN INPUT FB00PREG.
           IF NOT OK-FB00PREG
              DISPLAY 'FB00B53 : ERREUR OUVERTURE FB00PREG'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE 'FB00B53'          TO PREG-PGM.
           MOVE SPACES             TO PREG-PARAMETRE.
           STRING 'RET-' WS-FICHIER
                  DELIMITED BY SIZE INTO PREG-PARAMETRE.
           READ FB00PREG
              INVALID KEY
                 DISPLAY 'FB00B53 : AUCUNE REGLE DE RETENTION POUR '
                         WS-FICHIER
                 PERFORM 31000-ARRET-SANS-EPURATION
           END-READ.
           CLOSE FB00PREG.
           IF PREG-ETAT NOT = 'A'
              OR PREG-DT-DEBUT > WS-DATE-TRAITEMENT
              OR PREG-DT-FIN   < WS-DATE-TRAITEMENT
              DISPLAY 'FB00B53 : REGLE ' PREG-PARAMETRE
                      ' INACTIVE OU HORS FENETRE DE VALIDITE'
              PERFORM 31000-ARRET-SANS-EPURATION
           END-IF.
           MOVE PREG-VALEUR        TO WS-REGLE.
           IF WS-REG-DUREE-MOIS NOT NUMERIC
              OR WS-REG-DUREE-MOIS = ZERO
              OR WS-REG-POS-DATE NOT NUMERIC
              OR WS-REG-POS-DATE = ZERO
              OR WS-REG-LONG-ENRG NOT NUMERIC
              OR WS-REG-LONG-ENRG > 400
              OR WS-REG-POS-DATE + 7 > WS-REG-LONG-ENRG
              OR (NOT REG-ARCHIVER AND NOT REG-SUPPRIMER)
              DISPLAY 'FB00B53 : REGLE ' PREG-PARAMETRE
                      ' MAL FORMEE : ' PREG-VALEUR
              PERFORM 31000-ARRET-SANS-EPURATION
           END-IF
           .
      ******************************************************************
      *   DATE LIMITE = DATE DU TRAITEMENT RECULEE DE N MOIS (LE JOUR *
      *   EST CONSERVE : LA COMPARAISON SE FAIT SUR SSAAMMJJ)         *
      ******************************************************************
       11800-CALCULER-DATE-LIMITE.
      *---------------------------
           COMPUTE WS-NB-MOIS = WS-DTR-SSAA * 12 + WS-DTR-MM - 1
                              - WS-REG-DUREE-MOIS.
           DIVIDE WS-NB-MOIS BY 12 GIVING WS-LIM-SSAA
              REMAINDER WS-LIM-MM.
           ADD 1                   TO WS-LIM-MM.
           MOVE WS-DTR-JJ          TO WS-LIM-JJ
           .
      ******************************************************************
      *   RELECTURE DU POINT DE CONTROLE : UN TEMOIN 'CRS' DU MEME    *
      *   FICHIER SIGNIFIE QU'UNE EXECUTION PRECEDENTE S'EST          *
      *   INTERROMPUE - ON REPREND APRES LE DERNIER ENREGISTREMENT    *
      *   SAUVE, LES COMPTEURS REPARTENT DE L'ETAT SAUVE              *
      ******************************************************************
       12000-LIRE-CHECKPOINT.
      *----------------------
           OPEN INPUT FB00CHKP.
           IF OK-FB00CHKP
              READ FB00CHKP
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CHKP-EN-COURS
                       AND CHKP-FICHIER = WS-FICHIER
                       SET MODE-REPRISE        TO TRUE
                       MOVE CHKP-CPT-LUS       TO WS-CPT-A-SAUTER
                       MOVE CHKP-CPT-CONSERVES TO WS-CPT-CONSERVES
                       MOVE CHKP-CPT-ARCHIVES  TO WS-CPT-ARCHIVES
                       MOVE CHKP-CPT-SUPPRIMES TO WS-CPT-SUPPRIMES
                       MOVE CHKP-CPT-SANS-DATE TO WS-CPT-SANS-DATE
                       MOVE CHKP-DATE-MIN      TO WS-DATE-MIN-EPUREE
                       MOVE CHKP-DATE-MAX      TO WS-DATE-MAX-EPUREE
                       MOVE CHKP-TOTAL-CTRL    TO WS-TOTAL-CTRL
                       DISPLAY 'FB00B53 : REPRISE APRES '
                                CHKP-CPT-LUS ' ENREGISTREMENTS'
                    END-IF
              END-READ
              CLOSE FB00CHKP
           END-IF
           .
      ******************************************************************
      *   EN REPRISE : LES ENREGISTREMENTS DEJA TRAITES SONT SAUTES,  *
      *   LE COMPTEUR DE LECTURE REPART DU POINT DE CONTROLE          *
      ******************************************************************
       13000-SAUTER-DEJA-TRAITES.
      *---------------------------
           PERFORM 21000-LIRE-RETI
              UNTIL FIN-RETI
              OR WS-CPT-LUS > WS-CPT-A-SAUTER.
           DISPLAY 'FB00B53 : ENREGISTREMENTS SAUTES EN REPRISE = '
                    WS-CPT-A-SAUTER
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-ENREGISTREMENT
              UNTIL FIN-RETI
           .
      ******************************************************************
      *   UN ENREGISTREMENT : ECHU SI SA DATE DE REFERENCE EST        *
      *   ANTERIEURE A LA DATE LIMITE, CONSERVE SINON                 *
      ******************************************************************
       20100-TRAITER-ENREGISTREMENT.
      *-----------------------------
           IF WS-LONG-ENRG NOT = WS-REG-LONG-ENRG
              ADD 1 TO WS-CPT-LONG-ANORMALE
           END-IF.
           MOVE WS-ENRG (WS-REG-POS-DATE:8) TO WS-DATE-REFERENCE.
           EVALUATE TRUE
              WHEN WS-DATE-REFERENCE NOT NUMERIC
                 OR WS-DATE-REFERENCE = ZERO
                 ADD 1 TO WS-CPT-SANS-DATE
                 PERFORM 22000-CONSERVER
              WHEN WS-DATE-REFERENCE < WS-DATE-LIMITE
                 PERFORM 23000-EPURER
              WHEN OTHER
                 PERFORM 22000-CONSERVER
           END-EVALUATE.
           PERFORM 24000-POINT-DE-CONTROLE.
           PERFORM 21000-LIRE-RETI
           .
      ******************************************************************
       21000-LIRE-RETI.
      *----------------
           MOVE SPACES TO WS-ENRG.
           IF NOT FIN-RETI
              READ FB00RETI INTO WS-ENRG
                 AT END
                    SET FIN-RETI TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-LUS
              END-READ
           END-IF
           .
      ******************************************************************
       22000-CONSERVER.
      *----------------
           WRITE ENRG-FB00RETK FROM WS-ENRG.
           IF NOT OK-FB00RETK
              DISPLAY 'FB00B53 : ERREUR ECRITURE FB00RETK - STATUS '
                       FS-FB00RETK-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1 TO WS-CPT-CONSERVES
           .
      ******************************************************************
      *   ENREGISTREMENT ECHU : ARCHIVE D'ABORD SI LA REGLE LE DEMANDE *
      *   (COMME LA PASSE D'EPURATION DE FB00B03), PUIS COMPTE DANS LE *
      *   TOTAL DE CONTROLE ET LES BORNES DE DATES                     *
      ******************************************************************
       23000-EPURER.
      *-------------
           IF REG-ARCHIVER
              WRITE ENRG-FB00RETA FROM WS-ENRG
              IF NOT OK-FB00RETA
                 DISPLAY 'FB00B53 : ERREUR ECRITURE FB00RETA - STATUS '
                          FS-FB00RETA-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1 TO WS-CPT-ARCHIVES
           ELSE
              ADD 1 TO WS-CPT-SUPPRIMES
           END-IF.
           IF WS-DATE-REFERENCE < WS-DATE-MIN-EPUREE
              MOVE WS-DATE-REFERENCE TO WS-DATE-MIN-EPUREE
           END-IF.
           IF WS-DATE-REFERENCE > WS-DATE-MAX-EPUREE
              MOVE WS-DATE-REFERENCE TO WS-DATE-MAX-EPUREE
           END-IF.
           COMPUTE WS-NB-DEMI-MOTS = (WS-LONG-ENRG + 1) / 2.
           PERFORM 23100-CUMULER-DEMI-MOT
              VARYING WS-IND-DEMI-MOT FROM 1 BY 1
              UNTIL WS-IND-DEMI-MOT > WS-NB-DEMI-MOTS
           .
      ******************************************************************
       23100-CUMULER-DEMI-MOT.
      *-----------------------
           ADD WS-DEMI-MOT (WS-IND-DEMI-MOT) TO WS-TOTAL-CTRL
           .
      ******************************************************************
      *   POINT DE CONTROLE : TOUS LES N ENREGISTREMENTS, LES SORTIES  *
      *   SONT VIDEES SUR DISQUE ET L'ETAT EST SAUVE DANS FB00CHKP.    *
      *   EN REPRISE, LE JCL DOIT AU PREALABLE RAMENER FB00RETK ET     *
      *   FB00RETA A CHKP-CPT-CONSERVES ET CHKP-CPT-ARCHIVES           *
      *   ENREGISTREMENTS (MEME TECHNIQUE QUE FB00B01)                 *
      ******************************************************************
       24000-POINT-DE-CONTROLE.
      *------------------------
           ADD 1 TO WS-CPT-DEPUIS-CHKP.
           IF WS-CPT-DEPUIS-CHKP NOT < WS-FREQ-CHKP
              MOVE ZERO TO WS-CPT-DEPUIS-CHKP
              CLOSE FB00RETK FB00RETA
              OPEN EXTEND FB00RETK
              OPEN EXTEND FB00RETA
              IF NOT OK-FB00RETK OR NOT OK-FB00RETA
                 DISPLAY 'FB00B53 : ERREUR REOUVERTURE DES SORTIES'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              MOVE 'CRS' TO CHKP-TEMOIN
              PERFORM 24100-ECRIRE-CHECKPOINT
           END-IF
           .
      ******************************************************************
       24100-ECRIRE-CHECKPOINT.
      *------------------------
           OPEN OUTPUT FB00CHKP.
           IF NOT OK-FB00CHKP
              DISPLAY 'FB00B53 : ERREUR OUVERTURE FB00CHKP'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           MOVE WS-FICHIER           TO CHKP-FICHIER
           MOVE WS-CPT-LUS           TO CHKP-CPT-LUS
           MOVE WS-CPT-CONSERVES     TO CHKP-CPT-CONSERVES
           MOVE WS-CPT-ARCHIVES      TO CHKP-CPT-ARCHIVES
           MOVE WS-CPT-SUPPRIMES     TO CHKP-CPT-SUPPRIMES
           MOVE WS-CPT-SANS-DATE     TO CHKP-CPT-SANS-DATE
           MOVE WS-DATE-MIN-EPUREE   TO CHKP-DATE-MIN
           MOVE WS-DATE-MAX-EPUREE   TO CHKP-DATE-MAX
           MOVE WS-TOTAL-CTRL        TO CHKP-TOTAL-CTRL
           WRITE ENRG-FB00CHKP
           CLOSE FB00CHKP
           .
      ******************************************************************
      *   COMPTE RENDU D'EPURATION DU FICHIER, SANS DONNEE PERSONNELLE *
      *   ET AVEC LE CARTOUCHE DE VISA DU DPO                          *
      ******************************************************************
       25000-EDITER-COMPTE-RENDU.
      *--------------------------
           OPEN OUTPUT FB00RAPD.
           IF NOT OK-FB00RAPD
              DISPLAY 'FB00B53 : ERREUR OUVERTURE FB00RAPD'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE WS-FICHIER          TO WS-TIT-FICHIER.
           WRITE ENRG-FB00RAPD FROM WS-LIGNE-TITRE.
           MOVE SPACES              TO ENRG-FB00RAPD.
           WRITE ENRG-FB00RAPD.
           MOVE 'DATE ET HEURE DU TRAITEMENT'  TO WS-DET-LIBELLE.
           MOVE SPACES              TO WS-DET-VALEUR.
           STRING WS-DATE-TRAITEMENT ' ' WS-HEURE-TRAITEMENT
                  DELIMITED BY SIZE INTO WS-DET-VALEUR.
           PERFORM 25100-ECRIRE-DETAIL.
           MOVE 'REGLE DU REGISTRE (FB00PREG)' TO WS-DET-LIBELLE.
           MOVE PREG-PARAMETRE      TO WS-DET-VALEUR.
           PERFORM 25100-ECRIRE-DETAIL.
           MOVE 'DUREE DE RETENTION (MOIS)'    TO WS-DET-LIBELLE.
           MOVE WS-REG-DUREE-MOIS   TO WS-EDIT-MOIS.
           MOVE WS-EDIT-MOIS        TO WS-DET-VALEUR.
           PERFORM 25100-ECRIRE-DETAIL.
           MOVE 'DATE DE REFERENCE : POSITION' TO WS-DET-LIBELLE.
           MOVE WS-REG-POS-DATE     TO WS-DET-VALEUR.
           PERFORM 25100-ECRIRE-DETAIL.
           MOVE 'ECHU SI DATE DE REFERENCE <'  TO WS-DET-LIBELLE.
           MOVE WS-DATE-LIMITE      TO WS-DET-VALEUR.
           PERFORM 25100-ECRIRE-DETAIL.
           MOVE 'TRAITEMENT DES ECHUS'         TO WS-DET-LIBELLE.
           IF REG-ARCHIVER
              MOVE 'ARCHIVES, SUPPRIMES'  TO WS-DET-VALEUR
           ELSE
              MOVE 'SUPPRIMES'             TO WS-DET-VALEUR
           END-IF.
           PERFORM 25100-ECRIRE-DETAIL.
           MOVE SPACES              TO ENRG-FB00RAPD.
           WRITE ENRG-FB00RAPD.
           MOVE 'ENREGISTREMENTS LUS'          TO WS-DET-LIBELLE.
           MOVE WS-CPT-LUS          TO WS-EDIT-COMPTEUR.
           MOVE WS-EDIT-COMPTEUR    TO WS-DET-VALEUR.
           PERFORM 25100-ECRIRE-DETAIL.
           MOVE 'ENREGISTREMENTS CONSERVES'    TO WS-DET-LIBELLE.
           MOVE WS-CPT-CONSERVES    TO WS-EDIT-COMPTEUR.
           MOVE WS-EDIT-COMPTEUR    TO WS-DET-VALEUR.
           PERFORM 25100-ECRIRE-DETAIL.
           MOVE '  DONT SANS DATE DE REFERENCE' TO WS-DET-LIBELLE.
           MOVE WS-CPT-SANS-DATE    TO WS-EDIT-COMPTEUR.
           MOVE WS-EDIT-COMPTEUR    TO WS-DET-VALEUR.
           PERFORM 25100-ECRIRE-DETAIL.
           MOVE 'ENREGISTREMENTS ARCHIVES'     TO WS-DET-LIBELLE.
           MOVE WS-CPT-ARCHIVES     TO WS-EDIT-COMPTEUR.
           MOVE WS-EDIT-COMPTEUR    TO WS-DET-VALEUR.
           PERFORM 25100-ECRIRE-DETAIL.
           MOVE 'ENREGISTREMENTS SUPPRIMES SANS ARCHIVE'
                                    TO WS-DET-LIBELLE.
           MOVE WS-CPT-SUPPRIMES    TO WS-EDIT-COMPTEUR.
           MOVE WS-EDIT-COMPTEUR    TO WS-DET-VALEUR.
           PERFORM 25100-ECRIRE-DETAIL.
           MOVE 'LONGUEURS NON CONFORMES A LA REGLE'
                                    TO WS-DET-LIBELLE.
           MOVE WS-CPT-LONG-ANORMALE TO WS-EDIT-COMPTEUR.
           MOVE WS-EDIT-COMPTEUR    TO WS-DET-VALEUR.
           PERFORM 25100-ECRIRE-DETAIL.
           IF WS-CPT-ARCHIVES + WS-CPT-SUPPRIMES > ZERO
              MOVE 'PLUS ANCIENNE DATE DE REFERENCE EPUREE'
                                    TO WS-DET-LIBELLE
              MOVE WS-DATE-MIN-EPUREE TO WS-DET-VALEUR
              PERFORM 25100-ECRIRE-DETAIL
              MOVE 'PLUS RECENTE DATE DE REFERENCE EPUREE'
                                    TO WS-DET-LIBELLE
              MOVE WS-DATE-MAX-EPUREE TO WS-DET-VALEUR
              PERFORM 25100-ECRIRE-DETAIL
           END-IF.
           MOVE 'TOTAL DE CONTROLE DES EPURES' TO WS-DET-LIBELLE.
           MOVE WS-TOTAL-CTRL       TO WS-EDIT-TOTAL.
           MOVE WS-EDIT-TOTAL       TO WS-DET-VALEUR.
           PERFORM 25100-ECRIRE-DETAIL.
           MOVE SPACES              TO ENRG-FB00RAPD.
           WRITE ENRG-FB00RAPD.
           MOVE 'VISA DU DELEGUE A LA PROTECTION DES DONNEES :'
                                    TO ENRG-FB00RAPD.
           WRITE ENRG-FB00RAPD.
           MOVE '  NOM : ..........................  DATE : ........'
                                    TO ENRG-FB00RAPD.
           WRITE ENRG-FB00RAPD.
           MOVE '  SIGNATURE :'     TO ENRG-FB00RAPD.
           WRITE ENRG-FB00RAPD.
           CLOSE FB00RAPD
           .
      ******************************************************************
       25100-ECRIRE-DETAIL.
      *--------------------
           WRITE ENRG-FB00RAPD FROM WS-LIGNE-DETAIL.
           MOVE SPACES TO WS-DET-VALEUR
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00RETI FB00RETK FB00RETA.
      *--- FIN NORMALE : LE POINT DE CONTROLE EST SOLDE (TEMOIN 'FIN')
           MOVE 'FIN' TO CHKP-TEMOIN.
           PERFORM 24100-ECRIRE-CHECKPOINT.
           PERFORM 25000-EDITER-COMPTE-RENDU.
           DISPLAY 'FB00B53 : FICHIER TRAITE          = '
                    WS-FICHIER.
           DISPLAY 'FB00B53 : ENREGISTREMENTS LUS     = '
                    WS-CPT-LUS.
           DISPLAY 'FB00B53 : ENREGISTREMENTS CONSERVES = '
                    WS-CPT-CONSERVES.
           DISPLAY 'FB00B53 : ENREGISTREMENTS ARCHIVES  = '
                    WS-CPT-ARCHIVES.
           DISPLAY 'FB00B53 : ENREGISTREMENTS SUPPRIMES = '
                    WS-CPT-SUPPRIMES.
           IF WS-CPT-LONG-ANORMALE > ZERO
              DISPLAY 'FB00B53 : LONGUEURS NON CONFORMES   = '
                       WS-CPT-LONG-ANORMALE
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
      *   REGLE ABSENTE, INACTIVE OU INVALIDE : LE FICHIER N'EST PAS   *
      *   TOUCHE, L'ETAPE DE RECHARGEMENT NE DOIT PAS S'EXECUTER       *
      ******************************************************************
       31000-ARRET-SANS-EPURATION.
      *---------------------------
           DISPLAY 'FB00B53 : ' WS-FICHIER ' NON EPURE'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B53 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
