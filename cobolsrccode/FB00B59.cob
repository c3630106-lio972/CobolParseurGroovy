       ID DIVISION.
       PROGRAM-ID. FB00B59.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH A LA DEMANDE DU DOSSIER DE REVUE
      *           ANNUELLE D'UN GRAND COMPTE FLOTTE. AVANT CHAQUE
      *           RENDEZ-VOUS ANNUEL, LE CHARGE DE CLIENTELE PASSAIT
      *           UNE JOURNEE A COPIER DES ECRANS FB06, FB03/FB19,
      *           FB04 ET LES DIFFERENTS RELEVES. LA CARTE FB00PARM
      *           DESIGNE LE CLIENT (GESCLI) ET, EN OPTION, LA DATE DE
      *           FIN DE LA PERIODE REVUE (A DEFAUT LE JOUR DU
      *           TRAITEMENT) ; LA PERIODE COUVRE LES 12 MOIS QUI
      *           PRECEDENT (MODULE DE CALENDRIER FB00SV01). TOUS LES
      *           CONTRATS DU CLIENT SONT PRIS SUR L'INDEX DU
      *           PORTEFEUILLE FB06 (FB00CLIX, CLE CLIENT + CONTRAT)
      *           ET LE DOSSIER UNIQUE ASSEMBLE, DANS L'ORDRE :
      *           - LE PORTEFEUILLE : EFFECTIFS PAR TYPE ET CRM MOYEN
      *             DE CHAQUE CONTRAT (FB00CLIX) ;
      *           - LA COMPOSITION ACTIVE PAR FAMILLE ET ENERGIE
      *             (EXTRAIT CONSOLIDE FB04STAX DE FB00B17) ;
      *           - LES ENTREES ET SORTIES DE LA PERIODE (ACTIONS FB01
      *             DE FB00HIST) ;
      *           - LA SINISTRALITE : NOMBRE ET CHARGE DES SINISTRES
      *             SURVENUS DANS LA PERIODE (CASES FB03SINX) ET S/P
      *             SUR LA PRIME DES 12 DERNIERS MOIS (FB00PRIX, MEMES
      *             SOURCES QUE FB00B35) ;
      *           - L'EVOLUTION DU CRM : CRM MOYEN ACTUEL DES COUPLES
      *             (FB04CRMX) ET CRM MOYEN PROJETE A LA PROCHAINE
      *             ECHEANCE SELON LES SINISTRES RESPONSABLES DE LA
      *             PERIODE (MEMES REGLES ET BUTOIRS QUE FB04B04) ;
      *           - LA VALORISATION DU PARC (FB04VALN DE FB04B07) ;
      *           - LES CONTROLES TECHNIQUES DEPASSES A LA FIN DE LA
      *             PERIODE (FB04CTLX, ECHEANCES DE FB04B02) ;
      *           - LES DECLARATIONS KILOMETRIQUES (FB04KILX DE
      *             FB04B08) ;
      *           - LES DEMANDES D'APPROBATION EN ATTENTE (FB08APPF)
      *             ET LES RECLAMATIONS EN COURS (FB00RECL).
      *           LE DOSSIER PART SUR LE FLUX D'EDITION CIC (FB00EDIR)
      *           AVEC SA COPIE D'ARCHIVE GED (FB00RELR, TYPE 'RV',
      *           CHARGEE PAR FB00B13) REFERENCEE SUR LE PREMIER
      *           CONTRAT DU CLIENT, RANG 0000. CLIENT ABSENT DE
      *           L'INDEX : AUCUN DOSSIER, CODE RETOUR 4.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51195 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51203 CRM PROJETE PAR LE
      *                                       MODULE COMMUN FB04SV01
      *                                       (ZONE FB04CRMA) AU LIEU
      *                                       D'UNE COPIE DES REGLES.
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
      *--- CARTE PARAMETRE : CLIENT + DATE DE FIN DE PERIODE
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- INDEX CLIENT/CONTRATS DU PORTEFEUILLE FB06 (VSAM KSDS)
           SELECT  FB00CLIX   ASSIGN  FB00CLIX
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY CLIX-CLE
                               FILE STATUS IS  FS-FB00CLIX-STATUS.
      *--- EXTRAIT VEHICULE CONSOLIDE (FAMILLE, ENERGIE), TRIE PAR
      *--- CONTRAT
           SELECT  FB04STAX   ASSIGN  FB04STAX
                               FILE STATUS IS  FS-FB04STAX-STATUS.
      *--- HISTORIQUE DES ACTIONS (VSAM KSDS, CLE CONTRAT + JOUR)
           SELECT  FB00HIST   ASSIGN  FB00HIST
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY HIST-CLE
                               FILE STATUS IS  FS-FB00HIST-STATUS.
      *--- CASES SINISTRES PAR COUPLE, TRIEES PAR CONTRAT
           SELECT  FB03SINX   ASSIGN  FB03SINX
                               FILE STATUS IS  FS-FB03SINX-STATUS.
      *--- PRIMES EMISES SUR 12/36 MOIS, TRIEES PAR CONTRAT
           SELECT  FB00PRIX   ASSIGN  FB00PRIX
                               FILE STATUS IS  FS-FB00PRIX-STATUS.
      *--- CRM COURANT ET SINISTRES PAR COUPLE, TRIES PAR CLIENT
           SELECT  FB04CRMX   ASSIGN  FB04CRMX
                               FILE STATUS IS  FS-FB04CRMX-STATUS.
      *--- VALEUR INDICATIVE PAR VEHICULE, TRIEE PAR CONTRAT + RANG
           SELECT  FB04VALN   ASSIGN  FB04VALN
                               FILE STATUS IS  FS-FB04VALN-STATUS.
      *--- CONTROLES TECHNIQUES, TRIES PAR CLIENT
           SELECT  FB04CTLX   ASSIGN  FB04CTLX
                               FILE STATUS IS  FS-FB04CTLX-STATUS.
      *--- DERNIERE DECLARATION KILOMETRIQUE, TRIEE PAR CLIENT
           SELECT  FB04KILX   ASSIGN  FB04KILX
                               FILE STATUS IS  FS-FB04KILX-STATUS.
      *--- FILE D'APPROBATION FB08 (VSAM KSDS, CLE CONTRAT + JOUR)
           SELECT  FB08APPF   ASSIGN  FB08APPF
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY APPF-CLE
                               FILE STATUS IS  FS-FB08APPF-STATUS.
      *--- REGISTRE DES RECLAMATIONS (VSAM KSDS, CLE CONTRAT + JOUR)
           SELECT  FB00RECL   ASSIGN  FB00RECL
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY RECLK-CLE
                               FILE STATUS IS  FS-FB00RECL-STATUS.
      *--- DOSSIER DE REVUE POUR LE FLUX D'EDITION CIC
           SELECT  FB00EDIR   ASSIGN  FB00EDIR
                               FILE STATUS IS  FS-FB00EDIR-STATUS.
      *--- COPIE D'ARCHIVE GED (TYPE 'RV', CHARGEE PAR FB00B13)
           SELECT  FB00RELR   ASSIGN  FB00RELR
                               FILE STATUS IS  FS-FB00RELR-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-GESCLI            PIC X(11).
           05  PARM-DATE-FIN          PIC X(08).
           05  FILLER                 PIC X(61).
      *
       FD  FB00CLIX
           LABEL RECORD STANDARD.
       01  ENRG-FB00CLIX.
           05  CLIX-CLE.
               10  CLIX-CLIENT        PIC X(11).
               10  CLIX-NUMCONT       PIC X(12).
           05  CLIX-NB-CF             PIC 9(03).
           05  CLIX-NB-CJ             PIC 9(03).
           05  CLIX-NB-EN             PIC 9(03).
           05  CLIX-NB-4R             PIC 9(03).
           05  CLIX-NB-CC             PIC 9(03).
           05  CLIX-NB-REM            PIC 9(03).
           05  CLIX-NB-CAR            PIC 9(03).
           05  CLIX-CRM-MOYEN         PIC 9(03).
           05  FILLER                 PIC X(33).
      *
       FD  FB04STAX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04STAX.
           05  STAX-NUMCONT           PIC X(12).
           05  STAX-FAMILLE           PIC X(03).
           05  STAX-ENERGIE           PIC X(04).
           05  STAX-ZONE              PIC X(02).
           05  STAX-CRM               PIC 9(03).
           05  FILLER                 PIC X(56).
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
       FD  FB03SINX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB03SINX.
           05  SINX-NUMCONT           PIC X(12).
           05  SINX-RANG              PIC 9(04).
           05  SINX-ANNIV-MMJJ        PIC X(04).
           05  SINX-NB-SINISTRES      PIC 9(02).
           05  SINX-CASES.
               10  SINX-CASE          OCCURS 6 TIMES.
                   15  SINX-NATURE    PIC X(02).
                   15  SINX-DATE-SIN  PIC X(08).
                   15  SINX-SIPMNT    PIC 9(07).
                   15  SINX-SIPRESP   PIC 9(03).
           05  FILLER                 PIC X(18).
      *
       FD  FB00PRIX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PRIX.
           05  PRIX-NUMCONT           PIC X(12).
           05  PRIX-PRIME-12          PIC 9(09)V99.
           05  PRIX-PRIME-36          PIC 9(09)V99.
           05  FILLER                 PIC X(46).
      *
       FD  FB04CRMX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04CRMX.
           05  CRMX-GESCLI            PIC X(11).
           05  CRMX-NUMCONT           PIC X(12).
           05  CRMX-RANG              PIC 9(04).
           05  CRMX-ANNIV-MMJJ        PIC X(04).
           05  CRMX-CRM-ACTUEL        PIC 9(03).
           05  CRMX-NB-SINISTRES      PIC 9(01).
           05  CRMX-RESP              OCCURS 6 TIMES
                                      PIC 9(03).
           05  CRMX-DATE-SIN          OCCURS 6 TIMES
                                      PIC X(08).
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
       FD  FB04CTLX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04CTLX.
           05  CTLX-GESCLI            PIC X(11).
           05  CTLX-NUMCONT           PIC X(12).
           05  CTLX-RANG              PIC 9(04).
           05  CTLX-IMMAT             PIC X(10).
           05  CTLX-FAMILLE           PIC X(04).
           05  CTLX-DER-CTRL          PIC X(08).
           05  CTLX-RESULTAT          PIC X(01).
           05  FILLER                 PIC X(30).
      *
       FD  FB04KILX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04KILX.
           05  KILX-GESCLI            PIC X(11).
           05  KILX-NUMCONT           PIC X(12).
           05  KILX-RANG              PIC 9(04).
           05  KILX-IMMAT             PIC X(10).
           05  KILX-KM-DERNIER        PIC 9(06).
           05  KILX-DT-DERNIERE       PIC X(08).
           05  FILLER                 PIC X(29).
      *
       FD  FB08APPF
           LABEL RECORD STANDARD.
       01  ENRG-FB08APPF.
           05  APPF-CLE.
               10  APPF-NUMCONT       PIC X(12).
               10  APPF-JOUR          PIC X(08).
               10  APPF-HEURE         PIC X(08).
           05  APPF-ETAT              PIC X(01).
               88  APPF-EN-ATTENTE        VALUE 'A'.
               88  APPF-VALIDEE           VALUE 'V'.
               88  APPF-REJETEE           VALUE 'R'.
           05  APPF-CODE-ACTION       PIC X(01).
           05  APPF-TYPE-TS           PIC X(01).
           05  APPF-RANG-TS           PIC 9(04).
           05  APPF-DATE-EFFET        PIC X(08).
           05  APPF-JUSTIF            PIC X(20).
           05  APPF-RACF-DEM          PIC X(15).
           05  APPF-RACF-SUP          PIC X(15).
           05  APPF-COMMENTAIRE       PIC X(30).
           05  FILLER                 PIC X(17).
      *
       FD  FB00RECL
           LABEL RECORD STANDARD.
       01  ENRG-FB00RECL.
           05  RECLK-CLE              PIC X(26).
           05  FILLER                 PIC X(374).
      *
       FD  FB00EDIR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00EDIR.
           05  EDIR-TYPE-LIGNE        PIC X(02).
           05  EDIR-TEXTE             PIC X(78).
      *
       FD  FB00RELR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RELR.
           05  RELR-REFERENCE.
               10  RELR-NUMCONT       PIC X(12).
               10  RELR-RANG          PIC 9(04).
               10  RELR-DATE-EDITION  PIC X(08).
           05  RELR-TYPE-DOC          PIC X(02).
           05  RELR-TYPE-LIGNE        PIC X(02).
           05  RELR-TEXTE             PIC X(78).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B59 **'.
      *================================================================*
      *   REGISTRE DES RECLAMATIONS (DESSIN FB00RCLF)                  *
      *================================================================*
           COPY FB00RCLF.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
           COPY FB00CALA.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00CLIX-STATUS   PIC X(02).
           88     OK-FB00CLIX       VALUE '00'.
       01  FS-FB04STAX-STATUS   PIC X(02).
           88     OK-FB04STAX       VALUE '00'.
       01  FS-FB00HIST-STATUS   PIC X(02).
           88     OK-FB00HIST       VALUE '00'.
       01  FS-FB03SINX-STATUS   PIC X(02).
           88     OK-FB03SINX       VALUE '00'.
       01  FS-FB00PRIX-STATUS   PIC X(02).
           88     OK-FB00PRIX       VALUE '00'.
       01  FS-FB04CRMX-STATUS   PIC X(02).
           88     OK-FB04CRMX       VALUE '00'.
       01  FS-FB04VALN-STATUS   PIC X(02).
           88     OK-FB04VALN       VALUE '00'.
       01  FS-FB04CTLX-STATUS   PIC X(02).
           88     OK-FB04CTLX       VALUE '00'.
       01  FS-FB04KILX-STATUS   PIC X(02).
           88     OK-FB04KILX       VALUE '00'.
       01  FS-FB08APPF-STATUS   PIC X(02).
           88     OK-FB08APPF       VALUE '00'.
       01  FS-FB00RECL-STATUS   PIC X(02).
           88     OK-FB00RECL       VALUE '00'.
       01  FS-FB00EDIR-STATUS   PIC X(02).
           88     OK-FB00EDIR       VALUE '00'.
       01  FS-FB00RELR-STATUS   PIC X(02).
           88     OK-FB00RELR       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-CLIX       PIC X(01) VALUE 'N'.
           88     FIN-CLIX           VALUE 'O'.
       01  WS-IND-FIN-STAX       PIC X(01) VALUE 'N'.
           88     FIN-STAX           VALUE 'O'.
       01  WS-IND-FIN-HIST       PIC X(01) VALUE 'N'.
           88     FIN-HIST           VALUE 'O'.
       01  WS-IND-FIN-SINX       PIC X(01) VALUE 'N'.
           88     FIN-SINX           VALUE 'O'.
       01  WS-IND-FIN-PRIX       PIC X(01) VALUE 'N'.
           88     FIN-PRIX           VALUE 'O'.
       01  WS-IND-FIN-CRMX       PIC X(01) VALUE 'N'.
           88     FIN-CRMX           VALUE 'O'.
       01  WS-IND-FIN-VALN       PIC X(01) VALUE 'N'.
           88     FIN-VALN           VALUE 'O'.
       01  WS-IND-FIN-CTLX       PIC X(01) VALUE 'N'.
           88     FIN-CTLX           VALUE 'O'.
       01  WS-IND-FIN-KILX       PIC X(01) VALUE 'N'.
           88     FIN-KILX           VALUE 'O'.
       01  WS-IND-FIN-APPF       PIC X(01) VALUE 'N'.
           88     FIN-APPF           VALUE 'O'.
       01  WS-IND-FIN-RECL       PIC X(01) VALUE 'N'.
           88     FIN-RECL           VALUE 'O'.
      *================================================================*
      *   CLIENT ET PERIODE REVUE                                      *
      *================================================================*
       01  WS-GESCLI             PIC X(11) VALUE SPACES.
       01  WS-DATE-DEBUT         PIC X(08) VALUE SPACES.
       01  WS-DATE-FIN           PIC X(08) VALUE SPACES.
      *================================================================*
      *   CONTRATS DU CLIENT (ORDRE CROISSANT DE LA CLE FB00CLIX) ET   *
      *   CUMULS DE LA PERIODE PAR CONTRAT                             *
      *================================================================*
       01  WS-NB-CONTRATS        PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-CONTRATS.
           05  WS-CTR             OCCURS 200 TIMES
                                  INDEXED BY IX-CTR.
               10  WS-CTR-NUMCONT     PIC X(12).
               10  WS-CTR-NB-CF       PIC 9(03).
               10  WS-CTR-NB-CJ       PIC 9(03).
               10  WS-CTR-NB-EN       PIC 9(03).
               10  WS-CTR-NB-4R       PIC 9(03).
               10  WS-CTR-NB-CC       PIC 9(03).
               10  WS-CTR-NB-REM      PIC 9(03).
               10  WS-CTR-NB-CAR      PIC 9(03).
               10  WS-CTR-CRM-MOYEN   PIC 9(03).
               10  WS-CTR-NB-ENTREES  PIC 9(05) COMP.
               10  WS-CTR-NB-SORTIES  PIC 9(05) COMP.
               10  WS-CTR-NB-SIN      PIC 9(05) COMP.
               10  WS-CTR-CHARGE      PIC S9(11) COMP-3.
               10  WS-CTR-PRIME-12    PIC S9(09)V99 COMP-3.
      *================================================================*
      *   COMPOSITION ACTIVE PAR FAMILLE + ENERGIE                     *
      *================================================================*
       01  WS-NB-CELLULES        PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-CELLULES.
           05  WS-CEL             OCCURS 60 TIMES
                                  INDEXED BY IX-CEL.
               10  WS-CEL-FAMILLE PIC X(03).
               10  WS-CEL-ENERGIE PIC X(04).
               10  WS-CEL-NB      PIC 9(05) COMP.
      *================================================================*
      *   CUMULS DU CLIENT                                             *
      *================================================================*
       01  WS-TOT-VEHICULES      PIC 9(07) COMP VALUE ZERO.
       01  WS-TOT-ENTREES        PIC 9(07) COMP VALUE ZERO.
       01  WS-TOT-SORTIES        PIC 9(07) COMP VALUE ZERO.
       01  WS-TOT-SIN            PIC 9(07) COMP VALUE ZERO.
       01  WS-TOT-CHARGE         PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TOT-PRIME-12       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-VALEUR         PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-NB-VALORISES       PIC 9(07) COMP VALUE ZERO.
       01  WS-DT-VALORISATION    PIC X(08) VALUE SPACES.
       01  WS-NB-CT-DEPASSES     PIC 9(07) COMP VALUE ZERO.
       01  WS-NB-KM-VEHICULES    PIC 9(07) COMP VALUE ZERO.
       01  WS-NB-KM-DECLARES     PIC 9(07) COMP VALUE ZERO.
       01  WS-TOT-KM-DECLARES    PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-NB-APPROBATIONS    PIC 9(07) COMP VALUE ZERO.
       01  WS-NB-RECLAMATIONS    PIC 9(07) COMP VALUE ZERO.
      *================================================================*
      *   EVOLUTION DU CRM (EN CENTIEMES, MODULE COMMUN FB04SV01 -     *
      *   M001)                                                        *
      *================================================================*
       COPY FB04CRMA.
       01  WS-NB-COUPLES         PIC 9(07) COMP VALUE ZERO.
       01  WS-NB-COUPLES-RESP    PIC 9(07) COMP VALUE ZERO.
       01  WS-TOT-CRM-ACTUEL     PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-TOT-CRM-PROJETE    PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-CRM-PROJETE        PIC 9(03) VALUE ZERO.
       01  WS-IND-SIN            PIC S9(4) COMP VALUE ZERO.
       01  WS-COEF-CALCUL        PIC 9(01)V99 VALUE ZERO.
      *--- ECHEANCE DE CONTROLE TECHNIQUE (REGLE DE FB04B02)
       01  WS-ECHEANCE.
           05  WS-EC-SSAA        PIC 9(04).
           05  WS-EC-MMJJ        PIC X(04).
      *================================================================*
      *   EDITION                                                      *
      *================================================================*
       01  WS-LIGNE-DOC          PIC X(78) VALUE SPACES.
       01  WS-DATE-A-EDITER      PIC X(08) VALUE SPACES.
       01  WS-DATE-EDITEE        PIC X(10) VALUE SPACES.
       01  WS-EDIT-DEBUT         PIC X(10) VALUE SPACES.
       01  WS-EDIT-FIN           PIC X(10) VALUE SPACES.
       01  WS-EDIT-NB3           PIC ZZ9.
       01  WS-EDIT-NB3-B         PIC ZZ9.
       01  WS-EDIT-NB3-C         PIC ZZ9.
       01  WS-EDIT-NB3-D         PIC ZZ9.
       01  WS-EDIT-NB5           PIC ZZZZ9.
       01  WS-EDIT-NB5-B         PIC ZZZZ9.
       01  WS-EDIT-NB7           PIC ZZZZZZ9.
       01  WS-EDIT-MONTANT       PIC ZZZZZZZZZZ9.
       01  WS-EDIT-PRIME         PIC ZZZZZZZZ9,99.
       01  WS-EDIT-COEF          PIC 9,99.
       01  WS-EDIT-COEF-B        PIC 9,99.
       01  WS-EDIT-SP            PIC ZZZ9,9.
       01  WS-SP-CALCUL          PIC 9(05)V9 COMP-3 VALUE ZERO.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-LIGNES-DOC     PIC 9(07) COMP VALUE ZERO.
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
      *--- CARTE OBLIGATOIRE : CLIENT (+ DATE DE FIN FACULTATIVE)
           OPEN INPUT FB00PARM.
           IF OK-FB00PARM
              READ FB00PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE PARM-GESCLI        TO WS-GESCLI
                    IF PARM-DATE-FIN NUMERIC
                       MOVE PARM-DATE-FIN   TO WS-DATE-FIN
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           IF WS-GESCLI = SPACES
              DISPLAY 'FB00B59 : CARTE FB00PARM ABSENTE OU SANS CLIENT'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           IF WS-DATE-FIN = SPACES
              MOVE WS-DATE-TRAITEMENT TO WS-DATE-FIN
           END-IF.
           SET CALA-FONC-AJOUT-MOIS  TO TRUE.
           MOVE WS-DATE-FIN          TO CALA-DATE-1.
           MOVE -12                  TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              DISPLAY 'FB00B59 : ERREUR CALCUL DEBUT DE PERIODE - '
                       CALA-CODE-RETOUR
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE CALA-DATE-RESULTAT   TO WS-DATE-DEBUT.
           OPEN INPUT  FB00CLIX
           OPEN INPUT  FB04STAX
           OPEN INPUT  FB00HIST
           OPEN INPUT  FB03SINX
           OPEN INPUT  FB00PRIX
           OPEN INPUT  FB04CRMX
           OPEN INPUT  FB04VALN
           OPEN INPUT  FB04CTLX
           OPEN INPUT  FB04KILX
           OPEN INPUT  FB08APPF
           OPEN INPUT  FB00RECL
           OPEN OUTPUT FB00EDIR
           OPEN OUTPUT FB00RELR.
           IF NOT OK-FB00CLIX OR NOT OK-FB04STAX
              OR NOT OK-FB00HIST OR NOT OK-FB03SINX
              OR NOT OK-FB00PRIX OR NOT OK-FB04CRMX
              OR NOT OK-FB04VALN OR NOT OK-FB04CTLX
              OR NOT OK-FB04KILX OR NOT OK-FB08APPF
              OR NOT OK-FB00RECL OR NOT OK-FB00EDIR
              OR NOT OK-FB00RELR
              DISPLAY 'FB00B59 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE WS-DATE-DEBUT        TO WS-DATE-A-EDITER.
           PERFORM 29100-EDITER-DATE.
           MOVE WS-DATE-EDITEE       TO WS-EDIT-DEBUT.
           MOVE WS-DATE-FIN          TO WS-DATE-A-EDITER.
           PERFORM 29100-EDITER-DATE.
           MOVE WS-DATE-EDITEE       TO WS-EDIT-FIN.
           PERFORM 11000-CHARGER-PORTEFEUILLE
           .
      ******************************************************************
      *   CONTRATS DU CLIENT : PARCOURS DE L'INDEX FB00CLIX A PARTIR   *
      *   DE LA CLE CLIENT (MEME ACCES QUE L'ECRAN FB06)               *
      ******************************************************************
       11000-CHARGER-PORTEFEUILLE.
      *---------------------------
           MOVE WS-GESCLI          TO CLIX-CLIENT.
           MOVE LOW-VALUES         TO CLIX-NUMCONT.
           START FB00CLIX KEY NOT < CLIX-CLE
              INVALID KEY
                 SET FIN-CLIX TO TRUE
           END-START.
           PERFORM 21000-LIRE-CLIX.
           PERFORM 11100-CHARGER-UN-CONTRAT
              UNTIL FIN-CLIX
              OR CLIX-CLIENT NOT = WS-GESCLI
           .
      ******************************************************************
       11100-CHARGER-UN-CONTRAT.
      *-------------------------
           IF WS-NB-CONTRATS = 200
              DISPLAY 'FB00B59 : TABLE DES CONTRATS SATUREE (200)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1                   TO WS-NB-CONTRATS.
           SET IX-CTR              TO WS-NB-CONTRATS.
           MOVE CLIX-NUMCONT       TO WS-CTR-NUMCONT (IX-CTR).
           MOVE CLIX-NB-CF         TO WS-CTR-NB-CF (IX-CTR).
           MOVE CLIX-NB-CJ         TO WS-CTR-NB-CJ (IX-CTR).
           MOVE CLIX-NB-EN         TO WS-CTR-NB-EN (IX-CTR).
           MOVE CLIX-NB-4R         TO WS-CTR-NB-4R (IX-CTR).
           MOVE CLIX-NB-CC         TO WS-CTR-NB-CC (IX-CTR).
           MOVE CLIX-NB-REM        TO WS-CTR-NB-REM (IX-CTR).
           MOVE CLIX-NB-CAR        TO WS-CTR-NB-CAR (IX-CTR).
           MOVE CLIX-CRM-MOYEN     TO WS-CTR-CRM-MOYEN (IX-CTR).
           MOVE ZERO               TO WS-CTR-NB-ENTREES (IX-CTR)
                                      WS-CTR-NB-SORTIES (IX-CTR)
                                      WS-CTR-NB-SIN (IX-CTR)
                                      WS-CTR-CHARGE (IX-CTR)
                                      WS-CTR-PRIME-12 (IX-CTR).
           PERFORM 21000-LIRE-CLIX
           .
      ******************************************************************
      *   UN DOSSIER UNIQUE, SECTION PAR SECTION ; CHAQUE SOURCE EST   *
      *   LUE UNE SEULE FOIS                                           *
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           IF WS-NB-CONTRATS = ZERO
              DISPLAY 'FB00B59 : CLIENT ' WS-GESCLI
                      ' ABSENT DU PORTEFEUILLE - AUCUN DOSSIER'
              MOVE 4 TO WS-CO-RET
           ELSE
              PERFORM 22000-EDITER-ENTETE
              PERFORM 23000-SECTION-PORTEFEUILLE
              PERFORM 23500-SECTION-COMPOSITION
              PERFORM 24000-SECTION-MOUVEMENTS
              PERFORM 24500-SECTION-SINISTRALITE
              PERFORM 25000-SECTION-CRM
              PERFORM 25500-SECTION-VALORISATION
              PERFORM 26000-SECTION-CONTROLES
              PERFORM 26500-SECTION-KILOMETRAGE
              PERFORM 27000-SECTION-EN-ATTENTE
              PERFORM 28000-EDITER-PIED
           END-IF
           .
      ******************************************************************
       22000-EDITER-ENTETE.
      *--------------------
           MOVE 'EN'               TO EDIR-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'DOSSIER DE REVUE ANNUELLE - CLIENT ' WS-GESCLI
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DT'               TO EDIR-TYPE-LIGNE.
           MOVE WS-NB-CONTRATS     TO WS-EDIT-NB3.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'PERIODE DU ' WS-EDIT-DEBUT ' AU ' WS-EDIT-FIN
                  ' - ' WS-EDIT-NB3 ' CONTRAT(S)'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
      *   1. PORTEFEUILLE : EFFECTIFS ET CRM MOYEN PAR CONTRAT         *
      ******************************************************************
       23000-SECTION-PORTEFEUILLE.
      *---------------------------
           MOVE SPACES             TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE '1. PORTEFEUILLE (PERSONNES CF/CJ/EN - VEHICULES 4R/CC/R
      -         'EM/CAR)'          TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           SET IX-CTR TO 1.
           PERFORM 23100-EDITER-UN-CONTRAT
              WS-NB-CONTRATS TIMES
           .
      ******************************************************************
       23100-EDITER-UN-CONTRAT.
      *------------------------
           MOVE WS-CTR-NB-CF (IX-CTR)  TO WS-EDIT-NB3.
           MOVE WS-CTR-NB-CJ (IX-CTR)  TO WS-EDIT-NB3-B.
           MOVE WS-CTR-NB-EN (IX-CTR)  TO WS-EDIT-NB3-C.
           COMPUTE WS-COEF-CALCUL = WS-CTR-CRM-MOYEN (IX-CTR) / 100.
           MOVE WS-COEF-CALCUL         TO WS-EDIT-COEF.
           MOVE SPACES                 TO WS-LIGNE-DOC.
           STRING '  ' WS-CTR-NUMCONT (IX-CTR)
                  ' CF' WS-EDIT-NB3 ' CJ' WS-EDIT-NB3-B
                  ' EN' WS-EDIT-NB3-C ' - CRM MOYEN ' WS-EDIT-COEF
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE WS-CTR-NB-4R (IX-CTR)  TO WS-EDIT-NB3.
           MOVE WS-CTR-NB-CC (IX-CTR)  TO WS-EDIT-NB3-B.
           MOVE WS-CTR-NB-REM (IX-CTR) TO WS-EDIT-NB3-C.
           MOVE WS-CTR-NB-CAR (IX-CTR) TO WS-EDIT-NB3-D.
           MOVE SPACES                 TO WS-LIGNE-DOC.
           STRING '               4R' WS-EDIT-NB3 ' CC' WS-EDIT-NB3-B
                  ' REM' WS-EDIT-NB3-C ' CAR' WS-EDIT-NB3-D
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           SET IX-CTR UP BY 1
           .
      ******************************************************************
      *   2. COMPOSITION ACTIVE PAR FAMILLE ET ENERGIE : L'EXTRAIT     *
      *   TRIE PAR CONTRAT EST RAPPROCHE DE LA TABLE DES CONTRATS      *
      ******************************************************************
       23500-SECTION-COMPOSITION.
      *--------------------------
           SET IX-CTR TO 1.
           PERFORM 21100-LIRE-STAX.
           PERFORM 23600-RAPPROCHER-STAX
              UNTIL FIN-STAX
              OR IX-CTR > WS-NB-CONTRATS.
           MOVE SPACES             TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE WS-TOT-VEHICULES   TO WS-EDIT-NB7.
           STRING '2. COMPOSITION ACTIVE PAR FAMILLE ET ENERGIE : '
                  WS-EDIT-NB7 ' VEHICULE(S)'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           IF WS-NB-CELLULES > ZERO
              SET IX-CEL TO 1
              PERFORM 23800-EDITER-CELLULE
                 WS-NB-CELLULES TIMES
           END-IF
           .
      ******************************************************************
       23600-RAPPROCHER-STAX.
      *----------------------
           EVALUATE TRUE
              WHEN STAX-NUMCONT < WS-CTR-NUMCONT (IX-CTR)
                 PERFORM 21100-LIRE-STAX
              WHEN STAX-NUMCONT > WS-CTR-NUMCONT (IX-CTR)
                 SET IX-CTR UP BY 1
              WHEN OTHER
                 ADD 1 TO WS-TOT-VEHICULES
                 PERFORM 23700-CUMULER-CELLULE
                 PERFORM 21100-LIRE-STAX
           END-EVALUATE
           .
      ******************************************************************
       23700-CUMULER-CELLULE.
      *----------------------
           SET IX-CEL TO 1.
           SEARCH WS-CEL
              AT END
                 CONTINUE
              WHEN IX-CEL > WS-NB-CELLULES
                 IF WS-NB-CELLULES = 60
                    DISPLAY 'FB00B59 : TABLE DES CELLULES SATUREE (60)'
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
                 ADD 1                TO WS-NB-CELLULES
                 SET IX-CEL           TO WS-NB-CELLULES
                 MOVE STAX-FAMILLE    TO WS-CEL-FAMILLE (IX-CEL)
                 MOVE STAX-ENERGIE    TO WS-CEL-ENERGIE (IX-CEL)
                 MOVE 1               TO WS-CEL-NB (IX-CEL)
              WHEN WS-CEL-FAMILLE (IX-CEL) = STAX-FAMILLE
                 AND WS-CEL-ENERGIE (IX-CEL) = STAX-ENERGIE
                 ADD 1                TO WS-CEL-NB (IX-CEL)
           END-SEARCH
           .
      ******************************************************************
       23800-EDITER-CELLULE.
      *---------------------
           MOVE WS-CEL-NB (IX-CEL) TO WS-EDIT-NB5.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING '  FAMILLE ' WS-CEL-FAMILLE (IX-CEL)
                  '  ENERGIE ' WS-CEL-ENERGIE (IX-CEL)
                  ' : ' WS-EDIT-NB5 ' VEHICULE(S)'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           SET IX-CEL UP BY 1
           .
      ******************************************************************
      *   3. ENTREES ET SORTIES : ACTIONS FB01 DE LA PERIODE DANS      *
      *   FB00HIST (ENTREES A/R, SORTIES D - COMME FB01B07)            *
      ******************************************************************
       24000-SECTION-MOUVEMENTS.
      *-------------------------
           SET IX-CTR TO 1.
           PERFORM 24100-PARCOURIR-HIST
              WS-NB-CONTRATS TIMES.
           MOVE SPACES             TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE WS-TOT-ENTREES     TO WS-EDIT-NB5.
           MOVE WS-TOT-SORTIES     TO WS-EDIT-NB5-B.
           STRING '3. MOUVEMENTS DE LA PERIODE : ' WS-EDIT-NB5
                  ' ENTREE(S), ' WS-EDIT-NB5-B ' SORTIE(S)'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           SET IX-CTR TO 1.
           PERFORM 24300-EDITER-MOUVEMENTS
              WS-NB-CONTRATS TIMES
           .
      ******************************************************************
       24100-PARCOURIR-HIST.
      *---------------------
           MOVE 'N'                     TO WS-IND-FIN-HIST.
           MOVE LOW-VALUES              TO HIST-CLE.
           MOVE WS-CTR-NUMCONT (IX-CTR) TO HIST-NUMCONT.
           MOVE WS-DATE-DEBUT           TO HIST-JOUR.
           START FB00HIST KEY NOT < HIST-CLE
              INVALID KEY
                 SET FIN-HIST TO TRUE
           END-START.
           PERFORM 21200-LIRE-HIST.
           PERFORM 24200-CLASSER-ACTION
              UNTIL FIN-HIST
              OR HIST-NUMCONT NOT = WS-CTR-NUMCONT (IX-CTR)
              OR HIST-JOUR > WS-DATE-FIN.
           SET IX-CTR UP BY 1
           .
      ******************************************************************
       24200-CLASSER-ACTION.
      *---------------------
           IF HIST-ECRAN = 'FB01'
              EVALUATE HIST-CODE-ACTION
                 WHEN 'A'
                 WHEN 'R'
                    ADD 1 TO WS-CTR-NB-ENTREES (IX-CTR)
                             WS-TOT-ENTREES
                 WHEN 'D'
                    ADD 1 TO WS-CTR-NB-SORTIES (IX-CTR)
                             WS-TOT-SORTIES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM 21200-LIRE-HIST
           .
      ******************************************************************
       24300-EDITER-MOUVEMENTS.
      *------------------------
           IF WS-CTR-NB-ENTREES (IX-CTR) > ZERO
              OR WS-CTR-NB-SORTIES (IX-CTR) > ZERO
              MOVE WS-CTR-NB-ENTREES (IX-CTR) TO WS-EDIT-NB5
              MOVE WS-CTR-NB-SORTIES (IX-CTR) TO WS-EDIT-NB5-B
              MOVE SPACES             TO WS-LIGNE-DOC
              STRING '  ' WS-CTR-NUMCONT (IX-CTR) ' : '
                     WS-EDIT-NB5 ' ENTREE(S), '
                     WS-EDIT-NB5-B ' SORTIE(S)'
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
           END-IF.
           SET IX-CTR UP BY 1
           .
      ******************************************************************
      *   4. SINISTRALITE : CASES SURVENUES DANS LA PERIODE ET PRIME   *
      *   DES 12 DERNIERS MOIS, S/P PAR CONTRAT ET POUR LE CLIENT      *
      ******************************************************************
       24500-SECTION-SINISTRALITE.
      *---------------------------
           SET IX-CTR TO 1.
           PERFORM 21300-LIRE-SINX.
           PERFORM 24600-RAPPROCHER-SINX
              UNTIL FIN-SINX
              OR IX-CTR > WS-NB-CONTRATS.
           SET IX-CTR TO 1.
           PERFORM 21400-LIRE-PRIX.
           PERFORM 24800-RAPPROCHER-PRIX
              UNTIL FIN-PRIX
              OR IX-CTR > WS-NB-CONTRATS.
           MOVE SPACES             TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE '4. SINISTRALITE DE LA PERIODE (S/P SUR PRIME 12 MOIS)'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           SET IX-CTR TO 1.
           PERFORM 24900-EDITER-SINISTRALITE
              WS-NB-CONTRATS TIMES.
           MOVE WS-TOT-SIN         TO WS-EDIT-NB5.
           MOVE WS-TOT-CHARGE      TO WS-EDIT-MONTANT.
           IF WS-TOT-PRIME-12 > ZERO
              COMPUTE WS-SP-CALCUL ROUNDED
                    = WS-TOT-CHARGE * 100 / WS-TOT-PRIME-12
           ELSE
              MOVE ZERO TO WS-SP-CALCUL
           END-IF.
           MOVE WS-SP-CALCUL       TO WS-EDIT-SP.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING '  TOTAL CLIENT : ' WS-EDIT-NB5 ' SINISTRE(S), '
                  'CHARGE ' WS-EDIT-MONTANT ' EUR, S/P ' WS-EDIT-SP
                  ' %'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
       24600-RAPPROCHER-SINX.
      *----------------------
           EVALUATE TRUE
              WHEN SINX-NUMCONT < WS-CTR-NUMCONT (IX-CTR)
                 PERFORM 21300-LIRE-SINX
              WHEN SINX-NUMCONT > WS-CTR-NUMCONT (IX-CTR)
                 SET IX-CTR UP BY 1
              WHEN OTHER
                 MOVE 1 TO WS-IND-SIN
                 PERFORM 24700-CUMULER-CASE
                    UNTIL WS-IND-SIN > 6
                 PERFORM 21300-LIRE-SINX
           END-EVALUATE
           .
      ******************************************************************
       24700-CUMULER-CASE.
      *-------------------
           IF SINX-DATE-SIN (WS-IND-SIN) > WS-DATE-DEBUT
              AND SINX-DATE-SIN (WS-IND-SIN) NOT > WS-DATE-FIN
              AND SINX-SIPMNT (WS-IND-SIN) NUMERIC
              ADD 1 TO WS-CTR-NB-SIN (IX-CTR)
                       WS-TOT-SIN
              ADD SINX-SIPMNT (WS-IND-SIN) TO WS-CTR-CHARGE (IX-CTR)
                                              WS-TOT-CHARGE
           END-IF.
           ADD 1 TO WS-IND-SIN
           .
      ******************************************************************
       24800-RAPPROCHER-PRIX.
      *----------------------
           EVALUATE TRUE
              WHEN PRIX-NUMCONT < WS-CTR-NUMCONT (IX-CTR)
                 PERFORM 21400-LIRE-PRIX
              WHEN PRIX-NUMCONT > WS-CTR-NUMCONT (IX-CTR)
                 SET IX-CTR UP BY 1
              WHEN OTHER
                 ADD PRIX-PRIME-12 TO WS-CTR-PRIME-12 (IX-CTR)
                                      WS-TOT-PRIME-12
                 PERFORM 21400-LIRE-PRIX
           END-EVALUATE
           .
      ******************************************************************
       24900-EDITER-SINISTRALITE.
      *--------------------------
           MOVE WS-CTR-NB-SIN (IX-CTR)   TO WS-EDIT-NB5.
           MOVE WS-CTR-CHARGE (IX-CTR)   TO WS-EDIT-MONTANT.
           IF WS-CTR-PRIME-12 (IX-CTR) > ZERO
              COMPUTE WS-SP-CALCUL ROUNDED
                    = WS-CTR-CHARGE (IX-CTR) * 100
                    / WS-CTR-PRIME-12 (IX-CTR)
           ELSE
              MOVE ZERO TO WS-SP-CALCUL
           END-IF.
           MOVE WS-SP-CALCUL             TO WS-EDIT-SP.
           MOVE SPACES                   TO WS-LIGNE-DOC.
           STRING '  ' WS-CTR-NUMCONT (IX-CTR) ' : ' WS-EDIT-NB5
                  ' SINISTRE(S), CHARGE ' WS-EDIT-MONTANT
                  ' EUR, S/P ' WS-EDIT-SP ' %'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           SET IX-CTR UP BY 1
           .
      ******************************************************************
      *   5. EVOLUTION DU CRM : CRM ACTUEL DES COUPLES DU CLIENT ET    *
      *   CRM PROJETE A LA PROCHAINE ECHEANCE (SINISTRES RESPONSABLES  *
      *   DE LA PERIODE, REGLES DU MODULE COMMUN FB04SV01)             *
      ******************************************************************
       25000-SECTION-CRM.
      *------------------
           PERFORM 21500-LIRE-CRMX.
           PERFORM 21500-LIRE-CRMX
              UNTIL FIN-CRMX
              OR CRMX-GESCLI NOT < WS-GESCLI.
           PERFORM 25100-PROJETER-CRM
              UNTIL FIN-CRMX
              OR CRMX-GESCLI NOT = WS-GESCLI.
           MOVE SPACES             TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE '5. EVOLUTION DU COEFFICIENT BONUS-MALUS'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           IF WS-NB-COUPLES = ZERO
              MOVE '  AUCUN COUPLE CONDUCTEUR/VEHICULE CONNU'
                                   TO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
           ELSE
              COMPUTE WS-COEF-CALCUL ROUNDED
                    = WS-TOT-CRM-ACTUEL / WS-NB-COUPLES / 100
              MOVE WS-COEF-CALCUL  TO WS-EDIT-COEF
              COMPUTE WS-COEF-CALCUL ROUNDED
                    = WS-TOT-CRM-PROJETE / WS-NB-COUPLES / 100
              MOVE WS-COEF-CALCUL  TO WS-EDIT-COEF-B
              MOVE WS-NB-COUPLES   TO WS-EDIT-NB5
              STRING '  ' WS-EDIT-NB5 ' COUPLE(S) : CRM MOYEN ACTUEL '
                     WS-EDIT-COEF ', PROJETE A L''ECHEANCE '
                     WS-EDIT-COEF-B
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
              MOVE WS-NB-COUPLES-RESP TO WS-EDIT-NB5
              MOVE SPACES          TO WS-LIGNE-DOC
              STRING '  ' WS-EDIT-NB5
                     ' COUPLE(S) AVEC SINISTRE RESPONSABLE SUR LA '
                     'PERIODE'
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
           END-IF
           .
      ******************************************************************
       25100-PROJETER-CRM.
      *-------------------
      *--- UNE CAMPAGNE A LA FIN DE LA PERIODE REVUE (M001)
           ADD 1 TO WS-NB-COUPLES.
           ADD CRMX-CRM-ACTUEL TO WS-TOT-CRM-ACTUEL.
           MOVE SPACES               TO WSS-CRMA-COMMAREA.
           SET CRMA-FONC-CAMPAGNE    TO TRUE.
           MOVE CRMX-CRM-ACTUEL      TO CRMA-CRM-DEPART.
           MOVE WS-DATE-FIN          TO CRMA-DATE-CAMPAGNE.
           MOVE 1                    TO WS-IND-SIN.
           PERFORM 25200-CHARGER-SINISTRE
              UNTIL WS-IND-SIN > 6.
           CALL 'FB04SV01' USING WSS-CRMA-COMMAREA.
           IF NOT CRMA-RETOUR-OK
              DISPLAY 'FB00B59 : RETOUR ' CRMA-CODE-RETOUR
                      ' DE FB04SV01 - CONTRAT ' CRMX-NUMCONT
                      ' RANG ' CRMX-RANG
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           IF CRMA-PROJ-TOTALES (1) > ZERO
              OR CRMA-PROJ-PARTIELLES (1) > ZERO
              ADD 1 TO WS-NB-COUPLES-RESP
           END-IF.
           MOVE CRMA-CRM-RESULTAT  TO WS-CRM-PROJETE.
           ADD WS-CRM-PROJETE      TO WS-TOT-CRM-PROJETE.
           PERFORM 21500-LIRE-CRMX
           .
      ******************************************************************
       25200-CHARGER-SINISTRE.
      *-----------------------
           MOVE CRMX-DATE-SIN (WS-IND-SIN)
                 TO CRMA-DATE-SIN (WS-IND-SIN)
           MOVE CRMX-RESP (WS-IND-SIN)
                 TO CRMA-RESP (WS-IND-SIN)
           ADD 1 TO WS-IND-SIN
           .
      ******************************************************************
      *   6. VALORISATION DU PARC (DERNIERE VALORISATION FB04B07)      *
      ******************************************************************
       25500-SECTION-VALORISATION.
      *---------------------------
           SET IX-CTR TO 1.
           PERFORM 21600-LIRE-VALN.
           PERFORM 25600-RAPPROCHER-VALN
              UNTIL FIN-VALN
              OR IX-CTR > WS-NB-CONTRATS.
           MOVE SPACES             TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE WS-NB-VALORISES    TO WS-EDIT-NB7.
           MOVE WS-TOT-VALEUR      TO WS-EDIT-MONTANT.
           MOVE WS-DT-VALORISATION TO WS-DATE-A-EDITER.
           PERFORM 29100-EDITER-DATE.
           STRING '6. VALEUR DU PARC : ' WS-EDIT-MONTANT
                  ' EUR (' WS-EDIT-NB7 ' VEHICULE(S), COTE DU '
                  WS-DATE-EDITEE ')'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
       25600-RAPPROCHER-VALN.
      *----------------------
           EVALUATE TRUE
              WHEN VALN-NUMCONT < WS-CTR-NUMCONT (IX-CTR)
                 PERFORM 21600-LIRE-VALN
              WHEN VALN-NUMCONT > WS-CTR-NUMCONT (IX-CTR)
                 SET IX-CTR UP BY 1
              WHEN OTHER
                 ADD 1            TO WS-NB-VALORISES
                 ADD VALN-VALEUR  TO WS-TOT-VALEUR
                 IF VALN-DT-VALORISATION > WS-DT-VALORISATION
                    MOVE VALN-DT-VALORISATION TO WS-DT-VALORISATION
                 END-IF
                 PERFORM 21600-LIRE-VALN
           END-EVALUATE
           .
      ******************************************************************
      *   7. CONTROLES TECHNIQUES DEPASSES A LA FIN DE LA PERIODE :    *
      *   ECHEANCE = DERNIER CONTROLE + 2 ANS (4R/CC), + 1 AN (REM/    *
      *   CAR), COMME FB04B02                                          *
      ******************************************************************
       26000-SECTION-CONTROLES.
      *------------------------
           MOVE SPACES             TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE '7. CONTROLES TECHNIQUES DEPASSES' TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           PERFORM 21700-LIRE-CTLX.
           PERFORM 21700-LIRE-CTLX
              UNTIL FIN-CTLX
              OR CTLX-GESCLI NOT < WS-GESCLI.
           PERFORM 26100-EXAMINER-CT
              UNTIL FIN-CTLX
              OR CTLX-GESCLI NOT = WS-GESCLI.
           IF WS-NB-CT-DEPASSES = ZERO
              MOVE '  AUCUN CONTROLE TECHNIQUE DEPASSE'
                                   TO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
           END-IF
           .
      ******************************************************************
       26100-EXAMINER-CT.
      *------------------
           IF CTLX-DER-CTRL NUMERIC
              MOVE CTLX-DER-CTRL TO WS-ECHEANCE
              IF CTLX-FAMILLE = 'REM ' OR 'CAR '
                 ADD 1 TO WS-EC-SSAA
              ELSE
                 ADD 2 TO WS-EC-SSAA
              END-IF
              IF WS-ECHEANCE < WS-DATE-FIN
                 ADD 1 TO WS-NB-CT-DEPASSES
                 MOVE WS-ECHEANCE TO WS-DATE-A-EDITER
                 PERFORM 29100-EDITER-DATE
                 MOVE SPACES      TO WS-LIGNE-DOC
                 STRING '  ' CTLX-NUMCONT ' ' CTLX-IMMAT ' '
                        CTLX-FAMILLE ' ECHEANCE DEPASSEE DU '
                        WS-DATE-EDITEE
                        DELIMITED BY SIZE INTO WS-LIGNE-DOC
                 PERFORM 29000-ECRIRE-LIGNE-DOC
              END-IF
           END-IF.
           PERFORM 21700-LIRE-CTLX
           .
      ******************************************************************
      *   8. DECLARATIONS KILOMETRIQUES : VEHICULES AYANT DECLARE DANS *
      *   LA PERIODE ET KILOMETRAGE TOTAL DECLARE                      *
      ******************************************************************
       26500-SECTION-KILOMETRAGE.
      *--------------------------
           PERFORM 21800-LIRE-KILX.
           PERFORM 21800-LIRE-KILX
              UNTIL FIN-KILX
              OR KILX-GESCLI NOT < WS-GESCLI.
           PERFORM 26600-CUMULER-KILOMETRAGE
              UNTIL FIN-KILX
              OR KILX-GESCLI NOT = WS-GESCLI.
           MOVE SPACES             TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE WS-NB-KM-DECLARES  TO WS-EDIT-NB5.
           MOVE WS-NB-KM-VEHICULES TO WS-EDIT-NB5-B.
           STRING '8. DECLARATIONS KILOMETRIQUES : ' WS-EDIT-NB5
                  ' VEHICULE(S) SUR ' WS-EDIT-NB5-B
                  ' ONT DECLARE'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE WS-TOT-KM-DECLARES TO WS-EDIT-MONTANT.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING '  KILOMETRAGE TOTAL DECLARE SUR LA PERIODE : '
                  WS-EDIT-MONTANT ' KM'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
       26600-CUMULER-KILOMETRAGE.
      *--------------------------
           ADD 1 TO WS-NB-KM-VEHICULES.
           IF KILX-DT-DERNIERE > WS-DATE-DEBUT
              AND KILX-DT-DERNIERE NOT > WS-DATE-FIN
              ADD 1               TO WS-NB-KM-DECLARES
              ADD KILX-KM-DERNIER TO WS-TOT-KM-DECLARES
           END-IF.
           PERFORM 21800-LIRE-KILX
           .
      ******************************************************************
      *   9. POINTS OUVERTS : DEMANDES D'APPROBATION EN ATTENTE DANS   *
      *   LA FILE FB08 ET RECLAMATIONS EN COURS (OUVERTES OU ACCUSEES) *
      ******************************************************************
       27000-SECTION-EN-ATTENTE.
      *-------------------------
           MOVE SPACES             TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE '9. POINTS OUVERTS (APPROBATIONS, RECLAMATIONS)'
                                   TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           SET IX-CTR TO 1.
           PERFORM 27100-PARCOURIR-APPF
              WS-NB-CONTRATS TIMES.
           SET IX-CTR TO 1.
           PERFORM 27300-PARCOURIR-RECL
              WS-NB-CONTRATS TIMES.
           IF WS-NB-APPROBATIONS + WS-NB-RECLAMATIONS = ZERO
              MOVE '  AUCUN POINT OUVERT' TO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
           END-IF
           .
      ******************************************************************
       27100-PARCOURIR-APPF.
      *---------------------
           MOVE 'N'                     TO WS-IND-FIN-APPF.
           MOVE LOW-VALUES              TO APPF-CLE.
           MOVE WS-CTR-NUMCONT (IX-CTR) TO APPF-NUMCONT.
           START FB08APPF KEY NOT < APPF-CLE
              INVALID KEY
                 SET FIN-APPF TO TRUE
           END-START.
           PERFORM 21900-LIRE-APPF.
           PERFORM 27200-EDITER-APPROBATION
              UNTIL FIN-APPF
              OR APPF-NUMCONT NOT = WS-CTR-NUMCONT (IX-CTR).
           SET IX-CTR UP BY 1
           .
      ******************************************************************
       27200-EDITER-APPROBATION.
      *-------------------------
           IF APPF-EN-ATTENTE
              ADD 1 TO WS-NB-APPROBATIONS
              MOVE APPF-JOUR          TO WS-DATE-A-EDITER
              PERFORM 29100-EDITER-DATE
              MOVE SPACES             TO WS-LIGNE-DOC
              STRING '  ' APPF-NUMCONT ' APPROBATION EN ATTENTE DEPUIS'
                     ' LE ' WS-DATE-EDITEE ' - ACTION '
                     APPF-CODE-ACTION ' ' APPF-JUSTIF
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
           END-IF.
           PERFORM 21900-LIRE-APPF
           .
      ******************************************************************
       27300-PARCOURIR-RECL.
      *---------------------
           MOVE 'N'                     TO WS-IND-FIN-RECL.
           MOVE LOW-VALUES              TO RECLK-CLE.
           MOVE WS-CTR-NUMCONT (IX-CTR) TO RECLK-CLE (1:12).
           START FB00RECL KEY NOT < RECLK-CLE
              INVALID KEY
                 SET FIN-RECL TO TRUE
           END-START.
           PERFORM 22900-LIRE-RECL.
           PERFORM 27400-EDITER-RECLAMATION
              UNTIL FIN-RECL
              OR RECL-NUMCONT NOT = WS-CTR-NUMCONT (IX-CTR).
           SET IX-CTR UP BY 1
           .
      ******************************************************************
       27400-EDITER-RECLAMATION.
      *-------------------------
           IF RECL-EN-COURS
              ADD 1 TO WS-NB-RECLAMATIONS
              MOVE RECL-JOUR-RECU     TO WS-DATE-A-EDITER
              PERFORM 29100-EDITER-DATE
              MOVE SPACES             TO WS-LIGNE-DOC
              STRING '  ' RECL-NUMCONT ' RECLAMATION DU '
                     WS-DATE-EDITEE ' : ' RECL-OBJET
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
           END-IF.
           PERFORM 22900-LIRE-RECL
           .
      ******************************************************************
       28000-EDITER-PIED.
      *------------------
           MOVE 'PD'               TO EDIR-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'EDITE LE ' WS-DATE-TRAITEMENT
                  ' - DOCUMENT INTERNE DE PREPARATION DE LA REVUE'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
      *   CHAQUE LIGNE PART SUR LE FLUX CIC ET SUR LA COPIE D'ARCHIVE  *
      *   GED (TYPE 'RV', REFERENCE = PREMIER CONTRAT DU CLIENT)       *
      ******************************************************************
       29000-ECRIRE-LIGNE-DOC.
      *------------------------
           ADD 1                   TO WS-CPT-LIGNES-DOC.
           MOVE WS-LIGNE-DOC       TO EDIR-TEXTE.
           WRITE ENRG-FB00EDIR.
           MOVE WS-CTR-NUMCONT (1) TO RELR-NUMCONT.
           MOVE ZERO               TO RELR-RANG.
           MOVE WS-DATE-TRAITEMENT TO RELR-DATE-EDITION.
           MOVE 'RV'               TO RELR-TYPE-DOC.
           MOVE EDIR-TYPE-LIGNE    TO RELR-TYPE-LIGNE.
           MOVE WS-LIGNE-DOC       TO RELR-TEXTE.
           WRITE ENRG-FB00RELR
           .
      ******************************************************************
       29100-EDITER-DATE.
      *------------------
           MOVE SPACES                 TO WS-DATE-EDITEE.
           IF WS-DATE-A-EDITER NOT = SPACES
              STRING WS-DATE-A-EDITER (7:2) '/'
                     WS-DATE-A-EDITER (5:2) '/'
                     WS-DATE-A-EDITER (1:4)
                     DELIMITED BY SIZE INTO WS-DATE-EDITEE
           END-IF
           .
      ******************************************************************
       21000-LIRE-CLIX.
      *----------------
           IF NOT FIN-CLIX
              READ FB00CLIX NEXT
                 AT END
                    SET FIN-CLIX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-STAX.
      *----------------
           IF NOT FIN-STAX
              READ FB04STAX
                 AT END
                    SET FIN-STAX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21200-LIRE-HIST.
      *----------------
           IF NOT FIN-HIST
              READ FB00HIST NEXT
                 AT END
                    SET FIN-HIST TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21300-LIRE-SINX.
      *----------------
           IF NOT FIN-SINX
              READ FB03SINX
                 AT END
                    SET FIN-SINX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21400-LIRE-PRIX.
      *----------------
           IF NOT FIN-PRIX
              READ FB00PRIX
                 AT END
                    SET FIN-PRIX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21500-LIRE-CRMX.
      *----------------
           IF NOT FIN-CRMX
              READ FB04CRMX
                 AT END
                    SET FIN-CRMX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21600-LIRE-VALN.
      *----------------
           IF NOT FIN-VALN
              READ FB04VALN
                 AT END
                    SET FIN-VALN TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21700-LIRE-CTLX.
      *----------------
           IF NOT FIN-CTLX
              READ FB04CTLX
                 AT END
                    SET FIN-CTLX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21800-LIRE-KILX.
      *----------------
           IF NOT FIN-KILX
              READ FB04KILX
                 AT END
                    SET FIN-KILX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21900-LIRE-APPF.
      *----------------
           IF NOT FIN-APPF
              READ FB08APPF NEXT
                 AT END
                    SET FIN-APPF TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       22900-LIRE-RECL.
      *----------------
           IF NOT FIN-RECL
              READ FB00RECL NEXT INTO WSS-RECL-ENR
                 AT END
                    SET FIN-RECL TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00CLIX FB04STAX FB00HIST FB03SINX FB00PRIX
                 FB04CRMX FB04VALN FB04CTLX FB04KILX FB08APPF
                 FB00RECL FB00EDIR FB00RELR.
           DISPLAY 'FB00B59 : CLIENT                 = '
                    WS-GESCLI.
           DISPLAY 'FB00B59 : CONTRATS DU CLIENT     = '
                    WS-NB-CONTRATS.
           DISPLAY 'FB00B59 : LIGNES DU DOSSIER      = '
                    WS-CPT-LIGNES-DOC.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B59 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
