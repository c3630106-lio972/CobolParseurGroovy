       ID DIVISION.
       PROGRAM-ID. FB00B63.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH ANNUEL DU BILAN CARBONE ET ENERGIE
      *           DES FLOTTES. LES CLIENTS GRANDS COMPTES DOIVENT
      *           DECLARER L'EMPREINTE CARBONE DE LEUR PARC ET NOUS
      *           DEMANDAIENT LES DONNEES AU CAS PAR CAS. LE PROGRAMME
      *           LIT L'EXTRAIT DU PARC ASSURE FB04CO2X (PREPARE PAR LE
      *           JCL COMME FB04KILX, COMPLETE DE LA FAMILLE, DU CODE
      *           ENERGIE - DONT ELEC/HYBR DEPUIS F51104 - ET DU MODELE
      *           DU VEHICULE ; TRIE PAR CLIENT + CONTRAT + RANG) ET
      *           ESTIME POUR CHAQUE VEHICULE LES EMISSIONS DE L'ANNEE :
      *           - KILOMETRAGE ANNUEL : ECART ENTRE LA DERNIERE
      *             DECLARATION (FB04B08) ET LE COMPTEUR RETENU L'AN
      *             DERNIER (ETAT MACHINE FB00CO2H), RAMENE A 365 JOURS
      *             (MODULE DE CALENDRIER FB00SV01) ; A DEFAUT DE
      *             COMPTEUR PRECEDENT, OU SANS DECLARATION DANS
      *             L'ANNEE, KILOMETRAGE FORFAITAIRE DE LA TABLE ;
      *           - EMISSIONS = KILOMETRAGE X FACTEUR EN GRAMMES DE
      *             CO2 PAR KM DE LA TABLE MAINTENUE FB00CO2F (PAR
      *             ENERGIE ET FAMILLE DE VEHICULE, FAMILLE '***' =
      *             TOUTES FAMILLES DE L'ENERGIE). UN VEHICULE SANS
      *             FACTEUR EST SIGNALE ET N'EST PAS COMPTE.
      *           POUR CHAQUE CLIENT RETENU (CARTE FB00PARM : ANNEE,
      *           A DEFAUT L'ANNEE CIVILE ECHUE ; CLIENT, A DEFAUT TOUS
      *           LES CLIENTS D'AU MOINS WS-SEUIL-VEHICULES VEHICULES)
      *           LE BILAN PART SUR LE FLUX D'EDITION CIC (FB00EDIB)
      *           AVEC SA COPIE D'ARCHIVE GED (FB00RELB, TYPE 'CO',
      *           CHARGEE PAR FB00B13) REFERENCEE SUR LE PREMIER
      *           CONTRAT DU CLIENT, RANG 0000 : PART DES VEHICULES
      *           ELECTRIQUES ET HYBRIDES, EMISSIONS DU PARC ET
      *           EVOLUTION SUR L'ANNEE PRECEDENTE, DETAIL PAR ENERGIE
      *           ET FAMILLE, VEHICULES SANS KILOMETRAGE DECLARE. LE
      *           DETAIL PAR VEHICULE EST ECRIT SUR FB00CO2D, AU FORMAT
      *           FIXE SANS SEPARATEUR (ZONES NUMERIQUES NON SIGNEES)
      *           POUR LE CHARGEMENT CHEZ LE CLIENT. L'ETAT MACHINE EST
      *           REGENERE EN FB00CO2N (QUI DEVIENT FB00CO2H L'ANNEE
      *           SUIVANTE, MEME TECHNIQUE QUE FB00B17).
      *           CODE RETOUR 4 SI DES VEHICULES SONT SANS FACTEUR OU
      *           SI LE CLIENT DEMANDE EST ABSENT DE L'EXTRAIT.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51201 CREATION.
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
      *--- CARTE PARAMETRE : ANNEE, CLIENT, SEUIL DE VEHICULES
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- FACTEURS D'EMISSION PAR ENERGIE ET FAMILLE
           SELECT  FB00CO2F   ASSIGN  FB00CO2F
                               FILE STATUS IS  FS-FB00CO2F-STATUS.
      *--- PARC ASSURE AVEC DERNIERE DECLARATION KILOMETRIQUE, TRIE
      *--- PAR CLIENT + CONTRAT + RANG
           SELECT  FB04CO2X   ASSIGN  FB04CO2X
                               FILE STATUS IS  FS-FB04CO2X-STATUS.
      *--- ETAT MACHINE DE L'ANNEE PRECEDENTE, MEME TRI
           SELECT  FB00CO2H   ASSIGN  FB00CO2H
                               FILE STATUS IS  FS-FB00CO2H-STATUS.
      *--- ETAT MACHINE REGENERE (DEVIENT FB00CO2H L'ANNEE SUIVANTE)
           SELECT  FB00CO2N   ASSIGN  FB00CO2N
                               FILE STATUS IS  FS-FB00CO2N-STATUS.
      *--- DETAIL PAR VEHICULE POUR LE CHARGEMENT CHEZ LE CLIENT
           SELECT  FB00CO2D   ASSIGN  FB00CO2D
                               FILE STATUS IS  FS-FB00CO2D-STATUS.
      *--- BILAN POUR LE FLUX D'EDITION CIC
           SELECT  FB00EDIB   ASSIGN  FB00EDIB
                               FILE STATUS IS  FS-FB00EDIB-STATUS.
      *--- COPIE D'ARCHIVE GED (TYPE 'CO', CHARGEE PAR FB00B13)
           SELECT  FB00RELB   ASSIGN  FB00RELB
                               FILE STATUS IS  FS-FB00RELB-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-ANNEE             PIC X(04).
           05  FILLER                 PIC X(01).
           05  PARM-GESCLI            PIC X(11).
           05  FILLER                 PIC X(01).
           05  PARM-SEUIL             PIC X(04).
           05  FILLER                 PIC X(59).
      *
       FD  FB00CO2F
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CO2F.
           05  CO2F-ENERGIE           PIC X(04).
           05  FILLER                 PIC X(01).
           05  CO2F-FAMILLE           PIC X(03).
           05  FILLER                 PIC X(01).
           05  CO2F-GR-KM             PIC 9(04).
           05  FILLER                 PIC X(01).
           05  CO2F-KM-FORFAIT        PIC 9(06).
           05  FILLER                 PIC X(01).
           05  CO2F-LIBELLE           PIC X(30).
           05  FILLER                 PIC X(29).
      *
       FD  FB04CO2X
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04CO2X.
           05  CO2X-CLE.
               10  CO2X-GESCLI        PIC X(11).
               10  CO2X-NUMCONT       PIC X(12).
               10  CO2X-RANG          PIC 9(04).
           05  CO2X-IMMAT             PIC X(10).
           05  CO2X-FAMILLE           PIC X(03).
           05  CO2X-ENERGIE           PIC X(04).
           05  CO2X-MODELE            PIC X(20).
           05  CO2X-KM-DERNIER        PIC 9(06).
           05  CO2X-DT-DERNIERE       PIC X(08).
           05  FILLER                 PIC X(02).
      *
       FD  FB00CO2H
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CO2H.
           05  CO2H-CLE.
               10  CO2H-GESCLI        PIC X(11).
               10  CO2H-NUMCONT       PIC X(12).
               10  CO2H-RANG          PIC 9(04).
           05  CO2H-ANNEE             PIC X(04).
           05  CO2H-KM-COMPTEUR       PIC 9(06).
           05  CO2H-DT-COMPTEUR       PIC X(08).
           05  CO2H-KM-ANNUEL         PIC 9(06).
           05  CO2H-CO2-KG            PIC 9(07).
           05  FILLER                 PIC X(22).
      *
       FD  FB00CO2N
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CO2N.
           05  CO2N-CLE.
               10  CO2N-GESCLI        PIC X(11).
               10  CO2N-NUMCONT       PIC X(12).
               10  CO2N-RANG          PIC 9(04).
           05  CO2N-ANNEE             PIC X(04).
           05  CO2N-KM-COMPTEUR       PIC 9(06).
           05  CO2N-DT-COMPTEUR       PIC X(08).
           05  CO2N-KM-ANNUEL         PIC 9(06).
           05  CO2N-CO2-KG            PIC 9(07).
           05  FILLER                 PIC X(22).
      *
      *--- ORIGINE DU KILOMETRAGE : 'D' DECLARE (ECART DE COMPTEUR),
      *--- 'E' FORFAIT FAUTE DE COMPTEUR PRECEDENT, 'S' FORFAIT SANS
      *--- DECLARATION DANS L'ANNEE, 'X' SANS FACTEUR (NON COMPTE)
       FD  FB00CO2D
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CO2D.
           05  CO2D-ANNEE             PIC X(04).
           05  CO2D-GESCLI            PIC X(11).
           05  CO2D-NUMCONT           PIC X(12).
           05  CO2D-RANG              PIC 9(04).
           05  CO2D-IMMAT             PIC X(10).
           05  CO2D-FAMILLE           PIC X(03).
           05  CO2D-ENERGIE           PIC X(04).
           05  CO2D-MODELE            PIC X(20).
           05  CO2D-KM-ANNUEL         PIC 9(06).
           05  CO2D-ORIGINE-KM        PIC X(01).
           05  CO2D-GR-KM             PIC 9(04).
           05  CO2D-CO2-KG            PIC 9(07).
           05  FILLER                 PIC X(14).
      *
       FD  FB00EDIB
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00EDIB.
           05  EDIB-TYPE-LIGNE        PIC X(02).
           05  EDIB-TEXTE             PIC X(78).
      *
       FD  FB00RELB
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RELB.
           05  RELB-REFERENCE.
               10  RELB-NUMCONT       PIC X(12).
               10  RELB-RANG          PIC 9(04).
               10  RELB-DATE-EDITION  PIC X(08).
           05  RELB-TYPE-DOC          PIC X(02).
           05  RELB-TYPE-LIGNE        PIC X(02).
           05  RELB-TEXTE             PIC X(78).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B63 **'.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
           COPY FB00CALA.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00CO2F-STATUS   PIC X(02).
           88     OK-FB00CO2F       VALUE '00'.
       01  FS-FB04CO2X-STATUS   PIC X(02).
           88     OK-FB04CO2X       VALUE '00'.
       01  FS-FB00CO2H-STATUS   PIC X(02).
           88     OK-FB00CO2H       VALUE '00'.
       01  FS-FB00CO2N-STATUS   PIC X(02).
           88     OK-FB00CO2N       VALUE '00'.
       01  FS-FB00CO2D-STATUS   PIC X(02).
           88     OK-FB00CO2D       VALUE '00'.
       01  FS-FB00EDIB-STATUS   PIC X(02).
           88     OK-FB00EDIB       VALUE '00'.
       01  FS-FB00RELB-STATUS   PIC X(02).
           88     OK-FB00RELB       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER ET DE RECHERCHE                *
      *================================================================*
       01  WS-IND-FIN-CO2F       PIC X(01) VALUE 'N'.
           88     FIN-CO2F           VALUE 'O'.
       01  WS-IND-FIN-CO2X       PIC X(01) VALUE 'N'.
           88     FIN-CO2X           VALUE 'O'.
       01  WS-IND-FIN-CO2H       PIC X(01) VALUE 'N'.
           88     FIN-CO2H           VALUE 'O'.
       01  WS-IND-PRECEDENT      PIC X(01) VALUE 'N'.
           88     COMPTEUR-PRECEDENT VALUE 'O'.
       01  WS-IND-CLIENT-DEMANDE PIC X(01) VALUE 'N'.
           88     CLIENT-DEMANDE-VU  VALUE 'O'.
      *================================================================*
      *   PARAMETRES : ANNEE DU BILAN, CLIENT, SEUIL DE VEHICULES      *
      *================================================================*
       01  WS-ANNEE              PIC X(04) VALUE SPACES.
       01  WS-ANNEE-N            REDEFINES WS-ANNEE
                                 PIC 9(04).
       01  WS-GESCLI-DEMANDE     PIC X(11) VALUE SPACES.
       01  WS-SEUIL-VEHICULES    PIC 9(04) VALUE 0010.
      *================================================================*
      *   FACTEURS D'EMISSION                                          *
      *================================================================*
       01  WS-NB-FAC             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-FAC.
           05  WS-FAC             OCCURS 100 TIMES
                                  INDEXED BY IX-FAC.
               10  WS-FAC-ENERGIE  PIC X(04).
               10  WS-FAC-FAMILLE  PIC X(03).
               10  WS-FAC-GR-KM    PIC 9(04).
               10  WS-FAC-KM-FORFAIT PIC 9(06).
       01  WS-IND-FAC            PIC S9(4) COMP VALUE ZERO.
      *================================================================*
      *   VEHICULES DU CLIENT EN COURS                                 *
      *================================================================*
       01  WS-GESCLI             PIC X(11) VALUE SPACES.
       01  WS-NUMCONT-REFERENCE  PIC X(12) VALUE SPACES.
       01  WS-NB-VEH             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-VEH.
           05  WS-VEH             OCCURS 3000 TIMES
                                  INDEXED BY IX-VEH.
               10  WS-VEH-NUMCONT     PIC X(12).
               10  WS-VEH-RANG        PIC 9(04).
               10  WS-VEH-IMMAT       PIC X(10).
               10  WS-VEH-FAMILLE     PIC X(03).
               10  WS-VEH-ENERGIE     PIC X(04).
               10  WS-VEH-MODELE      PIC X(20).
               10  WS-VEH-KM-ANNUEL   PIC 9(06).
               10  WS-VEH-ORIGINE-KM  PIC X(01).
                   88  VEH-KM-DECLARE     VALUE 'D'.
                   88  VEH-KM-ESTIME      VALUE 'E'.
                   88  VEH-SANS-KM        VALUE 'S'.
                   88  VEH-SANS-FACTEUR   VALUE 'X'.
               10  WS-VEH-GR-KM       PIC 9(04).
               10  WS-VEH-CO2-KG      PIC 9(07).
      *================================================================*
      *   CUMULS DU CLIENT PAR ENERGIE ET FAMILLE                      *
      *================================================================*
       01  WS-NB-CELLULES        PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-CELLULES.
           05  WS-CEL             OCCURS 60 TIMES
                                  INDEXED BY IX-CEL.
               10  WS-CEL-ENERGIE PIC X(04).
               10  WS-CEL-FAMILLE PIC X(03).
               10  WS-CEL-NB      PIC 9(05) COMP.
               10  WS-CEL-KM      PIC S9(11) COMP-3.
               10  WS-CEL-CO2-KG  PIC S9(11) COMP-3.
      *================================================================*
      *   CUMULS DU CLIENT                                             *
      *================================================================*
       01  WS-CLI-NB-ELEC        PIC 9(05) COMP VALUE ZERO.
       01  WS-CLI-NB-HYBR        PIC 9(05) COMP VALUE ZERO.
       01  WS-CLI-NB-SANS-KM     PIC 9(05) COMP VALUE ZERO.
       01  WS-CLI-NB-ESTIMES     PIC 9(05) COMP VALUE ZERO.
       01  WS-CLI-NB-SANS-FAC    PIC 9(05) COMP VALUE ZERO.
       01  WS-CLI-KM             PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-CLI-CO2-KG         PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-CLI-CO2-PREC-KG    PIC S9(11) COMP-3 VALUE ZERO.
      *================================================================*
      *   CALCUL DU KILOMETRAGE ANNUEL ET DES EMISSIONS                *
      *================================================================*
       01  WS-KM-ECART           PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-KM-CALCUL          PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-KM-COMPTEUR-PREC   PIC 9(06) VALUE ZERO.
       01  WS-DT-COMPTEUR-PREC   PIC X(08) VALUE SPACES.
       01  WS-CO2-CALCUL         PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-TONNES             PIC S9(09)V9 COMP-3 VALUE ZERO.
       01  WS-POURCENT           PIC S9(05)V9 COMP-3 VALUE ZERO.
      *================================================================*
      *   EDITION                                                      *
      *================================================================*
       01  WS-LIGNE-DOC          PIC X(78) VALUE SPACES.
       01  WS-TYPE-LIGNE         PIC X(02) VALUE SPACES.
       01  WS-DATE-A-EDITER      PIC X(08) VALUE SPACES.
       01  WS-DATE-EDITEE        PIC X(10) VALUE SPACES.
       01  WS-EDIT-NB5           PIC ZZZZ9.
       01  WS-EDIT-NB5-B         PIC ZZZZ9.
       01  WS-EDIT-KM            PIC ZZZZZZZZZ9.
       01  WS-EDIT-TONNES        PIC ZZZZZZ9,9.
       01  WS-EDIT-TONNES-B      PIC ZZZZZZ9,9.
       01  WS-EDIT-POURCENT      PIC ZZ9,9.
       01  WS-EDIT-POURCENT-B    PIC ZZ9,9.
       01  WS-EDIT-EVOLUTION     PIC +ZZZ9,9.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-VEHICULES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CLIENTS        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-BILANS         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-KM        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ESTIMES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-FACTEUR   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LIGNES-DOC     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DONNEES        PIC 9(07) COMP VALUE ZERO.
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
      *--- CARTE FACULTATIVE : ANNEE, CLIENT, SEUIL
           OPEN INPUT FB00PARM.
           IF OK-FB00PARM
              READ FB00PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-ANNEE NUMERIC
                       MOVE PARM-ANNEE      TO WS-ANNEE
                    END-IF
                    MOVE PARM-GESCLI        TO WS-GESCLI-DEMANDE
                    IF PARM-SEUIL NUMERIC
                       MOVE PARM-SEUIL      TO WS-SEUIL-VEHICULES
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           IF WS-ANNEE = SPACES
              MOVE WS-DATE-TRAITEMENT (1:4) TO WS-ANNEE
              SUBTRACT 1 FROM WS-ANNEE-N
           END-IF.
           DISPLAY 'FB00B63 : BILAN CO2 DE L''ANNEE ' WS-ANNEE.
           OPEN INPUT  FB00CO2F
           OPEN INPUT  FB04CO2X
           OPEN INPUT  FB00CO2H
           OPEN OUTPUT FB00CO2N
           OPEN OUTPUT FB00CO2D
           OPEN OUTPUT FB00EDIB
           OPEN OUTPUT FB00RELB.
           IF NOT OK-FB00CO2F OR NOT OK-FB04CO2X
              OR NOT OK-FB00CO2H OR NOT OK-FB00CO2N
              OR NOT OK-FB00CO2D OR NOT OK-FB00EDIB
              OR NOT OK-FB00RELB
              DISPLAY 'FB00B63 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE WS-DATE-TRAITEMENT   TO WS-DATE-A-EDITER.
           PERFORM 29100-EDITER-DATE.
           PERFORM 15000-CHARGER-FACTEURS
           PERFORM 21000-LIRE-CO2X
           PERFORM 21100-LIRE-CO2H
      *--- L'ETAT MACHINE D'ENTREE DOIT ETRE CELUI D'UNE ANNEE
      *--- ANTERIEURE (UNE RELANCE REPART DE LA GENERATION PRECEDENTE)
           IF NOT FIN-CO2H
              AND CO2H-ANNEE NOT < WS-ANNEE
              DISPLAY 'FB00B63 : ETAT MACHINE FB00CO2H DE L''ANNEE '
                      CO2H-ANNEE ' DEJA INTEGRE - REPRENDRE LA '
                      'GENERATION PRECEDENTE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
      *   FACTEURS D'EMISSION : ENERGIE + FAMILLE, FAMILLE '***' POUR  *
      *   TOUTES LES FAMILLES DE L'ENERGIE                             *
      ******************************************************************
       15000-CHARGER-FACTEURS.
      *-----------------------
           PERFORM 15100-LIRE-CO2F
           PERFORM 15200-RANGER-FACTEUR
              UNTIL FIN-CO2F.
           CLOSE FB00CO2F.
           DISPLAY 'FB00B63 : FACTEURS D''EMISSION CHARGES = '
                    WS-NB-FAC
           .
      ******************************************************************
       15100-LIRE-CO2F.
      *----------------
           IF NOT FIN-CO2F
              READ FB00CO2F
                 AT END
                    SET FIN-CO2F TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       15200-RANGER-FACTEUR.
      *---------------------
           IF CO2F-ENERGIE NOT = SPACES
              IF WS-NB-FAC = 100
                 DISPLAY 'FB00B63 : TABLE DES FACTEURS SATUREE (100)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                  TO WS-NB-FAC
              SET IX-FAC             TO WS-NB-FAC
              MOVE CO2F-ENERGIE      TO WS-FAC-ENERGIE (IX-FAC)
              MOVE CO2F-FAMILLE      TO WS-FAC-FAMILLE (IX-FAC)
              MOVE CO2F-GR-KM        TO WS-FAC-GR-KM (IX-FAC)
              MOVE CO2F-KM-FORFAIT   TO WS-FAC-KM-FORFAIT (IX-FAC)
           END-IF
           PERFORM 15100-LIRE-CO2F
           .
      ******************************************************************
      *   RUPTURE CLIENT : LES VEHICULES SONT CALCULES ET RANGES, PUIS *
      *   LE BILAN ET LES DONNEES SONT PRODUITS SI LE CLIENT EST RETENU*
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-CLIENT
              UNTIL FIN-CO2X.
           IF WS-GESCLI-DEMANDE NOT = SPACES
              AND NOT CLIENT-DEMANDE-VU
              DISPLAY 'FB00B63 : CLIENT ' WS-GESCLI-DEMANDE
                      ' ABSENT DE L''EXTRAIT - AUCUN BILAN'
              MOVE 4 TO WS-CO-RET
           END-IF
           .
      ******************************************************************
       20100-TRAITER-CLIENT.
      *---------------------
           ADD 1                      TO WS-CPT-CLIENTS.
           MOVE CO2X-GESCLI           TO WS-GESCLI.
           MOVE CO2X-NUMCONT          TO WS-NUMCONT-REFERENCE.
           MOVE ZERO                  TO WS-NB-VEH
                                         WS-NB-CELLULES
                                         WS-CLI-NB-ELEC
                                         WS-CLI-NB-HYBR
                                         WS-CLI-NB-SANS-KM
                                         WS-CLI-NB-ESTIMES
                                         WS-CLI-NB-SANS-FAC
                                         WS-CLI-KM
                                         WS-CLI-CO2-KG
                                         WS-CLI-CO2-PREC-KG.
           PERFORM 20200-TRAITER-VEHICULE
              UNTIL FIN-CO2X
              OR CO2X-GESCLI NOT = WS-GESCLI.
      *--- VEHICULES DE L'AN DERNIER SORTIS DEPUIS : COMPTES DANS LES
      *--- EMISSIONS DE L'ANNEE PRECEDENTE
           PERFORM 20310-PASSER-HISTO
              UNTIL FIN-CO2H
              OR CO2H-GESCLI > WS-GESCLI.
           IF WS-GESCLI-DEMANDE = SPACES
              IF WS-NB-VEH NOT < WS-SEUIL-VEHICULES
                 PERFORM 22000-EDITER-BILAN
                 PERFORM 23000-ECRIRE-DONNEES
              END-IF
           ELSE
              IF WS-GESCLI = WS-GESCLI-DEMANDE
                 SET CLIENT-DEMANDE-VU TO TRUE
                 PERFORM 22000-EDITER-BILAN
                 PERFORM 23000-ECRIRE-DONNEES
              END-IF
           END-IF
           .
      ******************************************************************
       20200-TRAITER-VEHICULE.
      *-----------------------
           IF WS-NB-VEH = 3000
              DISPLAY 'FB00B63 : TABLE DES VEHICULES SATUREE (3000) '
                      WS-GESCLI
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1                      TO WS-NB-VEH
                                         WS-CPT-VEHICULES.
           SET IX-VEH                 TO WS-NB-VEH.
           MOVE CO2X-NUMCONT          TO WS-VEH-NUMCONT (IX-VEH).
           MOVE CO2X-RANG             TO WS-VEH-RANG (IX-VEH).
           MOVE CO2X-IMMAT            TO WS-VEH-IMMAT (IX-VEH).
           MOVE CO2X-FAMILLE          TO WS-VEH-FAMILLE (IX-VEH).
           MOVE CO2X-ENERGIE          TO WS-VEH-ENERGIE (IX-VEH).
           MOVE CO2X-MODELE           TO WS-VEH-MODELE (IX-VEH).
           IF CO2X-ENERGIE = 'ELEC'
              ADD 1                   TO WS-CLI-NB-ELEC
           END-IF.
           IF CO2X-ENERGIE = 'HYBR'
              ADD 1                   TO WS-CLI-NB-HYBR
           END-IF.
           PERFORM 20300-POSITIONNER-HISTO.
           PERFORM 20400-CHERCHER-FACTEUR.
           PERFORM 20500-CALCULER-KM.
           PERFORM 20600-CALCULER-EMISSIONS.
           PERFORM 20700-ECRIRE-ETAT.
           PERFORM 21000-LIRE-CO2X
           .
      ******************************************************************
      *   APPARIEMENT AVEC L'ETAT MACHINE (MEME TRI) : COMPTEUR RETENU *
      *   L'AN DERNIER POUR LE MEME VEHICULE                           *
      ******************************************************************
       20300-POSITIONNER-HISTO.
      *------------------------
           MOVE 'N'                   TO WS-IND-PRECEDENT.
           PERFORM 20310-PASSER-HISTO
              UNTIL FIN-CO2H
              OR CO2H-CLE NOT < CO2X-CLE.
           IF NOT FIN-CO2H
              AND CO2H-CLE = CO2X-CLE
              SET COMPTEUR-PRECEDENT  TO TRUE
              MOVE CO2H-KM-COMPTEUR   TO WS-KM-COMPTEUR-PREC
              MOVE CO2H-DT-COMPTEUR   TO WS-DT-COMPTEUR-PREC
              ADD CO2H-CO2-KG         TO WS-CLI-CO2-PREC-KG
              PERFORM 21100-LIRE-CO2H
           END-IF
           .
      ******************************************************************
       20310-PASSER-HISTO.
      *-------------------
           IF CO2H-GESCLI = WS-GESCLI
              ADD CO2H-CO2-KG         TO WS-CLI-CO2-PREC-KG
           END-IF.
           PERFORM 21100-LIRE-CO2H
           .
      ******************************************************************
      *   FACTEUR DE L'ENERGIE ET DE LA FAMILLE, A DEFAUT CELUI DE     *
      *   L'ENERGIE TOUTES FAMILLES ('***')                            *
      ******************************************************************
       20400-CHERCHER-FACTEUR.
      *-----------------------
           MOVE ZERO                  TO WS-IND-FAC.
           SET IX-FAC TO 1.
           SEARCH WS-FAC
              AT END
                 CONTINUE
              WHEN IX-FAC > WS-NB-FAC
                 CONTINUE
              WHEN WS-FAC-ENERGIE (IX-FAC) = CO2X-ENERGIE
                 AND WS-FAC-FAMILLE (IX-FAC) = CO2X-FAMILLE
                 SET WS-IND-FAC       TO IX-FAC
           END-SEARCH.
           IF WS-IND-FAC = ZERO
              SET IX-FAC TO 1
              SEARCH WS-FAC
                 AT END
                    CONTINUE
                 WHEN IX-FAC > WS-NB-FAC
                    CONTINUE
                 WHEN WS-FAC-ENERGIE (IX-FAC) = CO2X-ENERGIE
                    AND WS-FAC-FAMILLE (IX-FAC) = '***'
                    SET WS-IND-FAC    TO IX-FAC
              END-SEARCH
           END-IF
           .
      ******************************************************************
      *   KILOMETRAGE DE L'ANNEE : ECART DE COMPTEUR RAMENE A 365      *
      *   JOURS SI UNE DECLARATION DE L'ANNEE SUIT LE COMPTEUR RETENU  *
      *   L'AN DERNIER, SINON FORFAIT DE LA TABLE                      *
      ******************************************************************
       20500-CALCULER-KM.
      *------------------
           MOVE ZERO                  TO WS-VEH-KM-ANNUEL (IX-VEH).
           EVALUATE TRUE
              WHEN CO2X-DT-DERNIERE = SPACES
                OR CO2X-KM-DERNIER = ZERO
                OR CO2X-DT-DERNIERE (1:4) < WS-ANNEE
                 SET VEH-SANS-KM (IX-VEH) TO TRUE
              WHEN COMPTEUR-PRECEDENT
                AND WS-DT-COMPTEUR-PREC NOT = SPACES
                AND WS-DT-COMPTEUR-PREC < CO2X-DT-DERNIERE
                AND WS-KM-COMPTEUR-PREC NOT > CO2X-KM-DERNIER
                 PERFORM 20510-RAMENER-A-L-ANNEE
              WHEN OTHER
                 SET VEH-KM-ESTIME (IX-VEH) TO TRUE
           END-EVALUATE.
           IF WS-IND-FAC = ZERO
              SET VEH-SANS-FACTEUR (IX-VEH) TO TRUE
           ELSE
              SET IX-FAC              TO WS-IND-FAC
              IF VEH-SANS-KM (IX-VEH) OR VEH-KM-ESTIME (IX-VEH)
                 MOVE WS-FAC-KM-FORFAIT (IX-FAC)
                                      TO WS-VEH-KM-ANNUEL (IX-VEH)
              END-IF
           END-IF
           .
      ******************************************************************
       20510-RAMENER-A-L-ANNEE.
      *------------------------
           SET CALA-FONC-ECART-CAL    TO TRUE.
           MOVE WS-DT-COMPTEUR-PREC   TO CALA-DATE-1.
           MOVE CO2X-DT-DERNIERE      TO CALA-DATE-2.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF CALA-RETOUR-OK
              AND CALA-RESULTAT > ZERO
              SET VEH-KM-DECLARE (IX-VEH) TO TRUE
              COMPUTE WS-KM-ECART =
                      CO2X-KM-DERNIER - WS-KM-COMPTEUR-PREC
              COMPUTE WS-KM-CALCUL ROUNDED =
                      WS-KM-ECART * 365 / CALA-RESULTAT
              IF WS-KM-CALCUL > 999999
                 MOVE 999999          TO WS-KM-CALCUL
              END-IF
              MOVE WS-KM-CALCUL       TO WS-VEH-KM-ANNUEL (IX-VEH)
           ELSE
              SET VEH-KM-ESTIME (IX-VEH) TO TRUE
           END-IF
           .
      ******************************************************************
      *   EMISSIONS EN KG = KM X GRAMMES PAR KM / 1000                 *
      ******************************************************************
       20600-CALCULER-EMISSIONS.
      *-------------------------
           MOVE ZERO                  TO WS-VEH-GR-KM (IX-VEH)
                                         WS-VEH-CO2-KG (IX-VEH).
           EVALUATE TRUE
              WHEN VEH-SANS-FACTEUR (IX-VEH)
                 ADD 1                TO WS-CLI-NB-SANS-FAC
                                         WS-CPT-SANS-FACTEUR
              WHEN OTHER
                 MOVE WS-FAC-GR-KM (IX-FAC)
                                      TO WS-VEH-GR-KM (IX-VEH)
                 COMPUTE WS-CO2-CALCUL ROUNDED =
                         WS-VEH-KM-ANNUEL (IX-VEH)
                       * WS-VEH-GR-KM (IX-VEH) / 1000
                 MOVE WS-CO2-CALCUL   TO WS-VEH-CO2-KG (IX-VEH)
                 ADD WS-VEH-KM-ANNUEL (IX-VEH) TO WS-CLI-KM
                 ADD WS-CO2-CALCUL    TO WS-CLI-CO2-KG
                 IF VEH-SANS-KM (IX-VEH)
                    ADD 1             TO WS-CLI-NB-SANS-KM
                                         WS-CPT-SANS-KM
                 END-IF
                 IF VEH-KM-ESTIME (IX-VEH)
                    ADD 1             TO WS-CLI-NB-ESTIMES
                                         WS-CPT-ESTIMES
                 END-IF
                 PERFORM 20650-CUMULER-CELLULE
           END-EVALUATE
           .
      ******************************************************************
       20650-CUMULER-CELLULE.
      *----------------------
           SET IX-CEL TO 1.
           SEARCH WS-CEL
              AT END
                 CONTINUE
              WHEN IX-CEL > WS-NB-CELLULES
                 IF WS-NB-CELLULES = 60
                    DISPLAY 'FB00B63 : TABLE DES CELLULES SATUREE (60)'
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
                 ADD 1                TO WS-NB-CELLULES
                 SET IX-CEL           TO WS-NB-CELLULES
                 MOVE CO2X-ENERGIE    TO WS-CEL-ENERGIE (IX-CEL)
                 MOVE CO2X-FAMILLE    TO WS-CEL-FAMILLE (IX-CEL)
                 MOVE 1               TO WS-CEL-NB (IX-CEL)
                 MOVE WS-VEH-KM-ANNUEL (IX-VEH)
                                      TO WS-CEL-KM (IX-CEL)
                 MOVE WS-VEH-CO2-KG (IX-VEH)
                                      TO WS-CEL-CO2-KG (IX-CEL)
              WHEN WS-CEL-ENERGIE (IX-CEL) = CO2X-ENERGIE
                 AND WS-CEL-FAMILLE (IX-CEL) = CO2X-FAMILLE
                 ADD 1                TO WS-CEL-NB (IX-CEL)
                 ADD WS-VEH-KM-ANNUEL (IX-VEH)
                                      TO WS-CEL-KM (IX-CEL)
                 ADD WS-VEH-CO2-KG (IX-VEH)
                                      TO WS-CEL-CO2-KG (IX-CEL)
           END-SEARCH
           .
      ******************************************************************
      *   ETAT MACHINE : LE COMPTEUR RETENU EST LA DERNIERE            *
      *   DECLARATION, A DEFAUT CELUI DE L'AN DERNIER                  *
      ******************************************************************
       20700-ECRIRE-ETAT.
      *------------------
           MOVE SPACES                TO ENRG-FB00CO2N.
           MOVE CO2X-CLE              TO CO2N-CLE.
           MOVE WS-ANNEE              TO CO2N-ANNEE.
           IF CO2X-KM-DERNIER NOT = ZERO
              AND CO2X-DT-DERNIERE NOT = SPACES
              MOVE CO2X-KM-DERNIER    TO CO2N-KM-COMPTEUR
              MOVE CO2X-DT-DERNIERE   TO CO2N-DT-COMPTEUR
           ELSE
              IF COMPTEUR-PRECEDENT
                 MOVE WS-KM-COMPTEUR-PREC TO CO2N-KM-COMPTEUR
                 MOVE WS-DT-COMPTEUR-PREC TO CO2N-DT-COMPTEUR
              ELSE
                 MOVE ZERO            TO CO2N-KM-COMPTEUR
              END-IF
           END-IF.
           MOVE WS-VEH-KM-ANNUEL (IX-VEH) TO CO2N-KM-ANNUEL.
           MOVE WS-VEH-CO2-KG (IX-VEH)    TO CO2N-CO2-KG.
           WRITE ENRG-FB00CO2N.
           IF NOT OK-FB00CO2N
              DISPLAY 'FB00B63 : ERREUR ECRITURE FB00CO2N '
                      FS-FB00CO2N-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
      *   BILAN DU CLIENT : SYNTHESE, DETAIL PAR ENERGIE ET FAMILLE,   *
      *   VEHICULES SANS KILOMETRAGE DECLARE OU SANS FACTEUR           *
      ******************************************************************
       22000-EDITER-BILAN.
      *-------------------
           ADD 1                      TO WS-CPT-BILANS.
           PERFORM 22100-EDITER-SYNTHESE.
           PERFORM 22200-EDITER-CELLULES.
           PERFORM 22300-EDITER-SANS-KM.
           IF WS-CLI-NB-SANS-FAC > ZERO
              PERFORM 22400-EDITER-SANS-FACTEUR
           END-IF.
           MOVE 'PD'                  TO WS-TYPE-LIGNE.
           MOVE 'METHODE : KM DE L''ANNEE X FACTEUR D''EMISSION (G CO2/K
      -         'M) PAR ENERGIE ET FAMILLE'
                                      TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES                TO WS-LIGNE-DOC.
           STRING 'EDITE LE ' WS-DATE-EDITEE
                  ' - DETAIL PAR VEHICULE SUR LE FICHIER JOINT'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
       22100-EDITER-SYNTHESE.
      *----------------------
           MOVE 'EN'                  TO WS-TYPE-LIGNE.
           MOVE SPACES                TO WS-LIGNE-DOC.
           STRING 'BILAN CARBONE ET ENERGIE DE LA FLOTTE - ANNEE '
                  WS-ANNEE
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES                TO WS-LIGNE-DOC.
           STRING 'CLIENT ' WS-GESCLI
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DT'                  TO WS-TYPE-LIGNE.
           MOVE WS-NB-VEH             TO WS-EDIT-NB5.
           MOVE SPACES                TO WS-LIGNE-DOC.
           STRING 'PARC ASSURE : ' WS-EDIT-NB5 ' VEHICULE(S)'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           COMPUTE WS-POURCENT ROUNDED =
                   WS-CLI-NB-ELEC * 100 / WS-NB-VEH.
           MOVE WS-POURCENT           TO WS-EDIT-POURCENT.
           COMPUTE WS-POURCENT ROUNDED =
                   WS-CLI-NB-HYBR * 100 / WS-NB-VEH.
           MOVE WS-POURCENT           TO WS-EDIT-POURCENT-B.
           MOVE WS-CLI-NB-ELEC        TO WS-EDIT-NB5.
           MOVE WS-CLI-NB-HYBR        TO WS-EDIT-NB5-B.
           MOVE SPACES                TO WS-LIGNE-DOC.
           STRING 'DONT ELECTRIQUES ' WS-EDIT-NB5
                  ' (' WS-EDIT-POURCENT ' %) - HYBRIDES '
                  WS-EDIT-NB5-B ' (' WS-EDIT-POURCENT-B ' %)'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           COMPUTE WS-TONNES ROUNDED = WS-CLI-CO2-KG / 1000.
           MOVE WS-TONNES             TO WS-EDIT-TONNES.
           MOVE WS-CLI-KM             TO WS-EDIT-KM.
           MOVE SPACES                TO WS-LIGNE-DOC.
           STRING 'EMISSIONS ESTIMEES : ' WS-EDIT-TONNES
                  ' T CO2 POUR ' WS-EDIT-KM ' KM'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES                TO WS-LIGNE-DOC.
           IF WS-CLI-CO2-PREC-KG = ZERO
              MOVE 'ANNEE PRECEDENTE   : NON DISPONIBLE'
                                      TO WS-LIGNE-DOC
           ELSE
              COMPUTE WS-TONNES ROUNDED = WS-CLI-CO2-PREC-KG / 1000
              MOVE WS-TONNES          TO WS-EDIT-TONNES-B
              COMPUTE WS-POURCENT ROUNDED =
                      (WS-CLI-CO2-KG - WS-CLI-CO2-PREC-KG) * 100
                    / WS-CLI-CO2-PREC-KG
              MOVE WS-POURCENT        TO WS-EDIT-EVOLUTION
              STRING 'ANNEE PRECEDENTE   : ' WS-EDIT-TONNES-B
                     ' T CO2 - EVOLUTION ' WS-EDIT-EVOLUTION ' %'
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
           END-IF.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           IF WS-CLI-NB-ESTIMES > ZERO
              MOVE WS-CLI-NB-ESTIMES  TO WS-EDIT-NB5
              MOVE SPACES             TO WS-LIGNE-DOC
              STRING 'DONT ' WS-EDIT-NB5 ' VEHICULE(S) AU KILOMETRAG'
                     'E FORFAITAIRE FAUTE DE DECLARATION ANTERIEURE'
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
           END-IF
           .
      ******************************************************************
       22200-EDITER-CELLULES.
      *----------------------
           MOVE SPACES                TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DETAIL PAR ENERGIE ET FAMILLE'
                                      TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE '  ENERGIE FAMILLE VEHICULES          KM      T CO2'
                                      TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           IF WS-NB-CELLULES > ZERO
              SET IX-CEL TO 1
              PERFORM 22210-EDITER-CELLULE
                 WS-NB-CELLULES TIMES
           END-IF
           .
      ******************************************************************
       22210-EDITER-CELLULE.
      *---------------------
           MOVE WS-CEL-NB (IX-CEL)    TO WS-EDIT-NB5.
           MOVE WS-CEL-KM (IX-CEL)    TO WS-EDIT-KM.
           COMPUTE WS-TONNES ROUNDED = WS-CEL-CO2-KG (IX-CEL) / 1000.
           MOVE WS-TONNES             TO WS-EDIT-TONNES.
           MOVE SPACES                TO WS-LIGNE-DOC.
           STRING '  ' WS-CEL-ENERGIE (IX-CEL) '    '
                  WS-CEL-FAMILLE (IX-CEL) '         '
                  WS-EDIT-NB5 ' ' WS-EDIT-KM ' ' WS-EDIT-TONNES
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           SET IX-CEL UP BY 1
           .
      ******************************************************************
       22300-EDITER-SANS-KM.
      *---------------------
           MOVE SPACES                TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE WS-CLI-NB-SANS-KM     TO WS-EDIT-NB5.
           STRING 'VEHICULES SANS KILOMETRAGE DECLARE DANS L''ANNEE : '
                  WS-EDIT-NB5
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           IF WS-CLI-NB-SANS-KM > ZERO
              MOVE '  (KILOMETRAGE FORFAITAIRE RETENU - DECLARATION A AD
      -            'RESSER)'          TO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
              PERFORM 22310-EDITER-UN-SANS-KM
                 VARYING IX-VEH FROM 1 BY 1
                 UNTIL IX-VEH > WS-NB-VEH
           END-IF
           .
      ******************************************************************
       22310-EDITER-UN-SANS-KM.
      *------------------------
           IF VEH-SANS-KM (IX-VEH)
              PERFORM 22500-EDITER-VEHICULE
           END-IF
           .
      ******************************************************************
       22400-EDITER-SANS-FACTEUR.
      *--------------------------
           MOVE SPACES                TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE WS-CLI-NB-SANS-FAC    TO WS-EDIT-NB5.
           STRING 'VEHICULES NON COMPTES (ENERGIE SANS FACTEUR) : '
                  WS-EDIT-NB5
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           PERFORM 22410-EDITER-UN-SANS-FACTEUR
              VARYING IX-VEH FROM 1 BY 1
              UNTIL IX-VEH > WS-NB-VEH
           .
      ******************************************************************
       22410-EDITER-UN-SANS-FACTEUR.
      *-----------------------------
           IF VEH-SANS-FACTEUR (IX-VEH)
              PERFORM 22500-EDITER-VEHICULE
           END-IF
           .
      ******************************************************************
       22500-EDITER-VEHICULE.
      *----------------------
           MOVE SPACES                TO WS-LIGNE-DOC.
           STRING '  ' WS-VEH-IMMAT (IX-VEH)
                  ' CONTRAT ' WS-VEH-NUMCONT (IX-VEH)
                  ' RANG ' WS-VEH-RANG (IX-VEH)
                  ' ' WS-VEH-ENERGIE (IX-VEH)
                  ' ' WS-VEH-FAMILLE (IX-VEH)
                  ' ' WS-VEH-MODELE (IX-VEH)
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
      *   DETAIL PAR VEHICULE POUR LE CHARGEMENT CHEZ LE CLIENT        *
      ******************************************************************
       23000-ECRIRE-DONNEES.
      *---------------------
           PERFORM 23100-ECRIRE-UN-VEHICULE
              VARYING IX-VEH FROM 1 BY 1
              UNTIL IX-VEH > WS-NB-VEH
           .
      ******************************************************************
       23100-ECRIRE-UN-VEHICULE.
      *-------------------------
           MOVE SPACES                TO ENRG-FB00CO2D.
           MOVE WS-ANNEE              TO CO2D-ANNEE.
           MOVE WS-GESCLI             TO CO2D-GESCLI.
           MOVE WS-VEH-NUMCONT (IX-VEH)    TO CO2D-NUMCONT.
           MOVE WS-VEH-RANG (IX-VEH)       TO CO2D-RANG.
           MOVE WS-VEH-IMMAT (IX-VEH)      TO CO2D-IMMAT.
           MOVE WS-VEH-FAMILLE (IX-VEH)    TO CO2D-FAMILLE.
           MOVE WS-VEH-ENERGIE (IX-VEH)    TO CO2D-ENERGIE.
           MOVE WS-VEH-MODELE (IX-VEH)     TO CO2D-MODELE.
           MOVE WS-VEH-KM-ANNUEL (IX-VEH)  TO CO2D-KM-ANNUEL.
           MOVE WS-VEH-ORIGINE-KM (IX-VEH) TO CO2D-ORIGINE-KM.
           MOVE WS-VEH-GR-KM (IX-VEH)      TO CO2D-GR-KM.
           MOVE WS-VEH-CO2-KG (IX-VEH)     TO CO2D-CO2-KG.
           WRITE ENRG-FB00CO2D.
           IF NOT OK-FB00CO2D
              DISPLAY 'FB00B63 : ERREUR ECRITURE FB00CO2D '
                      FS-FB00CO2D-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1                      TO WS-CPT-DONNEES
           .
      ******************************************************************
       21000-LIRE-CO2X.
      *----------------
           IF NOT FIN-CO2X
              READ FB04CO2X
                 AT END
                    SET FIN-CO2X TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-CO2H.
      *----------------
           IF NOT FIN-CO2H
              READ FB00CO2H
                 AT END
                    SET FIN-CO2H TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
      *   CHAQUE LIGNE PART SUR LE FLUX CIC ET SUR LA COPIE D'ARCHIVE  *
      *   GED (TYPE 'CO', REFERENCE = PREMIER CONTRAT DU CLIENT)       *
      ******************************************************************
       29000-ECRIRE-LIGNE-DOC.
      *------------------------
           ADD 1                      TO WS-CPT-LIGNES-DOC.
           MOVE WS-TYPE-LIGNE         TO EDIB-TYPE-LIGNE.
           MOVE WS-LIGNE-DOC          TO EDIB-TEXTE.
           WRITE ENRG-FB00EDIB.
           MOVE WS-NUMCONT-REFERENCE  TO RELB-NUMCONT.
           MOVE ZERO                  TO RELB-RANG.
           MOVE WS-DATE-TRAITEMENT    TO RELB-DATE-EDITION.
           MOVE 'CO'                  TO RELB-TYPE-DOC.
           MOVE WS-TYPE-LIGNE         TO RELB-TYPE-LIGNE.
           MOVE WS-LIGNE-DOC          TO RELB-TEXTE.
           WRITE ENRG-FB00RELB
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
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB04CO2X FB00CO2H FB00CO2N FB00CO2D
                 FB00EDIB FB00RELB.
           DISPLAY 'FB00B63 : VEHICULES LUS              = '
                    WS-CPT-VEHICULES.
           DISPLAY 'FB00B63 : CLIENTS LUS                = '
                    WS-CPT-CLIENTS.
           DISPLAY 'FB00B63 : BILANS EDITES              = '
                    WS-CPT-BILANS.
           DISPLAY 'FB00B63 : LIGNES DE DONNEES ECRITES  = '
                    WS-CPT-DONNEES.
           DISPLAY 'FB00B63 : VEHICULES SANS KM DECLARE  = '
                    WS-CPT-SANS-KM.
           DISPLAY 'FB00B63 : VEHICULES AU KM FORFAIT    = '
                    WS-CPT-ESTIMES.
           DISPLAY 'FB00B63 : VEHICULES SANS FACTEUR     = '
                    WS-CPT-SANS-FACTEUR.
           IF WS-CPT-SANS-FACTEUR > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B63 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
