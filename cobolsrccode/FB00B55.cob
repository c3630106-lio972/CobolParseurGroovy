       ID DIVISION.
       PROGRAM-ID. FB00B55.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH QUOTIDIEN DE MISE SOUS PLI UNIQUE
      *           DES COURRIERS DE LA CHAINE FB. LIT LES LIGNES DE
      *           COURRIER RATTACHEES AU CLIENT PAR FB00B54 (FB00LETC,
      *           RETRIE PAR LE JCL SUR CLIENT + DOCUMENT + LIGNE) ET
      *           L'IDENTITE DES CLIENTS (FB00CLIR, DESSIN DE FB00B38,
      *           TRIE SUR LE NUMERO CLIENT) POUR L'ADRESSE.
      *           POUR CHAQUE CLIENT, LES DOCUMENTS DU JOUR SONT
      *           REUNIS DANS UN PLI UNIQUE SUR LE FLUX D'EDITION CIC
      *           FB00EDIG : LIGNES 'PL' D'OUVERTURE DU PLI (RAISON
      *           SOCIALE ET ADRESSE), BORDEREAU D'ENVOI 'BO' LISTANT
      *           LES DOCUMENTS JOINTS, DOCUMENTS EN/DT/PD INCHANGES
      *           PUIS LIGNE 'FP' DE FERMETURE DU PLI. UN CLIENT N'AYANT
      *           QU'UN DOCUMENT LE RECOIT SEUL, SANS BORDEREAU.
      *           LE PARAMETRAGE DES TYPES DE DOCUMENT (FB00ENVS :
      *           TYPE, LIBELLE DU BORDEREAU, INDICATEUR DE PLI
      *           SEPARE) DESIGNE LES COURRIERS QUI PARTENT TOUJOURS
      *           SEULS (LETTRE RECOMMANDEE, RELEVE D'INFORMATION...).
      *           UN DOCUMENT SANS CLIENT OU DONT LE CLIENT EST ABSENT
      *           DE FB00CLIR PART AUSSI SEUL, AVEC SON ADRESSAGE
      *           HABITUEL. LES COPIES D'ARCHIVE GED NE SONT PAS
      *           MODIFIEES.
      *           LES TYPES PARAMETRES EN RECOMMANDE (INDICATEUR LRAR
      *           DE FB00ENVS : MISE EN DEMEURE, FIN DE SUSPENSION
      *           POUR VENTE, RESILIATION...) PARTENT TOUJOURS SEULS
      *           SUR LE FLUX D'EDITION RECOMMANDE FB00EDIR, PRECEDES
      *           D'UNE LIGNE 'RA' PORTANT LE NUMERO DE RECOMMANDE PRIS
      *           DANS LA PLAGE ATTRIBUEE PAR LA POSTE (FB00LRAN :
      *           PREFIXE, DERNIER NUMERO UTILISE, FIN DE PLAGE). CHAQUE
      *           LETTRE EST ENREGISTREE AU REGISTRE FB00LRAR (DESSIN
      *           FB00LRAF) AVEC LA CLE DE SON ENTREE GED ; LE RETOUR
      *           DES AVIS DE RECEPTION EST SUIVI PAR FB00B62.
      *           CODE RETOUR 4 SI DES DOCUMENTS SONT SANS ADRESSE OU
      *           SI LA PLAGE DE NUMEROS DE RECOMMANDE S'EPUISE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51189 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51200 LETTRES
      *                                       RECOMMANDEES AVEC AR :
      *                                       INDICATEUR PAR TYPE DE
      *                                       DOCUMENT, FLUX FB00EDIR,
      *                                       NUMERO DE RECOMMANDE
      *                                       (PLAGE FB00LRAN) ET
      *                                       REGISTRE FB00LRAR.
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
      *--- PARAMETRAGE DES TYPES DE DOCUMENT
           SELECT  FB00ENVS   ASSIGN  FB00ENVS
                               FILE STATUS IS  FS-FB00ENVS-STATUS.
      *--- LIGNES DE COURRIER, TRIEES SUR CLIENT + DOCUMENT + LIGNE
           SELECT  FB00LETC   ASSIGN  FB00LETC
                               FILE STATUS IS  FS-FB00LETC-STATUS.
      *--- IDENTITE DES CLIENTS, TRIEE SUR LE NUMERO CLIENT
           SELECT  FB00CLIR   ASSIGN  FB00CLIR
                               FILE STATUS IS  FS-FB00CLIR-STATUS.
      *--- FLUX D'EDITION CIC DES PLIS
           SELECT  FB00EDIG   ASSIGN  FB00EDIG
                               FILE STATUS IS  FS-FB00EDIG-STATUS.
      *--- PLAGE DE NUMEROS DE RECOMMANDE (UN ENREGISTREMENT)
           SELECT  FB00LRAN   ASSIGN  FB00LRAN
                               FILE STATUS IS  FS-FB00LRAN-STATUS.
      *--- FLUX D'EDITION CIC DES LETTRES RECOMMANDEES AVEC AR
           SELECT  FB00EDIR   ASSIGN  FB00EDIR
                               FILE STATUS IS  FS-FB00EDIR-STATUS.
      *--- REGISTRE DES LETTRES RECOMMANDEES (VSAM KSDS)
           SELECT  FB00LRAR   ASSIGN  FB00LRAR
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY LRARK-NO-SUIVI
                               FILE STATUS IS  FS-FB00LRAR-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00ENVS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ENVS.
           05  ENVS-TYPE-DOC          PIC X(02).
           05  FILLER                 PIC X(01).
           05  ENVS-LIBELLE           PIC X(30).
           05  FILLER                 PIC X(01).
           05  ENVS-PLI-SEPARE        PIC X(01).
           05  FILLER                 PIC X(01).
           05  ENVS-RECOMMANDE        PIC X(01).
           05  FILLER                 PIC X(43).
      *
       FD  FB00LETC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00LETC.
           05  LETC-CLE-TRI.
               10  LETC-GESCLI        PIC X(11).
               10  LETC-NO-DOC        PIC 9(07).
               10  LETC-NO-LIGNE      PIC 9(05).
           05  LETC-NUMCONT           PIC X(12).
           05  LETC-DATE-EDITION      PIC X(08).
           05  LETC-TYPE-DOC          PIC X(02).
           05  LETC-TYPE-LIGNE        PIC X(02).
           05  LETC-TEXTE             PIC X(78).
           05  LETC-RANG              PIC 9(04).
           05  FILLER                 PIC X(01).
      *
       FD  FB00CLIR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CLIR.
           05  CLIR-GESCLI            PIC X(11).
           05  CLIR-RAISON-SOCIALE    PIC X(40).
           05  CLIR-SIREN             PIC X(09).
           05  CLIR-VOIE              PIC X(32).
           05  CLIR-CODE-POSTAL       PIC X(05).
           05  CLIR-COMMUNE           PIC X(26).
           05  FILLER                 PIC X(27).
      *
       FD  FB00EDIG
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00EDIG.
           05  EDIG-TYPE-LIGNE        PIC X(02).
           05  EDIG-TEXTE             PIC X(78).
      *
       FD  FB00LRAN
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00LRAN.
           05  LRAN-PREFIXE           PIC X(02).
           05  FILLER                 PIC X(01).
           05  LRAN-DERNIER-NO        PIC 9(11).
           05  FILLER                 PIC X(01).
           05  LRAN-FIN-PLAGE         PIC 9(11).
           05  FILLER                 PIC X(54).
      *
       FD  FB00EDIR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00EDIR.
           05  EDIR-TYPE-LIGNE        PIC X(02).
           05  EDIR-TEXTE             PIC X(78).
      *
       FD  FB00LRAR
           LABEL RECORD STANDARD.
       01  ENRG-FB00LRAR.
           05  LRARK-NO-SUIVI         PIC X(13).
           05  FILLER                 PIC X(87).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B55 **'.
      *================================================================*
      *   REGISTRE DES LETTRES RECOMMANDEES (FB00LRAF)                 *
      *================================================================*
           COPY FB00LRAF.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00ENVS-STATUS   PIC X(02).
           88     OK-FB00ENVS       VALUE '00'.
       01  FS-FB00LETC-STATUS   PIC X(02).
           88     OK-FB00LETC       VALUE '00'.
       01  FS-FB00CLIR-STATUS   PIC X(02).
           88     OK-FB00CLIR       VALUE '00'.
       01  FS-FB00EDIG-STATUS   PIC X(02).
           88     OK-FB00EDIG       VALUE '00'.
       01  FS-FB00LRAN-STATUS   PIC X(02).
           88     OK-FB00LRAN       VALUE '00'.
       01  FS-FB00EDIR-STATUS   PIC X(02).
           88     OK-FB00EDIR       VALUE '00'.
       01  FS-FB00LRAR-STATUS   PIC X(02).
           88     OK-FB00LRAR       VALUE '00'.
           88     DOUBLON-FB00LRAR  VALUE '22'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-ENVS       PIC X(01) VALUE 'N'.
           88     FIN-ENVS           VALUE 'O'.
       01  WS-IND-FIN-LETC       PIC X(01) VALUE 'N'.
           88     FIN-LETC           VALUE 'O'.
       01  WS-IND-FIN-CLIR       PIC X(01) VALUE 'N'.
           88     FIN-CLIR           VALUE 'O'.
      *================================================================*
      *   PARAMETRAGE DES TYPES DE DOCUMENT                            *
      *================================================================*
       01  WS-NB-ENV             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-ENV.
           05  WS-ENV             OCCURS 50 TIMES
                                  INDEXED BY IX-ENV.
               10  WS-ENV-TYPE    PIC X(02).
               10  WS-ENV-LIBELLE PIC X(30).
               10  WS-ENV-SEPARE  PIC X(01).
               10  WS-ENV-RECOMMANDE PIC X(01).
      *================================================================*
      *   DOCUMENTS DU CLIENT EN COURS                                 *
      *================================================================*
       01  WS-NB-DOC             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-DOC.
           05  WS-DOC             OCCURS 200 TIMES
                                  INDEXED BY IX-DOC.
               10  WS-DOC-NO          PIC 9(07).
               10  WS-DOC-TYPE        PIC X(02).
               10  WS-DOC-NUMCONT     PIC X(12).
               10  WS-DOC-DATE-EDITION PIC X(08).
               10  WS-DOC-RANG        PIC 9(04).
               10  WS-DOC-LIBELLE     PIC X(30).
               10  WS-DOC-PREM-LIG    PIC S9(4) COMP.
               10  WS-DOC-NB-LIG      PIC S9(4) COMP.
               10  WS-DOC-SEPARE      PIC X(01).
                   88  DOC-PLI-SEPARE     VALUE 'O'.
               10  WS-DOC-RECOMMANDE  PIC X(01).
                   88  DOC-RECOMMANDE     VALUE 'O'.
       01  WS-NB-LIG             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-LIG.
           05  WS-LIG             OCCURS 5000 TIMES
                                  INDEXED BY IX-LIG.
               10  WS-LIG-TYPE    PIC X(02).
               10  WS-LIG-TEXTE   PIC X(78).
      *================================================================*
      *   CLIENT EN COURS                                              *
      *================================================================*
       01  WS-GESCLI-RUPTURE     PIC X(11) VALUE SPACES.
       01  WS-NO-DOC-COURANT     PIC 9(07) VALUE ZERO.
       01  WS-IN-ADRESSE         PIC X(01) VALUE 'N'.
           88     ADRESSE-TROUVEE    VALUE 'O'.
       01  WS-NB-GROUPES         PIC S9(4) COMP VALUE ZERO.
       01  WS-RANG-BORDEREAU     PIC 9(03) VALUE ZERO.
       01  WS-EDIT-NB            PIC ZZ9.
       01  WS-LIGNE-DOC          PIC X(78) VALUE SPACES.
       01  WS-TYPE-LIGNE         PIC X(02) VALUE SPACES.
       01  WS-IN-FLUX            PIC X(01) VALUE 'G'.
           88     FLUX-GROUPE        VALUE 'G'.
           88     FLUX-RECOMMANDE    VALUE 'R'.
      *================================================================*
      *   NUMEROTATION DES LETTRES RECOMMANDEES : UN AVERTISSEMENT EST *
      *   DONNE QUAND IL RESTE MOINS DE WS-SEUIL-PLAGE NUMEROS         *
      *================================================================*
       01  WS-IN-PLAGE           PIC X(01) VALUE 'N'.
           88     PLAGE-CHARGEE      VALUE 'O'.
       01  WS-SEUIL-PLAGE        PIC 9(05) VALUE 500.
       01  WS-NB-RESTANTS        PIC 9(11) VALUE ZERO.
       01  WS-NO-SUIVI.
           05  WS-NO-SUIVI-PREFIXE PIC X(02).
           05  WS-NO-SUIVI-NUMERO  PIC 9(11).
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
      *================================================================*
      *   COMPTEURS                                                    *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-LIGNES-LUES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DOCUMENTS      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PLIS-GROUPES   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DOCS-GROUPES   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DOCS-SEULS     PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-DOCS-SEPARES   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-ADRESSE   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PLIS-EVITES    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RECOMMANDES    PIC 9(07) COMP VALUE ZERO.
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
           OPEN INPUT  FB00ENVS
                       FB00LETC
                       FB00CLIR
           OPEN OUTPUT FB00EDIG.
           OPEN I-O    FB00LRAN
           OPEN OUTPUT FB00EDIR
           OPEN I-O    FB00LRAR.
           IF NOT OK-FB00ENVS OR NOT OK-FB00LETC
              OR NOT OK-FB00CLIR OR NOT OK-FB00EDIG
              OR NOT OK-FB00LRAN OR NOT OK-FB00EDIR
              OR NOT OK-FB00LRAR
              DISPLAY 'FB00B55 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           PERFORM 15000-CHARGER-PARAMETRES
           PERFORM 15300-LIRE-PLAGE
           PERFORM 21000-LIRE-LETC
           PERFORM 21100-LIRE-CLIR
           .
      ******************************************************************
      *   TYPES DE DOCUMENT : LIBELLE DU BORDEREAU, PLI SEPARE ('O')   *
      *   ET LETTRE RECOMMANDEE AVEC AR ('O', PLI TOUJOURS SEPARE).    *
      *   UN TYPE ABSENT DU PARAMETRAGE EST REGROUPE.                  *
      ******************************************************************
       15000-CHARGER-PARAMETRES.
      *-------------------------
           PERFORM 15100-LIRE-ENVS
           PERFORM 15200-RANGER-ENV
              UNTIL FIN-ENVS.
           CLOSE FB00ENVS.
           DISPLAY 'FB00B55 : TYPES DE DOCUMENT PARAMETRES = '
                    WS-NB-ENV
           .
      ******************************************************************
       15100-LIRE-ENVS.
      *----------------
           IF NOT FIN-ENVS
              READ FB00ENVS
                 AT END
                    SET FIN-ENVS TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       15200-RANGER-ENV.
      *-----------------
           IF ENVS-TYPE-DOC NOT = SPACES
              IF WS-NB-ENV = 50
                 DISPLAY 'FB00B55 : TABLE DES TYPES SATUREE (50)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                  TO WS-NB-ENV
              SET IX-ENV             TO WS-NB-ENV
              MOVE ENVS-TYPE-DOC     TO WS-ENV-TYPE(IX-ENV)
              MOVE ENVS-LIBELLE      TO WS-ENV-LIBELLE(IX-ENV)
              MOVE ENVS-PLI-SEPARE   TO WS-ENV-SEPARE(IX-ENV)
              MOVE ENVS-RECOMMANDE   TO WS-ENV-RECOMMANDE(IX-ENV)
           END-IF
           PERFORM 15100-LIRE-ENVS
           .
      ******************************************************************
      *   PLAGE DE NUMEROS DE RECOMMANDE : LE DERNIER NUMERO UTILISE   *
      *   EST REECRIT EN FIN DE TRAITEMENT                             *
      ******************************************************************
       15300-LIRE-PLAGE.
      *-----------------
           READ FB00LRAN
              AT END
                 DISPLAY 'FB00B55 : PLAGE DE NUMEROS DE RECOMMANDE '
                         'ABSENTE'
              NOT AT END
                 SET PLAGE-CHARGEE TO TRUE
                 DISPLAY 'FB00B55 : PLAGE DE RECOMMANDE ' LRAN-PREFIXE
                         ' DERNIER NUMERO ' LRAN-DERNIER-NO
                         ' FIN ' LRAN-FIN-PLAGE
           END-READ
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-CLIENT
              UNTIL FIN-LETC
           .
      ******************************************************************
      *   RUPTURE CLIENT : LES DOCUMENTS DU CLIENT SONT CHARGES PUIS   *
      *   MIS SOUS PLI                                                 *
      ******************************************************************
       20100-TRAITER-CLIENT.
      *---------------------
           MOVE LETC-GESCLI           TO WS-GESCLI-RUPTURE.
           MOVE ZERO                  TO WS-NB-DOC
                                         WS-NB-LIG.
           PERFORM 20200-CHARGER-LIGNE
              UNTIL FIN-LETC
              OR LETC-GESCLI NOT = WS-GESCLI-RUPTURE.
           PERFORM 20300-RECHERCHER-ADRESSE
           PERFORM 20400-QUALIFIER-DOCUMENTS
           IF WS-NB-GROUPES > 1
              PERFORM 22000-ECRIRE-PLI-GROUPE
           END-IF.
           PERFORM 24000-ECRIRE-DOCS-SEULS
           .
      ******************************************************************
       20200-CHARGER-LIGNE.
      *--------------------
           IF WS-NB-DOC = ZERO
              OR LETC-NO-DOC NOT = WS-NO-DOC-COURANT
              PERFORM 20210-OUVRIR-DOCUMENT
           END-IF.
           IF WS-NB-LIG = 5000
              DISPLAY 'FB00B55 : TABLE DES LIGNES SATUREE (5000) '
                      WS-GESCLI-RUPTURE
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1                      TO WS-NB-LIG
                                         WS-DOC-NB-LIG(IX-DOC).
           SET IX-LIG                 TO WS-NB-LIG.
           MOVE LETC-TYPE-LIGNE       TO WS-LIG-TYPE(IX-LIG).
           MOVE LETC-TEXTE            TO WS-LIG-TEXTE(IX-LIG).
           PERFORM 21000-LIRE-LETC
           .
      ******************************************************************
       20210-OUVRIR-DOCUMENT.
      *----------------------
           IF WS-NB-DOC = 200
              DISPLAY 'FB00B55 : TABLE DES DOCUMENTS SATUREE (200) '
                      WS-GESCLI-RUPTURE
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1                      TO WS-NB-DOC
                                         WS-CPT-DOCUMENTS.
           SET IX-DOC                 TO WS-NB-DOC.
           MOVE LETC-NO-DOC           TO WS-DOC-NO(IX-DOC)
                                         WS-NO-DOC-COURANT.
           MOVE LETC-TYPE-DOC         TO WS-DOC-TYPE(IX-DOC).
           MOVE LETC-NUMCONT          TO WS-DOC-NUMCONT(IX-DOC).
           MOVE LETC-DATE-EDITION     TO WS-DOC-DATE-EDITION(IX-DOC).
           MOVE LETC-RANG             TO WS-DOC-RANG(IX-DOC).
           COMPUTE WS-DOC-PREM-LIG(IX-DOC) = WS-NB-LIG + 1.
           MOVE ZERO                  TO WS-DOC-NB-LIG(IX-DOC).
           MOVE 'N'                   TO WS-DOC-SEPARE(IX-DOC)
                                         WS-DOC-RECOMMANDE(IX-DOC).
           MOVE SPACES                TO WS-DOC-LIBELLE(IX-DOC).
           STRING 'DOCUMENT ' LETC-TYPE-DOC
                  DELIMITED BY SIZE INTO WS-DOC-LIBELLE(IX-DOC).
           SET IX-ENV TO 1.
           SEARCH WS-ENV
              AT END
                 CONTINUE
              WHEN IX-ENV > WS-NB-ENV
                 CONTINUE
              WHEN WS-ENV-TYPE(IX-ENV) = LETC-TYPE-DOC
                 MOVE WS-ENV-LIBELLE(IX-ENV)
                                      TO WS-DOC-LIBELLE(IX-DOC)
                 IF WS-ENV-SEPARE(IX-ENV) = 'O'
                    SET DOC-PLI-SEPARE(IX-DOC) TO TRUE
                 END-IF
                 IF WS-ENV-RECOMMANDE(IX-ENV) = 'O'
                    SET DOC-PLI-SEPARE(IX-DOC) TO TRUE
                    SET DOC-RECOMMANDE(IX-DOC) TO TRUE
                 END-IF
           END-SEARCH
           .
      ******************************************************************
      *   FB00CLIR EST TRIE COMME FB00LETC : LECTURE EN PARALLELE      *
      ******************************************************************
       20300-RECHERCHER-ADRESSE.
      *-------------------------
           MOVE 'N' TO WS-IN-ADRESSE.
           IF WS-GESCLI-RUPTURE NOT = SPACES
              PERFORM 21100-LIRE-CLIR
                 UNTIL FIN-CLIR
                 OR CLIR-GESCLI NOT < WS-GESCLI-RUPTURE
              IF NOT FIN-CLIR
                 AND CLIR-GESCLI = WS-GESCLI-RUPTURE
                 SET ADRESSE-TROUVEE TO TRUE
              END-IF
           END-IF.
           IF NOT ADRESSE-TROUVEE
              ADD WS-NB-DOC TO WS-CPT-SANS-ADRESSE
              DISPLAY 'FB00B55 : CLIENT SANS ADRESSE ' WS-GESCLI-RUPTURE
                      ' - DOCUMENTS ENVOYES SEULS'
           END-IF
           .
      ******************************************************************
      *   SANS ADRESSE, TOUS LES DOCUMENTS DU CLIENT PARTENT SEULS     *
      ******************************************************************
       20400-QUALIFIER-DOCUMENTS.
      *--------------------------
           MOVE ZERO TO WS-NB-GROUPES.
           PERFORM 20410-QUALIFIER-UN-DOC
              VARYING IX-DOC FROM 1 BY 1
              UNTIL IX-DOC > WS-NB-DOC
           .
      ******************************************************************
       20410-QUALIFIER-UN-DOC.
      *-----------------------
           IF NOT ADRESSE-TROUVEE
              SET DOC-PLI-SEPARE(IX-DOC) TO TRUE
           END-IF.
           IF NOT DOC-PLI-SEPARE(IX-DOC)
              ADD 1 TO WS-NB-GROUPES
           END-IF
           .
      ******************************************************************
      *   PLI GROUPE : OUVERTURE, BORDEREAU, DOCUMENTS, FERMETURE      *
      ******************************************************************
       22000-ECRIRE-PLI-GROUPE.
      *------------------------
           ADD 1                      TO WS-CPT-PLIS-GROUPES.
           ADD WS-NB-GROUPES          TO WS-CPT-DOCS-GROUPES.
           COMPUTE WS-CPT-PLIS-EVITES =
                   WS-CPT-PLIS-EVITES + WS-NB-GROUPES - 1.
           MOVE 'PL'                  TO WS-TYPE-LIGNE.
           MOVE SPACES                TO WS-LIGNE-DOC.
           STRING 'CLIENT ' WS-GESCLI-RUPTURE ' '
                  CLIR-RAISON-SOCIALE
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-EDIG.
           MOVE CLIR-VOIE             TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-EDIG.
           MOVE SPACES                TO WS-LIGNE-DOC.
           STRING CLIR-CODE-POSTAL ' ' CLIR-COMMUNE
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-EDIG.
           MOVE 'BO'                  TO WS-TYPE-LIGNE.
           MOVE WS-NB-GROUPES         TO WS-EDIT-NB.
           MOVE SPACES                TO WS-LIGNE-DOC.
           STRING 'BORDEREAU D''ENVOI - ' WS-EDIT-NB
                  ' DOCUMENTS JOINTS'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-EDIG.
           MOVE ZERO                  TO WS-RANG-BORDEREAU.
           PERFORM 22100-ECRIRE-LIGNE-BORDEREAU
              VARYING IX-DOC FROM 1 BY 1
              UNTIL IX-DOC > WS-NB-DOC.
           PERFORM 22200-ECRIRE-DOC-GROUPE
              VARYING IX-DOC FROM 1 BY 1
              UNTIL IX-DOC > WS-NB-DOC.
           MOVE 'FP'                  TO WS-TYPE-LIGNE.
           MOVE SPACES                TO WS-LIGNE-DOC.
           STRING 'FIN DU PLI CLIENT ' WS-GESCLI-RUPTURE
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-EDIG
           .
      ******************************************************************
       22100-ECRIRE-LIGNE-BORDEREAU.
      *-----------------------------
           IF NOT DOC-PLI-SEPARE(IX-DOC)
              ADD 1                   TO WS-RANG-BORDEREAU
              MOVE WS-RANG-BORDEREAU  TO WS-EDIT-NB
              MOVE 'BO'               TO WS-TYPE-LIGNE
              MOVE SPACES             TO WS-LIGNE-DOC
              STRING WS-EDIT-NB ' - ' WS-DOC-LIBELLE(IX-DOC)
                     ' - CONTRAT ' WS-DOC-NUMCONT(IX-DOC)
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-EDIG
           END-IF
           .
      ******************************************************************
       22200-ECRIRE-DOC-GROUPE.
      *------------------------
           IF NOT DOC-PLI-SEPARE(IX-DOC)
              PERFORM 23000-ECRIRE-DOCUMENT
           END-IF
           .
      ******************************************************************
      *   RECOPIE D'UN DOCUMENT TEL QU'EDITE PAR SON PROGRAMME         *
      ******************************************************************
       23000-ECRIRE-DOCUMENT.
      *----------------------
           PERFORM 23100-ECRIRE-LIGNE-DOC
              VARYING IX-LIG FROM WS-DOC-PREM-LIG(IX-DOC) BY 1
              UNTIL IX-LIG >
                    WS-DOC-PREM-LIG(IX-DOC) + WS-DOC-NB-LIG(IX-DOC) - 1
           .
      ******************************************************************
       23100-ECRIRE-LIGNE-DOC.
      *-----------------------
           MOVE WS-LIG-TYPE(IX-LIG)   TO WS-TYPE-LIGNE.
           MOVE WS-LIG-TEXTE(IX-LIG)  TO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-EDIG
           .
      ******************************************************************
      *   DOCUMENTS A PLI SEPARE, ET DOCUMENT UNIQUE DU CLIENT         *
      ******************************************************************
       24000-ECRIRE-DOCS-SEULS.
      *------------------------
           PERFORM 24100-ECRIRE-DOC-SEUL
              VARYING IX-DOC FROM 1 BY 1
              UNTIL IX-DOC > WS-NB-DOC
           .
      ******************************************************************
       24100-ECRIRE-DOC-SEUL.
      *----------------------
           IF DOC-PLI-SEPARE(IX-DOC)
              ADD 1 TO WS-CPT-DOCS-SEPARES
              IF DOC-RECOMMANDE(IX-DOC)
                 PERFORM 25000-ECRIRE-RECOMMANDE
              ELSE
                 PERFORM 23000-ECRIRE-DOCUMENT
              END-IF
           ELSE
              IF WS-NB-GROUPES = 1
                 ADD 1 TO WS-CPT-DOCS-SEULS
                 PERFORM 23000-ECRIRE-DOCUMENT
              END-IF
           END-IF
           .
      ******************************************************************
      *   LETTRE RECOMMANDEE : LIGNE 'RA' DU NUMERO DE RECOMMANDE      *
      *   (ETIQUETTE ET AVIS DE RECEPTION), DOCUMENT SUR LE FLUX       *
      *   FB00EDIR PUIS ENREGISTREMENT AU REGISTRE                     *
      ******************************************************************
       25000-ECRIRE-RECOMMANDE.
      *------------------------
           PERFORM 25100-ATTRIBUER-NUMERO
           ADD 1                      TO WS-CPT-RECOMMANDES.
           SET FLUX-RECOMMANDE        TO TRUE.
           MOVE 'RA'                  TO WS-TYPE-LIGNE.
           MOVE SPACES                TO WS-LIGNE-DOC.
           STRING 'RECOMMANDE AVEC AR NO ' WS-NO-SUIVI
                  ' - CONTRAT ' WS-DOC-NUMCONT(IX-DOC)
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-EDIG.
           PERFORM 23000-ECRIRE-DOCUMENT.
           SET FLUX-GROUPE            TO TRUE.
           PERFORM 25200-ENREGISTRER-LRAR
           .
      ******************************************************************
       25100-ATTRIBUER-NUMERO.
      *-----------------------
           IF NOT PLAGE-CHARGEE
              OR LRAN-DERNIER-NO NOT < LRAN-FIN-PLAGE
              DISPLAY 'FB00B55 : PLAGE DE NUMEROS DE RECOMMANDE '
                      'EPUISEE - CONTRAT ' WS-DOC-NUMCONT(IX-DOC)
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1                      TO LRAN-DERNIER-NO.
           MOVE LRAN-PREFIXE          TO WS-NO-SUIVI-PREFIXE.
           MOVE LRAN-DERNIER-NO       TO WS-NO-SUIVI-NUMERO
           .
      ******************************************************************
      *   LA CLE CLIENT DE L'INDEX GED EST LE CONTRAT CADRE A GAUCHE   *
      ******************************************************************
       25200-ENREGISTRER-LRAR.
      *-----------------------
           MOVE SPACES                TO WSS-LRAR-ENR.
           MOVE WS-NO-SUIVI           TO LRAR-NO-SUIVI.
           MOVE WS-DOC-NUMCONT(IX-DOC) TO LRAR-CLIENT.
           MOVE WS-DOC-TYPE(IX-DOC)   TO LRAR-TYPE-DOC.
           MOVE WS-DOC-DATE-EDITION(IX-DOC)
                                      TO LRAR-DATE-EDITION.
           MOVE WS-DOC-RANG(IX-DOC)   TO LRAR-RANG.
           MOVE WS-GESCLI-RUPTURE     TO LRAR-GESCLI.
           MOVE WS-DATE-TRAITEMENT    TO LRAR-DATE-ENVOI
                                         LRAR-DATE-MAJ.
           SET LRAR-EMISE             TO TRUE.
           MOVE 'N'                   TO LRAR-IND-GED.
           WRITE ENRG-FB00LRAR FROM WSS-LRAR-ENR
           END-WRITE.
           IF DOUBLON-FB00LRAR
              DISPLAY 'FB00B55 : NUMERO DE RECOMMANDE DEJA ATTRIBUE '
                      WS-NO-SUIVI ' - VERIFIER LA PLAGE FB00LRAN'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           IF NOT OK-FB00LRAR
              DISPLAY 'FB00B55 : ERREUR ECRITURE FB00LRAR '
                      FS-FB00LRAR-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       21000-LIRE-LETC.
      *----------------
           IF NOT FIN-LETC
              READ FB00LETC
                 AT END
                    SET FIN-LETC TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-LIGNES-LUES
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-CLIR.
      *----------------
           IF NOT FIN-CLIR
              READ FB00CLIR
                 AT END
                    SET FIN-CLIR TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       29000-ECRIRE-EDIG.
      *------------------
           IF FLUX-RECOMMANDE
              PERFORM 29100-ECRIRE-EDIR
           ELSE
              PERFORM 29050-ECRIRE-EDIG-GROUPE
           END-IF
           .
      ******************************************************************
       29050-ECRIRE-EDIG-GROUPE.
      *-------------------------
           MOVE WS-TYPE-LIGNE         TO EDIG-TYPE-LIGNE.
           MOVE WS-LIGNE-DOC          TO EDIG-TEXTE.
           WRITE ENRG-FB00EDIG.
           IF NOT OK-FB00EDIG
              DISPLAY 'FB00B55 : ERREUR ECRITURE FB00EDIG '
                      FS-FB00EDIG-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       29100-ECRIRE-EDIR.
      *------------------
           MOVE WS-TYPE-LIGNE         TO EDIR-TYPE-LIGNE.
           MOVE WS-LIGNE-DOC          TO EDIR-TEXTE.
           WRITE ENRG-FB00EDIR.
           IF NOT OK-FB00EDIR
              DISPLAY 'FB00B55 : ERREUR ECRITURE FB00EDIR '
                      FS-FB00EDIR-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           IF PLAGE-CHARGEE
              REWRITE ENRG-FB00LRAN
              IF NOT OK-FB00LRAN
                 DISPLAY 'FB00B55 : ERREUR MAJ FB00LRAN '
                         FS-FB00LRAN-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              COMPUTE WS-NB-RESTANTS =
                      LRAN-FIN-PLAGE - LRAN-DERNIER-NO
              IF WS-NB-RESTANTS < WS-SEUIL-PLAGE
                 DISPLAY 'FB00B55 : ATTENTION, PLAGE DE RECOMMANDE '
                         'PRESQUE EPUISEE - RESTANT ' WS-NB-RESTANTS
                 MOVE 4 TO WS-CO-RET
              END-IF
           END-IF.
           CLOSE FB00LETC FB00CLIR FB00EDIG
                 FB00LRAN FB00EDIR FB00LRAR.
           DISPLAY 'FB00B55 : LIGNES DE COURRIER LUES   = '
                    WS-CPT-LIGNES-LUES.
           DISPLAY 'FB00B55 : DOCUMENTS LUS             = '
                    WS-CPT-DOCUMENTS.
           DISPLAY 'FB00B55 : PLIS GROUPES              = '
                    WS-CPT-PLIS-GROUPES.
           DISPLAY 'FB00B55 : DOCUMENTS EN PLI GROUPE   = '
                    WS-CPT-DOCS-GROUPES.
           DISPLAY 'FB00B55 : DOCUMENT UNIQUE DU CLIENT = '
                    WS-CPT-DOCS-SEULS.
           DISPLAY 'FB00B55 : DOCUMENTS A PLI SEPARE    = '
                    WS-CPT-DOCS-SEPARES.
           DISPLAY 'FB00B55 : DONT SANS ADRESSE         = '
                    WS-CPT-SANS-ADRESSE.
           DISPLAY 'FB00B55 : ENVELOPPES EVITEES        = '
                    WS-CPT-PLIS-EVITES.
           DISPLAY 'FB00B55 : LETTRES RECOMMANDEES AR   = '
                    WS-CPT-RECOMMANDES.
           IF WS-CPT-SANS-ADRESSE > 0
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B55 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
