       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FB28T00.
      * MODULE EN COURS DE MAINTENANCE PAR   : ...................... !
      * PREVU POUR ETRE MIS EN PRODUCTION LE : ../../..               !
      * N.B..: ...................................................... !
      *---------------------------------------------------------------+
      * NOM DU LOAD MODULE : FB28T00                CREE LE 15/10/26
      * NOM DE TRANSACTION : FB28
      * NOM DE MAP         : FB28M0Z
      * NOM DU PGM BATCH   : ........ (SI MODULE COMMUN TP/BATCH)
      * AUTEUR             : P.ESTEVE
      * LOGON TSO          : ETDA4
      *
      * TITRE              : REFERENTIEL DES LOUEURS ET FINANCEURS
      *---------------------------------------------------------------+
      *                          >> BUT <<
      * ENTRETIEN DU REFERENTIEL DES LOUEURS (LLD, LOA) ET ORGANISMES
      * FINANCEURS DES VEHICULES DE FLOTTE (KSDS FB00LOUE, DESSIN
      * FB00LOUF, CLE = CODE LOUEUR - FD 51180). LE LOUEUR EST
      * PROPRIETAIRE DU VEHICULE ET DOIT ETRE AVISE DE LA FIN DE SA
      * COUVERTURE ; FB04 NE CONTROLAIT QUE LE TITULAIRE DE LA CARTE
      * GRISE. CHAQUE LOUEUR PORTE SON ADRESSE POSTALE ET SON CANAL DE
      * NOTIFICATION (COURRIER, MESSAGERIE OU EDI AVEC L'ADRESSE
      * ELECTRONIQUE). IL EST AFFECTE AU VEHICULE PAR LA COMMANDE
      * 'LOC=' DE FB04 ; LE BATCH FB04B17 LE NOTIFIE DES SORTIES, VOLS
      * ET RESILIATIONS.
      * ACTIONS (MEME FACON DE FAIRE QUE FB21) :
      * A = AFFICHER, C = CREER, M = MODIFIER, S = SUPPRIMER,
      * L = LISTER A PARTIR DU CODE SAISI (OU DU DEBUT), 6 PAR PAGE.
      * LA SUPPRESSION EST LOGIQUE (LOUEUR RENDU NON AFFECTABLE) : LE
      * POSTE DOIT SURVIVRE POUR LES VEHICULES QUI LE PORTENT ENCORE
      * ET QUE FB04B17 CONTINUE DE NOTIFIER.
      *---------------------------------------------------------------+
      *                       >> MAINTENANCE <<
      *-------------+-------------------------------------------------+
      * DATE/AUTEUR !         DESCRIPTION DE LA MODIFICATION          !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51180 : CREATION.                            !
      * P.ESTEVE    !                                                 !
      *-------------+-------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *   ZONES DE PILOTAGE DU SQUELETTE                              *
      *   ATTENTION: CE DOIT ETRE LE PREMIER INCLUDE                  *
      *****************************************************************
       ++INCLUDE SQKWDV0B
      /
      *****************************************************************
      * COMMAREA POUR APPEL D'INTERFACE DE CONFIDENTIALITE (AUAAL00)  *
      *****************************************************************
       01  AUAAC.
       ++INCLUDE AUAAC
      /
      *****************************************************************
      *   IDENTIFICATION DES TABLES SPI POUR ACCES AUX TABLES         *
      *   DE TYPE MENU OU CONVERSATION                                *
      *****************************************************************
       01  IDENT-TABLE.
           05  TABLE-PREF         PIC X(06).
           05  TABLE-SUFF         PIC X(02).
      *****************************************************************
      *   IDENTIFICATION DE LA TS DE CONFIDENTIALITE                  *
      *****************************************************************
       01  IDENT-TS-CONF.
           05  CONF-TS-PREF       PIC X(04).
           05  CONF-TS-SUFF.
               10  CONF-TS-CONV   PIC X(03).
               10  FILLER         PIC X(01) VALUE '1'.
      *****************************************************************
      *   IDENTIFICATION DE LA TS DE PAGINATION                       *
      *****************************************************************
       01  IDENT-TS-PAGE.
           05  PAGE-TS-PREF       PIC X(04).
           05  PAGE-TS-SUFF.
               10  PAGE-TS-CONV   PIC X(03).
               10  FILLER         PIC X(01) VALUE '1'.
      /
      ********************************************************
      *       DESCRIPTION DE LA TS DE PAGINATION
      ********************************************************
      *
       ++INCLUDE SQKWTSPY
      /
      *****************************************************************
      *   DESCRIPTION DE LA TS DE CONFIDENTIALITE  CONVERSATION       *
      *****************************************************************
       01  AUAAIW.
       ++INCLUDE AUAAIW
      *
      *  TABLE DES TS A DELETER
       ++INCLUDE CCMADLTS
      /
      *****************************************************************
      *   DESCRIPTION DE LA TABLE DES CONVERSATIONS (SPITAB)          *
      *****************************************************************
       ++INCLUDE CCAACONV
       ++INCLUDE CCAACON2
      /
      *****************************************************************
      *   DECRIRE   ICI   LES   ZONES   SPECIFIQUES   AU   PROGRAMME  *
      *****************************************************************
      *
      *--- REFERENTIEL DES LOUEURS ET FINANCEURS (DESSIN FB00LOUF)
       ++INCLUDE FB00LOUF
      *
      *--- CONTROLE DES INDICATEURS SAISIS
       01  WSS-IND-SAISIE-ON           PIC X(01).
           88  SAISIE-ON-VALIDE            VALUE 'O' 'N'.
      *
      *--- LIGNE DE LA LISTE AFFICHEE
       01  WSS-LIGNE-LISTE.
           05  WSS-LST-CODE            PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-NATURE          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-NOM             PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-CANAL           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-ACTIF           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-ADR-ELEC        PIC X(27).
      *
       01  WSS-NB-AFFICHES             PIC S9(4) COMP VALUE +0.
       01  WSS-IND-FIN-BROWSE          PIC X(01) VALUE 'N'.
           88  FIN-BROWSE                  VALUE 'O'.
       01  WSS-CLE-DEPART              PIC X(05).
      *
      *****************************************************************
      *   ZONES GENERALES OBLIGATOIRES                                *
      *****************************************************************
      *   ZONES DE TEST DU CODE-RETOUR CICS  :  EIBRCODE
       ++INCLUDE SQKWEIB0
      *****************************************************************
      * ZONES DATE/HEURE ET NOM DE TERMINAL/CODE TRANSACTION
      *****************************************************************
       ++INCLUDE SQKWDATH
      *****************************************************************
      * ZONES BMS     (TOUCHES FONCTION ET ATTRIBUTS)                 *
      *****************************************************************
       ++INCLUDE SQKWECRA
      *****************************************************************
      *   LONGUEUR DE LA COMMAREA                                     *
      *****************************************************************
       01  COM-GENE-LONG-COMMAREA           PIC S9(4) COMP VALUE +4096.
      *
      *****************************************************************
      *   ZONES DE COMMAREA POUR APPEL A SPITAB                       *
      *****************************************************************
       01  XSPIPARM.
       ++INCLUDE SPIPARTP
      /
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
      *   COMMAREA GENERALE DES APPLICATIONS CONCORDE ( SQKWCOMM )    *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
       ++INCLUDE SQKWCOMM
       ++INCLUDE MAICOMM
       ++INCLUDE FBICOMM
      *
      *****************************************************************
      *    ZONES DE LA MAP  FB28M0                                    *
      *****************************************************************
       01  FILLER  PIC X(16) VALUE '*** MAP FB28 ***'.
      *
       01  Z-MAP.
      *
       ++INCLUDE FB28M0Z
      *
      *****************************************************************
      *     DESCRIPTION DE LA TS-ECRAN   MDT OFF                      *
      *****************************************************************
       ++INCLUDE SQKWTSMA
           02  TS-FB28M00O REDEFINES ZONE-TS-ECRAN.
               10 FILLER PIC X(12).
               05 TS-ECR-XTRMTRACL      COMP PIC S9(4).
               05 TS-ECR-XTRMTRACA      PIC X.
               05 TS-ECR-XTRMTRACO      PIC X(9).
               05 TS-ECR-XAPPLILL       COMP PIC S9(4).
               05 TS-ECR-XAPPLILA       PIC X.
               05 TS-ECR-XAPPLILO       PIC X(30).
               05 TS-ECR-XJOURDL        COMP PIC S9(4).
               05 TS-ECR-XJOURDA        PIC X.
               05 TS-ECR-XJOURDO        PIC X(8).
               05 TS-ECR-XRACFLL        COMP PIC S9(4).
               05 TS-ECR-XRACFLA        PIC X.
               05 TS-ECR-XRACFLO        PIC X(15).
               05 TS-ECR-XHEUREDL       COMP PIC S9(4).
               05 TS-ECR-XHEUREDA       PIC X.
               05 TS-ECR-XHEUREDO       PIC X(8).
               05 TS-ECR-LOACTCL        COMP PIC S9(4).
               05 TS-ECR-LOACTCA        PIC X.
               05 TS-ECR-LOACTCO        PIC X(1).
               05 TS-ECR-LOCODCL        COMP PIC S9(4).
               05 TS-ECR-LOCODCA        PIC X.
               05 TS-ECR-LOCODCO        PIC X(5).
               05 TS-ECR-LONATCL        COMP PIC S9(4).
               05 TS-ECR-LONATCA        PIC X.
               05 TS-ECR-LONATCO        PIC X(1).
               05 TS-ECR-LONOMCL        COMP PIC S9(4).
               05 TS-ECR-LONOMCA        PIC X.
               05 TS-ECR-LONOMCO        PIC X(30).
               05 TS-ECR-LOAD1CL        COMP PIC S9(4).
               05 TS-ECR-LOAD1CA        PIC X.
               05 TS-ECR-LOAD1CO        PIC X(32).
               05 TS-ECR-LOAD2CL        COMP PIC S9(4).
               05 TS-ECR-LOAD2CA        PIC X.
               05 TS-ECR-LOAD2CO        PIC X(32).
               05 TS-ECR-LOCPVCL        COMP PIC S9(4).
               05 TS-ECR-LOCPVCA        PIC X.
               05 TS-ECR-LOCPVCO        PIC X(32).
               05 TS-ECR-LOCANCL        COMP PIC S9(4).
               05 TS-ECR-LOCANCA        PIC X.
               05 TS-ECR-LOCANCO        PIC X(1).
               05 TS-ECR-LOACFCL        COMP PIC S9(4).
               05 TS-ECR-LOACFCA        PIC X.
               05 TS-ECR-LOACFCO        PIC X(1).
               05 TS-ECR-LOELECL        COMP PIC S9(4).
               05 TS-ECR-LOELECA        PIC X.
               05 TS-ECR-LOELECO        PIC X(50).
               05 TS-ECR-LOMAJCL        COMP PIC S9(4).
               05 TS-ECR-LOMAJCA        PIC X.
               05 TS-ECR-LOMAJCO        PIC X(8).
               05 TS-ECR-LORACCL        COMP PIC S9(4).
               05 TS-ECR-LORACCA        PIC X.
               05 TS-ECR-LORACCO        PIC X(15).
               05 TS-ECR-LOL01L         COMP PIC S9(4).
               05 TS-ECR-LOL01A         PIC X.
               05 TS-ECR-LOL01O         PIC X(70).
               05 TS-ECR-LOL02L         COMP PIC S9(4).
               05 TS-ECR-LOL02A         PIC X.
               05 TS-ECR-LOL02O         PIC X(70).
               05 TS-ECR-LOL03L         COMP PIC S9(4).
               05 TS-ECR-LOL03A         PIC X.
               05 TS-ECR-LOL03O         PIC X(70).
               05 TS-ECR-LOL04L         COMP PIC S9(4).
               05 TS-ECR-LOL04A         PIC X.
               05 TS-ECR-LOL04O         PIC X(70).
               05 TS-ECR-LOL05L         COMP PIC S9(4).
               05 TS-ECR-LOL05A         PIC X.
               05 TS-ECR-LOL05O         PIC X(70).
               05 TS-ECR-LOL06L         COMP PIC S9(4).
               05 TS-ECR-LOL06A         PIC X.
               05 TS-ECR-LOL06O         PIC X(70).
               05 TS-ECR-XMSGILL        COMP PIC S9(4).
               05 TS-ECR-XMSGILA        PIC X.
               05 TS-ECR-XMSGILO        PIC X(59).
               05 TS-ECR-XMSGALL        COMP PIC S9(4).
               05 TS-ECR-XMSGALA        PIC X.
               05 TS-ECR-XMSGALO        PIC X(79).
      *
      *****************************************************************
      *     ZONE BUFFER D'ENTREE/SORTIE                               *
      *****************************************************************
      *
       ++INCLUDE SQKWZINO
      *
      *****************************************************************
      * ZONE D'INTERFACE POUR LA GESTION DES ERREURS NON RECOUVRABLES *
      *****************************************************************
       ++INCLUDE SQKWERRO
      /
      *****************************************************************
      **********************  LINKAGE SECTION *************************
      *****************************************************************
      *
       LINKAGE SECTION.
      *---------------*    DFHEIBLK ; DFHCOMMAREA.
       01  DFHCOMMAREA.
           02  FILLER             PIC X(4096).
      *
       01  LINK-USER              PIC X(4000).
      /
       PROCEDURE DIVISION.
      *------------------*
      *
      *****************************************************************
      *              T R A M E   DU   P R O G R A M M E               *
      *****************************************************************
      *
       MODULE-FB28.
      *-----------*
           PERFORM MODULE-ENTREE THRU
                   FIN-MODULE-ENTREE.
      *
           IF TRAITEMENT
              PERFORM MODULE-TRAITEMENT THRU
                      FIN-MODULE-TRAITEMENT
           END-IF.
      *
           PERFORM MODULE-SORTIE THRU
                   FIN-MODULE-SORTIE.
      *
       FIN-MODULE-FB28.  EXIT.
      /
      *****************************************************************
      ***********************  MODULE ENTREE  *************************
      *****************************************************************
       MODULE-ENTREE.
      *-------------*
           PERFORM INIT-USER          THRU
                   FIN-INIT-USER.
      *
           PERFORM INIT-ADDRESS       THRU
                   FIN-INIT-ADDRESS.
      *
           PERFORM RECEPTION-MESSAGE  THRU
                   FIN-RECEPTION-MESSAGE.
      *
       FIN-MODULE-ENTREE.   EXIT.
      *
      *****************************************************************
      *    INITIALISATION DES ZONES QUI NE PEUVENT PAS ETRE EN VALUE  *
      *****************************************************************
       INIT-USER.
      *---------*
           MOVE LOW-VALUE TO Z-MAP.
           MOVE   'FB28'  TO NOM-TACHE,
                             NOM-TACHE-MAP,
                             NOM-TACHE-MAPSET,
                             NOM-TACHE-PROG.
           MOVE 'AA00'    TO NOM-LEVEL-SIGN.
           MOVE EIBTRMID  TO TRMID-TS-ECRAN,
                             W-XTERMIC.
           MOVE NOM-TACHE TO W-XTRANSC,
                             TRNID-TS-ECRAN.
           PERFORM RETRIEVE-DATA THRU
                   FIN-RETRIEVE-DATA.
           IF TROUVE
              MOVE 1 TO TYPE-PASSAGE
           END-IF.
      *
           IF NOT PASSAGE-PAR-START
              IF  EIBCALEN  = 0
                  MOVE 'SQ001'         TO COM-GENE-MESANO
                                          COM-CODERR
                  MOVE CODE-LEVEL-SIGN TO Z-FONCTION
                  PERFORM MODULE-SORTIE   THRU
                          FIN-MODULE-SORTIE
              ELSE
                 MOVE DFHCOMMAREA      TO Z-COMMAREA
              END-IF
           END-IF.
      *
           MOVE COM-GENE-CODCIE-PRINCIPAL      TO TABLE-SUFF.
      *
      * IDENTIFICATION DE LA TS DE PAGINATION
      *
           MOVE EIBTRMID   TO PAGE-TS-PREF.
           MOVE 'PAG'      TO PAGE-TS-CONV.
      *
      * IDENTIFICATION DE LA TS DE CONFIDENTIALITE
      *
           MOVE EIBTRMID   TO CONF-TS-PREF.
           MOVE 'CF0'      TO CONF-TS-CONV.
      *
       FIN-INIT-USER. EXIT.
      *
      *****************************************************************
      *    ADRESSAGE DES ZONES EXTERNES A LA TACHE                    *
      *****************************************************************
       INIT-ADDRESS.
      *------------*
       ++INCLUDE SQKCADDB
       FIN-INIT-ADDRESS. EXIT.
      *
      *****************************************************************
      *    RECEPTION DU MESSAGE                                       *
      *****************************************************************
       RECEPTION-MESSAGE.
      *-----------------*
       ++INCLUDE SQKCRECV
       FIN-RECEPTION-MESSAGE. EXIT.
      *
       ++INCLUDE SQKCPLIU
      /
      *****************************************************************
      ********************  MODULE TRAITEMENT  ************************
      *****************************************************************
       MODULE-TRAITEMENT.
      *-----------------*
           IF TRAITEMENT-AUTOMATIQUE
              PERFORM M-TRAITEMENT-AUTOMATIQUE THRU
                      FIN-M-TRAITEMENT-AUTOMATIQUE
           ELSE
              PERFORM M-TRAITEMENT-NORMAL THRU
                      FIN-M-TRAITEMENT-NORMAL
           END-IF.
       FIN-MODULE-TRAITEMENT. EXIT.
      *
      *****************************************************************
      *    PREMIER PASSAGE : INITIALISATION DE LA CONVERSATION ET     *
      *    AFFICHAGE DE L'ECRAN VIERGE                                *
      *****************************************************************
       M-TRAITEMENT-AUTOMATIQUE.
      *------------------------*
           PERFORM INIT-CONV THRU
                   FIN-INIT-CONV.
           MOVE SPACES             TO ECR-XMSGALO
                                      ECR-XMSGILO.
           MOVE 'SAISIR ACTION ET CODE LOUEUR PUIS ENTREE'
                                   TO ECR-XMSGILO.
       FIN-M-TRAITEMENT-AUTOMATIQUE. EXIT.
      *
      *****************************************************************
      *    PASSAGES SUIVANTS : EXECUTION DE L'ACTION DEMANDEE         *
      *****************************************************************
       M-TRAITEMENT-NORMAL.
      *-------------------*
           MOVE SPACES             TO ECR-XMSGALO
                                      ECR-XMSGILO.
           IF NOT TOUCHE-ENTER
              MOVE 'FB289'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           EVALUATE ECR-LOACTCI
              WHEN 'A'
                 PERFORM AFFICHER-LOUEUR THRU
                         FAFFICHER-LOUEUR
              WHEN 'C'
                 PERFORM CREER-LOUEUR THRU
                         FCREER-LOUEUR
              WHEN 'M'
                 PERFORM MODIFIER-LOUEUR THRU
                         FMODIFIER-LOUEUR
              WHEN 'S'
                 PERFORM SUPPRIMER-LOUEUR THRU
                         FSUPPRIMER-LOUEUR
              WHEN 'L'
                 PERFORM LISTER-LOUEURS THRU
                         FLISTER-LOUEURS
              WHEN OTHER
                 MOVE 'FB282'      TO COM-GENE-MESANO
                                      COM-CODERR
                 MOVE 1            TO KONTROL
           END-EVALUATE.
       FIN-M-TRAITEMENT-NORMAL. EXIT.
      *
      *****************************************************************
      *    LA CLE D'UN LOUEUR EST SON CODE (5 CARACTERES)             *
      *****************************************************************
       CONTROLER-CLE-SAISIE.
      *--------------------*
           IF ECR-LOCODCI = SPACES OR LOW-VALUE
              MOVE 'FB281'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLER-CLE-SAISIE. EXIT.
      *
      *****************************************************************
       AFFICHER-LOUEUR.
      *---------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FAFFICHER-LOUEUR
           END-IF.
           MOVE ECR-LOCODCI             TO LOUE-CODE.
           EXEC CICS READ FILE   ('FB00LOUE')
                          INTO   (WSS-LOUE-ENR)
                          LENGTH (LENGTH OF WSS-LOUE-ENR)
                          RIDFLD (LOUE-CODE)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB285'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FAFFICHER-LOUEUR
           END-IF.
           PERFORM DETAILLER-LOUEUR THRU
                   FDETAILLER-LOUEUR.
       FAFFICHER-LOUEUR. EXIT.
      *
      *****************************************************************
       DETAILLER-LOUEUR.
      *----------------*
           MOVE LOUE-NATURE            TO ECR-LONATCO.
           MOVE LOUE-NOM               TO ECR-LONOMCO.
           MOVE LOUE-ADR1              TO ECR-LOAD1CO.
           MOVE LOUE-ADR2              TO ECR-LOAD2CO.
           MOVE LOUE-CPVILLE           TO ECR-LOCPVCO.
           MOVE LOUE-CANAL             TO ECR-LOCANCO.
           MOVE LOUE-ADR-ELEC          TO ECR-LOELECO.
           MOVE LOUE-ACTIF             TO ECR-LOACFCO.
           MOVE LOUE-DATE-MAJ          TO ECR-LOMAJCO.
           MOVE LOUE-RACF-MAJ          TO ECR-LORACCO.
       FDETAILLER-LOUEUR. EXIT.
      *
      *****************************************************************
      *    CONTROLES DE FOND : NATURE L/F, NOM ET ADRESSE POSTALE     *
      *    OBLIGATOIRES, CANAL C/M/E (ADRESSE ELECTRONIQUE EXIGEE     *
      *    POUR M ET E), INDICATEUR ACTIF A 'O' OU 'N'                *
      *****************************************************************
       CONTROLER-FOND-SAISIE.
      *---------------------*
           MOVE ECR-LONATCI            TO LOUE-NATURE.
           IF NOT LOUE-NATURE-VALIDE
              MOVE 'FB286'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           IF ECR-LONOMCI = SPACES OR LOW-VALUE
              MOVE 'FB283'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           IF ECR-LOAD1CI = SPACES OR LOW-VALUE
              OR ECR-LOCPVCI = SPACES OR LOW-VALUE
              MOVE 'FB284'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           MOVE ECR-LOCANCI            TO LOUE-CANAL.
           IF NOT LOUE-CANAL-VALIDE
              MOVE 'FB286'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           IF LOUE-CANAL-ELECTRONIQUE
              AND (ECR-LOELECI = SPACES OR LOW-VALUE)
              MOVE 'FB287'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           MOVE ECR-LOACFCI            TO WSS-IND-SAISIE-ON.
           IF NOT SAISIE-ON-VALIDE
              MOVE 'FB288'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLER-FOND-SAISIE. EXIT.
      *
      *****************************************************************
      *    REPORT DE L'ECRAN DANS LE POSTE ET TRACE DE LA MISE A JOUR *
      *****************************************************************
       ALIMENTER-POSTE-LOUEUR.
      *----------------------*
           MOVE ECR-LONATCI            TO LOUE-NATURE.
           MOVE ECR-LONOMCI            TO LOUE-NOM.
           MOVE ECR-LOAD1CI            TO LOUE-ADR1.
           IF ECR-LOAD2CI = LOW-VALUE
              MOVE SPACES              TO LOUE-ADR2
           ELSE
              MOVE ECR-LOAD2CI         TO LOUE-ADR2
           END-IF.
           MOVE ECR-LOCPVCI            TO LOUE-CPVILLE.
           MOVE ECR-LOCANCI            TO LOUE-CANAL.
           IF ECR-LOELECI = LOW-VALUE
              MOVE SPACES              TO LOUE-ADR-ELEC
           ELSE
              MOVE ECR-LOELECI         TO LOUE-ADR-ELEC
           END-IF.
           MOVE ECR-LOACFCI            TO LOUE-ACTIF.
           PERFORM TRACER-MAJ-LOUEUR THRU
                   FTRACER-MAJ-LOUEUR.
       FALIMENTER-POSTE-LOUEUR. EXIT.
      *
      *****************************************************************
       TRACER-MAJ-LOUEUR.
      *-----------------*
           MOVE ECR-XJOURDI (7:2)      TO LOUE-DATE-MAJ (3:2).
           MOVE ECR-XJOURDI (4:2)      TO LOUE-DATE-MAJ (5:2).
           MOVE ECR-XJOURDI (1:2)      TO LOUE-DATE-MAJ (7:2).
           IF ECR-XJOURDI (7:2) < '50'
              MOVE '20'                TO LOUE-DATE-MAJ (1:2)
           ELSE
              MOVE '19'                TO LOUE-DATE-MAJ (1:2)
           END-IF.
           MOVE ECR-XRACFLI            TO LOUE-RACF-MAJ.
       FTRACER-MAJ-LOUEUR. EXIT.
      *
      *****************************************************************
       CREER-LOUEUR.
      *------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCREER-LOUEUR
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCREER-LOUEUR
           END-IF.
           MOVE SPACES                 TO WSS-LOUE-ENR.
           MOVE ECR-LOCODCI            TO LOUE-CODE.
           PERFORM ALIMENTER-POSTE-LOUEUR THRU
                   FALIMENTER-POSTE-LOUEUR.
           EXEC CICS WRITE FILE   ('FB00LOUE')
                           FROM   (WSS-LOUE-ENR)
                           LENGTH (LENGTH OF WSS-LOUE-ENR)
                           RIDFLD (LOUE-CODE)
                           NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB28B'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCREER-LOUEUR
           END-IF.
           MOVE LOUE-DATE-MAJ          TO ECR-LOMAJCO.
           MOVE LOUE-RACF-MAJ          TO ECR-LORACCO.
           MOVE 'LOUEUR CREE'          TO ECR-XMSGILO.
       FCREER-LOUEUR. EXIT.
      *
      *****************************************************************
      *    MODIFICATION : LA NOUVELLE ADRESSE OU LE NOUVEAU CANAL     *
      *    VALENT POUR LES NOTIFICATIONS SUIVANTES DE FB04B17         *
      *****************************************************************
       MODIFIER-LOUEUR.
      *---------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FMODIFIER-LOUEUR
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FMODIFIER-LOUEUR
           END-IF.
           MOVE ECR-LOCODCI             TO LOUE-CODE.
           EXEC CICS READ FILE   ('FB00LOUE')
                          INTO   (WSS-LOUE-ENR)
                          LENGTH (LENGTH OF WSS-LOUE-ENR)
                          RIDFLD (LOUE-CODE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB285'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FMODIFIER-LOUEUR
           END-IF.
           PERFORM ALIMENTER-POSTE-LOUEUR THRU
                   FALIMENTER-POSTE-LOUEUR.
           EXEC CICS REWRITE FILE ('FB00LOUE')
                             FROM (WSS-LOUE-ENR)
                             LENGTH (LENGTH OF WSS-LOUE-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBLO :PB REWRITE FB00LOUE' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           MOVE LOUE-DATE-MAJ          TO ECR-LOMAJCO.
           MOVE LOUE-RACF-MAJ          TO ECR-LORACCO.
           MOVE 'LOUEUR MIS A JOUR'    TO ECR-XMSGILO.
       FMODIFIER-LOUEUR. EXIT.
      *
      *****************************************************************
      *    SUPPRESSION LOGIQUE : LE LOUEUR N'EST PLUS AFFECTABLE DANS *
      *    FB04 MAIS LE POSTE RESTE LU PAR FB04B17 POUR LES VEHICULES *
      *    QUI LE PORTENT ENCORE                                      *
      *****************************************************************
       SUPPRIMER-LOUEUR.
      *----------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FSUPPRIMER-LOUEUR
           END-IF.
           MOVE ECR-LOCODCI             TO LOUE-CODE.
           EXEC CICS READ FILE   ('FB00LOUE')
                          INTO   (WSS-LOUE-ENR)
                          LENGTH (LENGTH OF WSS-LOUE-ENR)
                          RIDFLD (LOUE-CODE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB285'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FSUPPRIMER-LOUEUR
           END-IF.
           MOVE 'N'                    TO LOUE-ACTIF.
           PERFORM TRACER-MAJ-LOUEUR THRU
                   FTRACER-MAJ-LOUEUR.
           EXEC CICS REWRITE FILE ('FB00LOUE')
                             FROM (WSS-LOUE-ENR)
                             LENGTH (LENGTH OF WSS-LOUE-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBLO :PB REWRITE FB00LOUE' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           PERFORM DETAILLER-LOUEUR THRU
                   FDETAILLER-LOUEUR.
           MOVE 'LOUEUR DESACTIVE (PLUS AFFECTABLE DANS FB04)'
                                       TO ECR-XMSGILO.
       FSUPPRIMER-LOUEUR. EXIT.
      *
      *****************************************************************
      *    LISTE DU REFERENTIEL A PARTIR DU CODE SAISI (OU DU DEBUT), *
      *    6 PAR PAGE : POUR PAGINER, RESAISIR LE DERNIER CODE        *
      *    AFFICHE                                                    *
      *****************************************************************
       LISTER-LOUEURS.
      *--------------*
           MOVE SPACES              TO ECR-LOL01O ECR-LOL02O
                                       ECR-LOL03O ECR-LOL04O
                                       ECR-LOL05O ECR-LOL06O.
           MOVE ZERO                TO WSS-NB-AFFICHES.
           MOVE 'N'                 TO WSS-IND-FIN-BROWSE.
           IF ECR-LOCODCI = SPACES OR LOW-VALUE
              MOVE LOW-VALUES       TO WSS-CLE-DEPART
           ELSE
              MOVE ECR-LOCODCI      TO WSS-CLE-DEPART
           END-IF.
           EXEC CICS STARTBR FILE   ('FB00LOUE')
                             RIDFLD (WSS-CLE-DEPART)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'AUCUN LOUEUR A PARTIR DE CE CODE'
                                    TO ECR-XMSGILO
              GO TO FLISTER-LOUEURS
           END-IF.
           PERFORM LIRE-LOUEUR-SUIVANT THRU
                   FLIRE-LOUEUR-SUIVANT
              UNTIL FIN-BROWSE
              OR WSS-NB-AFFICHES = 6.
           EXEC CICS ENDBR FILE ('FB00LOUE')
                           NOHANDLE
           END-EXEC.
           IF WSS-NB-AFFICHES = ZERO
              MOVE 'AUCUN LOUEUR A PARTIR DE CE CODE'
                                    TO ECR-XMSGILO
           ELSE
              MOVE 'N : L LOUEUR F FINANCEUR - C : CANAL - A : ACTIF'
                                    TO ECR-XMSGILO
           END-IF.
       FLISTER-LOUEURS. EXIT.
      *
      *****************************************************************
       LIRE-LOUEUR-SUIVANT.
      *-------------------*
           EXEC CICS READNEXT FILE   ('FB00LOUE')
                              INTO   (WSS-LOUE-ENR)
                              LENGTH (LENGTH OF WSS-LOUE-ENR)
                              RIDFLD (WSS-CLE-DEPART)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              SET FIN-BROWSE TO TRUE
              GO TO FLIRE-LOUEUR-SUIVANT
           END-IF.
           MOVE LOUE-CODE           TO WSS-LST-CODE.
           MOVE LOUE-NATURE         TO WSS-LST-NATURE.
           MOVE LOUE-NOM            TO WSS-LST-NOM.
           MOVE LOUE-CANAL          TO WSS-LST-CANAL.
           MOVE LOUE-ACTIF          TO WSS-LST-ACTIF.
           MOVE LOUE-ADR-ELEC       TO WSS-LST-ADR-ELEC.
           ADD 1 TO WSS-NB-AFFICHES.
           EVALUATE WSS-NB-AFFICHES
              WHEN 1
                 MOVE WSS-LIGNE-LISTE TO ECR-LOL01O
              WHEN 2
                 MOVE WSS-LIGNE-LISTE TO ECR-LOL02O
              WHEN 3
                 MOVE WSS-LIGNE-LISTE TO ECR-LOL03O
              WHEN 4
                 MOVE WSS-LIGNE-LISTE TO ECR-LOL04O
              WHEN 5
                 MOVE WSS-LIGNE-LISTE TO ECR-LOL05O
              WHEN 6
                 MOVE WSS-LIGNE-LISTE TO ECR-LOL06O
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       FLIRE-LOUEUR-SUIVANT. EXIT.
      *
      *****************************************************************
      *    INITIALISATION DE LA CONVERSATION (MEME TECHNIQUE QUE      *
      *    FB01T00 : TABLE AACONV, CONTROLE D'ACCES, TS DE            *
      *    CONFIDENTIALITE)                                           *
      *****************************************************************
       INIT-CONV.
      *---------*
           MOVE  SPACES                   TO XSPIPARM.
           MOVE 'AACONV'                  TO TABLE-PREF.
           MOVE COM-GENE-CODCIE-PRINCIPAL TO TABLE-SUFF.
           MOVE COM-GENE-CODCNV           TO REF-POSTE OF XSPIPARM.
           PERFORM LECT-SPI-CONV THRU
                   FIN-LECT-SPI-CONV.
           IF NON-TROUVE
              MOVE  1      TO KONTROL
              MOVE 'SQ006' TO COM-GENE-MESANO
                              COM-CODERR
              PERFORM MODULE-SORTIE THRU
                      FIN-MODULE-SORTIE
           END-IF.
           MOVE LIB-CONV   TO COM-GENE-LIBCNV.
      *
           PERFORM INTERFACE-CONTROLE-ACCES  THRU
                   FIN-INTERFACE-CONTROLE-ACCES.
           IF COM-AU-MESSAGE NOT = SPACES AND LOW-VALUE
              MOVE    1      TO KONTROL
              MOVE    COM-AU-MESSAGE TO COM-GENE-MESANO
                                        COM-CODERR
              PERFORM SORTIE-LEVEL-SUPERIEUR  THRU
                  FIN-SORTIE-LEVEL-SUPERIEUR
           END-IF.
      *
           PERFORM INTERFACE-CONFIDENTIALITE THRU
                   FIN-INTERFACE-CONFIDENTIALITE.
           MOVE    SPACES        TO COM-GENE-CODCNV.
       FIN-INIT-CONV. EXIT.
      *
      *
      *****************************************************************
       LECT-SPI-CONV.
      *-------------*
           MOVE  'GP'                   TO FONCTION  OF XSPIPARM.
           MOVE  IDENT-TABLE            TO CODTAB    OF XSPIPARM.
           MOVE  '= '                   TO OPERATEUR OF XSPIPARM.
           PERFORM ACCES-SPI THRU FIN-ACCES-SPI.
           MOVE SPACES                  TO TAB-AACONV.
           IF  RETCOD OF XSPIPARM  = ZERO
               MOVE 0                   TO CODE-RETOUR
               MOVE IOAREA OF XSPIPARM  TO TAB-AACONV
           ELSE
               MOVE 1 TO CODE-RETOUR
           END-IF.
       FIN-LECT-SPI-CONV. EXIT.
      /
      *****************************************************************
      ***********************  MODULE SORTIE  *************************
      *****************************************************************
       MODULE-SORTIE.
      *-------------*
           IF  TRAITEMENT-AUTOMATIQUE
               MOVE     SPACES  TO  COM-GENE-NEWMEN
               PERFORM  SORTIE-AFFICHAGE-FORMAT THRU
                        FIN-SORTIE-AFFICHAGE-FORMAT
           END-IF.
           IF  NOT OK
               PERFORM  SORTIE-ERREUR THRU
                        FIN-SORTIE-ERREUR
           END-IF.
      *
           IF  TRAITEMENT-NORMAL
               PERFORM  SORTIE-AFFICHAGE-FORMAT THRU
                        FIN-SORTIE-AFFICHAGE-FORMAT
           END-IF.
      *
           IF  LEVEL-SUP
               PERFORM  SORTIE-LEVEL-SUPERIEUR THRU
                        FIN-SORTIE-LEVEL-SUPERIEUR
           END-IF.
      *
           IF  LEVEL-SIGN
               PERFORM  SORTIE-LEVEL-SIGNATURE THRU
                        FIN-SORTIE-LEVEL-SIGNATURE
           END-IF.
      *
           IF  LEVEL-MAX OR JUMP
               PERFORM  SORTIE-LEVEL-MAX THRU
                        FIN-SORTIE-LEVEL-MAX
           END-IF.
      *
           IF  LEVEL-PREC
               PERFORM  SORTIE-LEVEL-PREC THRU
                        FIN-SORTIE-LEVEL-PREC
           END-IF.
      *
           IF  ERREUR-MANIPULATION
               PERFORM  SORTIE-ERREUR-MANIP THRU
                        FIN-SORTIE-ERREUR-MANIP
           END-IF.
      *
           MOVE 'SK57.ERREUR CODE FONCTION DANS MODULE-SORTIE' TO MESS
           GO TO ABANDON-TACHE.
      *
       FIN-MODULE-SORTIE.   EXIT.
      *
      *****************************************************************
      * AFFICHAGE DE LA MAP NORMALE PUIS  RETURN TRANSID AU MEME PGM  *
      *****************************************************************
       SORTIE-AFFICHAGE-FORMAT.
      *-----------------------*
           IF COM-GENE-REAF = 'O'
              PERFORM RESTAURATION-TS-ECRAN  THRU
                      FIN-RESTAURATION-TS-ECRAN
           ELSE
              PERFORM REMPLISSAGE-TS-ECRAN THRU
                      FIN-REMPLISSAGE-TS-ECRAN
           END-IF.
      *
           IF COM-GENE-MESANO  NOT = SPACES AND
                                     LOW-VALUE
              PERFORM LECTURE-ERREUR THRU
                      FIN-LECTURE-ERREUR
              MOVE    SPACES   TO COM-GENE-MESANO
              MOVE    W-ERREUR TO ECR-XMSGALO
           END-IF.
      *
           PERFORM SEND-MAP THRU
                   FIN-SEND-MAP.
      *
           MOVE    SPACES    TO Z-COMMAREA-TACHE-JUMP.
           MOVE    NOM-TACHE TO NOM-TACHE-RETOUR.
      *
           PERFORM RETOUR-COMMAREA THRU
                   FIN-RETOUR-COMMAREA.
       FIN-SORTIE-AFFICHAGE-FORMAT.  EXIT.
      *
      *****************************************************************
      *  AFFICHAGE DE LA MAP EN ERREUR ET RETURN AU MEME PROGRAMME    *
      *****************************************************************
       SORTIE-ERREUR.
      *-------------*
           IF COM-GENE-MESANO  NOT = SPACES AND
                                     LOW-VALUE
              PERFORM LECTURE-ERREUR THRU
                      FIN-LECTURE-ERREUR
              MOVE    SPACES   TO COM-GENE-MESANO
              MOVE    W-ERREUR TO ECR-XMSGALO
           END-IF.
      *
           IF ERREUR
              PERFORM SEND-MAP-ERREUR-DATAONLY THRU
                      FIN-SEND-MAP-ERREUR-DATAONLY
           END-IF.
      *
           IF ERREUR-SORTIE
              PERFORM SEND-MAP-NO-ERASE-DATAONLY THRU
                      FIN-SEND-MAP-NO-ERASE-DATAONLY
           END-IF.
           MOVE SPACE     TO COM-GENE-REAF.
           MOVE NOM-TACHE TO NOM-TACHE-RETOUR.
           PERFORM RETOUR-COMMAREA THRU
                   FIN-RETOUR-COMMAREA.
       FIN-SORTIE-ERREUR.  EXIT.
      *
      *****************************************************************
      *    RETOUR A LA CONVERSATION APPELANTE (PF3)                   *
      *****************************************************************
       SORTIE-LEVEL-PREC.
      *-----------------*
           PERFORM DELETE-TS-ECRAN THRU
                   FIN-DELETE-TS-ECRAN.
           PERFORM DELETE-TS-CONF-CONV THRU
                   FIN-DELETE-TS-CONF-CONV.
           MOVE    SPACE    TO COM-GENE-REAF.
           MOVE    NOM-PROG TO COM-PGMPRC.
           PERFORM XCTL-PROG-COMMAREA THRU
                   FIN-XCTL-PROG-COMMAREA.
       FIN-SORTIE-LEVEL-PREC.  EXIT.
      *
      *****************************************************************
      *    RETOUR APRES CLEAR (OU SI EIBCALEN = 0) AU PROGRAMME DE    *
      *    SIGNATURE TOUJOURS PAR START                               *
      *****************************************************************
       SORTIE-LEVEL-SIGNATURE.
      *----------------------*
           PERFORM          DELETE-TS-CONF-CONV THRU
                            FIN-DELETE-TS-CONF-CONV.
           MOVE LONG-COMMAREA  TO  LONG-START.
           MOVE EIBTRMID       TO  TERM-START.
           MOVE 'AA00'         TO  NOM-TACHE-START.
           MOVE NOM-PROG       TO  COM-PGMPRC.
           PERFORM DELETE-TS-ECRAN THRU
                   FIN-DELETE-TS-ECRAN.
      *
           MOVE SPACES                 TO COM-GENE-SWPCNV.
           MOVE    SPACE       TO COM-GENE-REAF.
      *
           PERFORM START-TACHE THRU
                   FIN-START-TACHE.
           PERFORM RETOUR      THRU
                   FIN-RETOUR.
      *
       FIN-SORTIE-LEVEL-SIGNATURE.         EXIT.
      *
      *****************************************************************
      *    RETOUR APRES PF4 AU MENU  PRINCIPAL                        *
      *****************************************************************
       SORTIE-LEVEL-MAX.
      *----------------*
           MOVE SPACES TO COM-GENE-CNVPIL.
           MOVE SPACES TO COM-GENE-ENCCNV.
           MOVE ZERO   TO COM-GENE-INDCNV.
           MOVE COM-GENE-PILMEN(1) TO COM-GENE-NEWMEN.
           MOVE COM-GENE-EXPTRNID  TO NOM-TACHE-START.
           MOVE ZERO   TO COM-GENE-INDMEN.
           MOVE SPACES TO COM-GENE-MENPIL.
      *
           MOVE SPACE        TO COM-GENE-REAF.
           PERFORM          DELETE-TS-ECRAN THRU
                            FIN-DELETE-TS-ECRAN.
           MOVE    LONG-COMMAREA  TO  LONG-START.
           MOVE    EIBTRMID       TO  TERM-START.
           MOVE    NOM-PROG       TO  COM-PGMPRC.
           PERFORM DELETE-TS-CONF-CONV THRU
                   FIN-DELETE-TS-CONF-CONV.
           MOVE SPACES                 TO COM-GENE-SWPCNV.
           PERFORM START-TACHE THRU
                   FIN-START-TACHE.
           PERFORM RETOUR      THRU
                   FIN-RETOUR.
       FIN-SORTIE-LEVEL-MAX.  EXIT.
      *
      *****************************************************************
      * SORTIE ERREUR MANIPULATION DES TOUCHES FONCTION               *
      *****************************************************************
       SORTIE-ERREUR-MANIP.
      *-------------------*
       ++INCLUDE SQKCSMER
       FIN-SORTIE-ERREUR-MANIP. EXIT.
      *
      *****************************************************************
      * SORTIE VERS LE LEVEL SUPERIEUR                                *
      *****************************************************************
       SORTIE-LEVEL-SUPERIEUR.
      *----------------------*
       ++INCLUDE SQKCRTCO
       FIN-SORTIE-LEVEL-SUPERIEUR. EXIT.
      *
      *****************************************************************
      * PARAGRAPHES GENERAUX DU SQUELETTE (MAP, TS ECRAN, START,      *
      * XCTL, RETURN...)                                              *
      *****************************************************************
       ++INCLUDE SQKCSM00
       ++INCLUDE SQKCSMDO
       ++INCLUDE SQKCSEDO
       ++INCLUDE SQKCSTRT
       ++INCLUDE SQKCXCTL
       ++INCLUDE SQKCRETR
       ++INCLUDE SQKCRTNO
       ++INCLUDE SQKCTSRD
       ++INCLUDE SQKCTRDB
       ++INCLUDE SQKCTSDE
       ++INCLUDE SQKCECRS
      *
      *****************************************************************
      * ACCES A L'INTERFACE AUAAL00 (TS DE CONFIDENTIALITE)           *
      *****************************************************************
       INTERFACE-CONFIDENTIALITE.
      *-------------------------*
           MOVE SPACES                    TO COM-AU-AUAAC.
           MOVE COM-GENE-CODCIE-PRINCIPAL TO COM-AU-CIE.
           MOVE COM-GENE-CODSIT           TO COM-AU-SITE.
           MOVE COM-GENE-CODCNV           TO COM-AU-CONVERS.
           MOVE COM-GENE-CODUSR           TO COM-AU-USAGER.
      *
           EXEC CICS LINK PROGRAM  ('AUAAL00')
                          COMMAREA (COM-AU-AUAAC)
                          LENGTH   (COM-AU-LONG-AUAAC)
           END-EXEC.
      *
           MOVE COM-AU-LONG-TS          TO COM-GENE-LNGCNV.
           MOVE COM-AU-MESSAGE          TO COM-GENE-MESANO.
       FIN-INTERFACE-CONFIDENTIALITE. EXIT.
      *
      *****************************************************************
      * ACCES A L'INTERFACE AUAAL04 QUI REFAIT  UN CONTROLE D'ACCES   *
      *****************************************************************
       INTERFACE-CONTROLE-ACCES.
      *------------------------*
           MOVE SPACES                    TO COM-AU-AUAAC.
           MOVE COM-GENE-CODCIE-PRINCIPAL TO COM-AU-CIE.
           MOVE COM-GENE-CODSIT           TO COM-AU-SITE.
           MOVE COM-GENE-CODCNV           TO COM-AU-CONVERS.
           MOVE COM-GENE-CODUSR           TO COM-AU-USAGER.
           MOVE '1'                       TO COM-AU-SWAP.
      *
           EXEC CICS LINK PROGRAM  ('AUAAL04')
                          COMMAREA (COM-AU-AUAAC)
                          LENGTH   (COM-AU-LONG-AUAAC)
           END-EXEC.
       FIN-INTERFACE-CONTROLE-ACCES.  EXIT.
      /
      *****************************************************************
      *   LECTURE DES MESSAGES D'INFORMATION ET D'ANOMALIE            *
      *****************************************************************
       LECTURE-ERREUR.
      *--------------*
           MOVE  SPACES                 TO XSPIPARM.
           IF    COM-GENE-MESINF NOT = SPACES AND LOW-VALUE
                 MOVE COM-GENE-MESINF   TO W-CODERR
                 MOVE '*CD'             TO EL-DEMANDES OF XSPIPARM
           ELSE
                 MOVE COM-GENE-MESANO   TO W-CODERR
           END-IF.
           MOVE  'GP'                   TO FONCTION  OF XSPIPARM.
           MOVE  'MSGETUDE'             TO CODTAB    OF XSPIPARM.
           MOVE  '= '                   TO OPERATEUR OF XSPIPARM.
           MOVE   W-CODERR              TO REF-POSTE OF XSPIPARM.
           PERFORM ACCES-SPI THRU FIN-ACCES-SPI.
           IF  RETCOD OF XSPIPARM  = ZERO
               MOVE 0       TO CODE-RETOUR
               MOVE IOAREA  OF XSPIPARM TO W-ERREUR
               IF   COM-GENE-MESINF = SPACES OR LOW-VALUE
                    MOVE SPACES  TO W-CODERR
               END-IF
               MOVE SPACES  TO W-SUFERR
           ELSE
               MOVE SPACES  TO W-LIBERR
                               W-SUFERR
               MOVE 1       TO CODE-RETOUR
           END-IF.
       FIN-LECTURE-ERREUR.  EXIT.
      *
      *****************************************************************
      * ACCES SPITAB                                                  *
      *****************************************************************
       ++INCLUDE SQKCSPI2
      *****************************************************************
      * SORTIE ABANDON POUR ERREURS    NON PREVUES                    *
      *****************************************************************
       ABANDON-TACHE.
       ++INCLUDE SQKCMROB
      *
       ++INCLUDE SQKCCON2
      ** FIN DE PROGRAMME  FB28T00  CREE LE  15/10/26  .
