       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FB30T00.
      * MODULE EN COURS DE MAINTENANCE PAR   : ...................... !
      * PREVU POUR ETRE MIS EN PRODUCTION LE : ../../..               !
      * N.B..: ...................................................... !
      *---------------------------------------------------------------+
      * NOM DU LOAD MODULE : FB30T00                CREE LE 15/10/26
      * NOM DE TRANSACTION : FB30
      * NOM DE MAP         : FB30M0Z
      * NOM DU PGM BATCH   : ........ (SI MODULE COMMUN TP/BATCH)
      * AUTEUR             : P.ESTEVE
      * LOGON TSO          : ETDA4
      *
      * TITRE              : TAUX DE COMMISSION DES INTERMEDIAIRES
      *---------------------------------------------------------------+
      *                          >> BUT <<
      * ENTRETIEN PAR LE SERVICE COMMERCIAL DU BAREME DES TAUX DE
      * COMMISSION DES INTERMEDIAIRES (KSDS FB00COMT, DESSIN FB00COMF,
      * CLE = INTERMEDIAIRE + PRODUIT + DATE D'EFFET - FD 51191). UN
      * TAUX PAR LIGNE, DATE (EFFET ET FIN INCLUSE), EN POURCENTAGE
      * DE LA PRIME AU PRORATA DES MOUVEMENTS. LE PRODUIT '****' (OU
      * LAISSE A BLANC A LA SAISIE) DONNE LE TAUX COMMUN A TOUS LES
      * PRODUITS DE L'INTERMEDIAIRE QUI N'ONT PAS DE TAUX PROPRE. LE
      * BAREME EST APPLIQUE CHAQUE MOIS PAR LE CALCUL DES COMMISSIONS
      * FB00B57 AU TAUX EN VIGUEUR A LA DATE D'EFFET DU MOUVEMENT.
      * ACTIONS (MEME FACON DE FAIRE QUE FB29) :
      * A = AFFICHER (SANS DATE D'EFFET : VERSION EN VIGUEUR CE JOUR),
      * C = CREER, M = MODIFIER, S = CLORE, L = LISTER A PARTIR DE
      * L'INTERMEDIAIRE SAISI (OU DU DEBUT), 6 PAR PAGE.
      * DEUX VERSIONS D'UN MEME COUPLE INTERMEDIAIRE + PRODUIT NE
      * PEUVENT SE CHEVAUCHER. LA CLOTURE EST LOGIQUE (FIN DE VALIDITE
      * AU JOUR) : LA VERSION RESTE CONSULTABLE ET SERT AUX MOUVEMENTS
      * D'EFFET ANTERIEUR ENCORE A COMMISSIONNER.
      *---------------------------------------------------------------+
      *                       >> MAINTENANCE <<
      *-------------+-------------------------------------------------+
      * DATE/AUTEUR !         DESCRIPTION DE LA MODIFICATION          !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51191 : CREATION.                            !
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
      *--- BAREME DES TAUX DE COMMISSION (DESSIN FB00COMF)
       ++INCLUDE FB00COMF
      *
      *--- ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01 (CONTROLE
      *--- DES DATES SAISIES)
       ++INCLUDE FB00CALA
      *
      *--- LIGNE DE LA LISTE AFFICHEE
       01  WSS-LIGNE-LISTE.
           05  WSS-LST-INTERMEDIAIRE   PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-PRODUIT         PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-DEBUT           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-FIN             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-TAUX            PIC Z9,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WSS-LST-LIBELLE         PIC X(30).
      *
       01  WSS-NB-AFFICHES             PIC S9(4) COMP VALUE +0.
       01  WSS-IND-FIN-BROWSE          PIC X(01) VALUE 'N'.
           88  FIN-BROWSE                  VALUE 'O'.
       01  WSS-CLE-DEPART              PIC X(20).
      *
      *--- DATE DU JOUR SSAAMMJJ (REPRISE DE L'EN-TETE JJ/MM/AA)
       01  WSS-DATE-JOUR               PIC X(08).
      *
      *--- TAUX SAISI, CONTROLE AVANT ECRITURE
       01  WSS-COMT-SAISIE.
           05  WSS-SAI-INTERMEDIAIRE   PIC X(08).
           05  WSS-SAI-PRODUIT         PIC X(04).
           05  WSS-SAI-DATE-DEBUT      PIC X(08).
           05  WSS-SAI-DATE-FIN        PIC X(08).
       01  WSS-TAUX-ZONE               PIC 9(02)V9(03).
       01  WSS-TAUX-X REDEFINES WSS-TAUX-ZONE
                                       PIC X(05).
       01  WSS-DATE-A-CONTROLER        PIC X(08).
       01  WSS-IND-DATE-VALIDE         PIC X(01) VALUE 'N'.
           88  DATE-VALIDE                 VALUE 'O'.
      *
      *--- VERSIONS D'UN MEME COUPLE INTERMEDIAIRE + PRODUIT :
      *--- CHEVAUCHEMENT INTERDIT, VERSION EN VIGUEUR CE JOUR RETENUE
      *--- A L'AFFICHAGE SANS DATE D'EFFET
       01  WSS-IND-CHEVAUCHEMENT       PIC X(01) VALUE 'N'.
           88  VERSIONS-CHEVAUCHENT        VALUE 'O'.
       01  WSS-IND-VERSION-TROUVEE     PIC X(01) VALUE 'N'.
           88  VERSION-TROUVEE             VALUE 'O'.
       01  WSS-COMT-SAUVE              PIC X(100).
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
      *    ZONES DE LA MAP  FB30M0                                    *
      *****************************************************************
       01  FILLER  PIC X(16) VALUE '*** MAP FB30 ***'.
      *
       01  Z-MAP.
      *
       ++INCLUDE FB30M0Z
      *
      *****************************************************************
      *     DESCRIPTION DE LA TS-ECRAN   MDT OFF                      *
      *****************************************************************
       ++INCLUDE SQKWTSMA
           02  TS-FB30M00O REDEFINES ZONE-TS-ECRAN.
               10 FILLER PIC X(12).
               05 TS-ECR-XTRMTRACL       COMP PIC S9(4).
               05 TS-ECR-XTRMTRACA       PIC X.
               05 TS-ECR-XTRMTRACO       PIC X(9).
               05 TS-ECR-XAPPLILL        COMP PIC S9(4).
               05 TS-ECR-XAPPLILA        PIC X.
               05 TS-ECR-XAPPLILO        PIC X(30).
               05 TS-ECR-XJOURDL         COMP PIC S9(4).
               05 TS-ECR-XJOURDA         PIC X.
               05 TS-ECR-XJOURDO         PIC X(8).
               05 TS-ECR-XRACFLL         COMP PIC S9(4).
               05 TS-ECR-XRACFLA         PIC X.
               05 TS-ECR-XRACFLO         PIC X(15).
               05 TS-ECR-XHEUREDL        COMP PIC S9(4).
               05 TS-ECR-XHEUREDA        PIC X.
               05 TS-ECR-XHEUREDO        PIC X(8).
               05 TS-ECR-CMACTCL         COMP PIC S9(4).
               05 TS-ECR-CMACTCA         PIC X.
               05 TS-ECR-CMACTCO         PIC X(1).
               05 TS-ECR-CMINTCL         COMP PIC S9(4).
               05 TS-ECR-CMINTCA         PIC X.
               05 TS-ECR-CMINTCO         PIC X(8).
               05 TS-ECR-CMPROCL         COMP PIC S9(4).
               05 TS-ECR-CMPROCA         PIC X.
               05 TS-ECR-CMPROCO         PIC X(4).
               05 TS-ECR-CMDDECL         COMP PIC S9(4).
               05 TS-ECR-CMDDECA         PIC X.
               05 TS-ECR-CMDDECO         PIC X(8).
               05 TS-ECR-CMDFICL         COMP PIC S9(4).
               05 TS-ECR-CMDFICA         PIC X.
               05 TS-ECR-CMDFICO         PIC X(8).
               05 TS-ECR-CMLIBCL         COMP PIC S9(4).
               05 TS-ECR-CMLIBCA         PIC X.
               05 TS-ECR-CMLIBCO         PIC X(30).
               05 TS-ECR-CMTAUCL         COMP PIC S9(4).
               05 TS-ECR-CMTAUCA         PIC X.
               05 TS-ECR-CMTAUCO         PIC X(5).
               05 TS-ECR-CMMAJCL         COMP PIC S9(4).
               05 TS-ECR-CMMAJCA         PIC X.
               05 TS-ECR-CMMAJCO         PIC X(8).
               05 TS-ECR-CMRACCL         COMP PIC S9(4).
               05 TS-ECR-CMRACCA         PIC X.
               05 TS-ECR-CMRACCO         PIC X(15).
               05 TS-ECR-CML01L          COMP PIC S9(4).
               05 TS-ECR-CML01A          PIC X.
               05 TS-ECR-CML01O          PIC X(70).
               05 TS-ECR-CML02L          COMP PIC S9(4).
               05 TS-ECR-CML02A          PIC X.
               05 TS-ECR-CML02O          PIC X(70).
               05 TS-ECR-CML03L          COMP PIC S9(4).
               05 TS-ECR-CML03A          PIC X.
               05 TS-ECR-CML03O          PIC X(70).
               05 TS-ECR-CML04L          COMP PIC S9(4).
               05 TS-ECR-CML04A          PIC X.
               05 TS-ECR-CML04O          PIC X(70).
               05 TS-ECR-CML05L          COMP PIC S9(4).
               05 TS-ECR-CML05A          PIC X.
               05 TS-ECR-CML05O          PIC X(70).
               05 TS-ECR-CML06L          COMP PIC S9(4).
               05 TS-ECR-CML06A          PIC X.
               05 TS-ECR-CML06O          PIC X(70).
               05 TS-ECR-XMSGILL         COMP PIC S9(4).
               05 TS-ECR-XMSGILA         PIC X.
               05 TS-ECR-XMSGILO         PIC X(59).
               05 TS-ECR-XMSGALL         COMP PIC S9(4).
               05 TS-ECR-XMSGALA         PIC X.
               05 TS-ECR-XMSGALO         PIC X(79).
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
       MODULE-FB30.
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
       FIN-MODULE-FB30.  EXIT.
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
           MOVE   'FB30'  TO NOM-TACHE,
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
           MOVE 'SAISIR ACTION, INTERMEDIAIRE ET PRODUIT PUIS ENTREE'
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
              MOVE 'FB309'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           PERFORM DATE-DU-JOUR THRU
                   FDATE-DU-JOUR.
           EVALUATE ECR-CMACTCI
              WHEN 'A'
                 PERFORM AFFICHER-TAUX THRU
                         FAFFICHER-TAUX
              WHEN 'C'
                 PERFORM CREER-TAUX THRU
                         FCREER-TAUX
              WHEN 'M'
                 PERFORM MODIFIER-TAUX THRU
                         FMODIFIER-TAUX
              WHEN 'S'
                 PERFORM CLORE-TAUX THRU
                         FCLORE-TAUX
              WHEN 'L'
                 PERFORM LISTER-TAUX THRU
                         FLISTER-TAUX
              WHEN OTHER
                 MOVE 'FB302'      TO COM-GENE-MESANO
                                      COM-CODERR
                 MOVE 1            TO KONTROL
           END-EVALUATE.
       FIN-M-TRAITEMENT-NORMAL. EXIT.
      *
      *****************************************************************
      *    DATE DU JOUR SSAAMMJJ A PARTIR DE L'EN-TETE JJ/MM/AA       *
      *****************************************************************
       DATE-DU-JOUR.
      *------------*
           MOVE ECR-XJOURDI (7:2)      TO WSS-DATE-JOUR (3:2).
           MOVE ECR-XJOURDI (4:2)      TO WSS-DATE-JOUR (5:2).
           MOVE ECR-XJOURDI (1:2)      TO WSS-DATE-JOUR (7:2).
           IF ECR-XJOURDI (7:2) < '50'
              MOVE '20'                TO WSS-DATE-JOUR (1:2)
           ELSE
              MOVE '19'                TO WSS-DATE-JOUR (1:2)
           END-IF.
       FDATE-DU-JOUR. EXIT.
      *
      *****************************************************************
      *    LA CLE D'UN TAUX EST L'INTERMEDIAIRE (8 CARACTERES) ET LE  *
      *    PRODUIT (4 CARACTERES, A BLANC = '****' TOUS PRODUITS)     *
      *    SUIVIS DE LA DATE D'EFFET                                  *
      *****************************************************************
       CONTROLER-CLE-SAISIE.
      *--------------------*
           IF ECR-CMINTCI = SPACES OR LOW-VALUE
              MOVE 'FB301'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-CLE-SAISIE
           END-IF.
           MOVE ECR-CMINTCI            TO WSS-SAI-INTERMEDIAIRE.
           IF ECR-CMPROCI = SPACES OR LOW-VALUE
              MOVE '****'              TO WSS-SAI-PRODUIT
           ELSE
              MOVE ECR-CMPROCI         TO WSS-SAI-PRODUIT
           END-IF.
       FCONTROLER-CLE-SAISIE. EXIT.
      *
      *****************************************************************
      *    VERSION DESIGNEE PAR L'INTERMEDIAIRE, LE PRODUIT ET LA     *
      *    DATE D'EFFET SAISIS ; SANS DATE D'EFFET, VERSION EN        *
      *    VIGUEUR CE JOUR                                            *
      *****************************************************************
       RECHERCHER-VERSION.
      *------------------*
           IF ECR-CMDDECI = SPACES OR LOW-VALUE
              PERFORM CHERCHER-VERSION-EN-VIGUEUR THRU
                      FCHERCHER-VERSION-EN-VIGUEUR
              IF NOT VERSION-TROUVEE
                 MOVE 'FB305'          TO COM-GENE-MESANO
                                          COM-CODERR
                 MOVE 1                TO KONTROL
              END-IF
              GO TO FRECHERCHER-VERSION
           END-IF.
           MOVE WSS-SAI-INTERMEDIAIRE   TO COMT-INTERMEDIAIRE.
           MOVE WSS-SAI-PRODUIT         TO COMT-PRODUIT.
           MOVE ECR-CMDDECI             TO COMT-DATE-DEBUT.
           EXEC CICS READ FILE   ('FB00COMT')
                          INTO   (WSS-COMT-ENR)
                          LENGTH (LENGTH OF WSS-COMT-ENR)
                          RIDFLD (COMT-CLE)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB305'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FRECHERCHER-VERSION. EXIT.
      *
      *****************************************************************
       CHERCHER-VERSION-EN-VIGUEUR.
      *---------------------------*
           MOVE 'N'                 TO WSS-IND-VERSION-TROUVEE
                                       WSS-IND-FIN-BROWSE.
           MOVE LOW-VALUES          TO WSS-CLE-DEPART.
           MOVE WSS-SAI-INTERMEDIAIRE TO WSS-CLE-DEPART (1:8).
           MOVE WSS-SAI-PRODUIT     TO WSS-CLE-DEPART (9:4).
           EXEC CICS STARTBR FILE   ('FB00COMT')
                             RIDFLD (WSS-CLE-DEPART)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              GO TO FCHERCHER-VERSION-EN-VIGUEUR
           END-IF.
           PERFORM EXAMINER-VERSION-EN-VIGUEUR THRU
                   FEXAMINER-VERSION-EN-VIGUEUR
              UNTIL FIN-BROWSE.
           EXEC CICS ENDBR FILE ('FB00COMT')
                           NOHANDLE
           END-EXEC.
           IF VERSION-TROUVEE
              MOVE WSS-COMT-SAUVE   TO WSS-COMT-ENR
           END-IF.
       FCHERCHER-VERSION-EN-VIGUEUR. EXIT.
      *
      *****************************************************************
       EXAMINER-VERSION-EN-VIGUEUR.
      *---------------------------*
           EXEC CICS READNEXT FILE   ('FB00COMT')
                              INTO   (WSS-COMT-ENR)
                              LENGTH (LENGTH OF WSS-COMT-ENR)
                              RIDFLD (WSS-CLE-DEPART)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              OR COMT-INTERMEDIAIRE NOT = WSS-SAI-INTERMEDIAIRE
              OR COMT-PRODUIT NOT = WSS-SAI-PRODUIT
              SET FIN-BROWSE TO TRUE
              GO TO FEXAMINER-VERSION-EN-VIGUEUR
           END-IF.
           IF COMT-DATE-DEBUT NOT > WSS-DATE-JOUR
              AND COMT-DATE-FIN NOT < WSS-DATE-JOUR
              MOVE WSS-COMT-ENR     TO WSS-COMT-SAUVE
              SET VERSION-TROUVEE   TO TRUE
              SET FIN-BROWSE        TO TRUE
           END-IF.
       FEXAMINER-VERSION-EN-VIGUEUR. EXIT.
      *
      *****************************************************************
       AFFICHER-TAUX.
      *-------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FAFFICHER-TAUX
           END-IF.
           PERFORM RECHERCHER-VERSION THRU
                   FRECHERCHER-VERSION.
           IF KONTROL NOT = ZERO
              GO TO FAFFICHER-TAUX
           END-IF.
           PERFORM DETAILLER-TAUX THRU
                   FDETAILLER-TAUX.
           IF COMT-DATE-FIN < WSS-DATE-JOUR
              MOVE 'TAUX CLOS - PLUS APPLIQUE AUX NOUVEAUX EFFETS'
                                       TO ECR-XMSGILO
           END-IF.
       FAFFICHER-TAUX. EXIT.
      *
      *****************************************************************
       DETAILLER-TAUX.
      *--------------*
           MOVE COMT-INTERMEDIAIRE     TO ECR-CMINTCO.
           MOVE COMT-PRODUIT           TO ECR-CMPROCO.
           MOVE COMT-DATE-DEBUT        TO ECR-CMDDECO.
           MOVE COMT-DATE-FIN          TO ECR-CMDFICO.
           MOVE COMT-LIBELLE           TO ECR-CMLIBCO.
           MOVE COMT-TAUX              TO WSS-TAUX-ZONE.
           MOVE WSS-TAUX-X             TO ECR-CMTAUCO.
           MOVE COMT-DATE-MAJ          TO ECR-CMMAJCO.
           MOVE COMT-RACF-MAJ          TO ECR-CMRACCO.
       FDETAILLER-TAUX. EXIT.
      *
      *****************************************************************
      *    CONTROLES DE FOND : DATES VALIDES (EFFET DU JOUR PAR       *
      *    DEFAUT, FIN SANS LIMITE PAR DEFAUT), LIBELLE OBLIGATOIRE,  *
      *    TAUX NUMERIQUE SUR 5 CHIFFRES (MILLIEMES DE POINT), PAS DE *
      *    CHEVAUCHEMENT AVEC UNE AUTRE VERSION                       *
      *****************************************************************
       CONTROLER-FOND-SAISIE.
      *---------------------*
           IF ECR-CMDDECI = SPACES OR LOW-VALUE
              MOVE WSS-DATE-JOUR       TO WSS-SAI-DATE-DEBUT
           ELSE
              MOVE ECR-CMDDECI         TO WSS-DATE-A-CONTROLER
              PERFORM CONTROLER-DATE THRU
                      FCONTROLER-DATE
              IF NOT DATE-VALIDE
                 MOVE 'FB304'          TO COM-GENE-MESANO
                                          COM-CODERR
                 MOVE 1                TO KONTROL
                 GO TO FCONTROLER-FOND-SAISIE
              END-IF
              MOVE ECR-CMDDECI         TO WSS-SAI-DATE-DEBUT
           END-IF.
           IF ECR-CMDFICI = SPACES OR LOW-VALUE
              OR ECR-CMDFICI = '99999999'
              MOVE '99999999'          TO WSS-SAI-DATE-FIN
           ELSE
              MOVE ECR-CMDFICI         TO WSS-DATE-A-CONTROLER
              PERFORM CONTROLER-DATE THRU
                      FCONTROLER-DATE
              IF NOT DATE-VALIDE
                 OR ECR-CMDFICI < WSS-SAI-DATE-DEBUT
                 MOVE 'FB304'          TO COM-GENE-MESANO
                                          COM-CODERR
                 MOVE 1                TO KONTROL
                 GO TO FCONTROLER-FOND-SAISIE
              END-IF
              MOVE ECR-CMDFICI         TO WSS-SAI-DATE-FIN
           END-IF.
           IF ECR-CMLIBCI = SPACES OR LOW-VALUE
              MOVE 'FB303'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           IF ECR-CMTAUCI NOT NUMERIC
              MOVE 'FB306'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           MOVE ECR-CMTAUCI            TO WSS-TAUX-X.
           PERFORM CONTROLER-CHEVAUCHEMENT THRU
                   FCONTROLER-CHEVAUCHEMENT.
           IF VERSIONS-CHEVAUCHENT
              MOVE 'FB308'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLER-FOND-SAISIE. EXIT.
      *
      *****************************************************************
      *    VALIDITE D'UNE DATE SSAAMMJJ PAR LE MODULE DE CALENDRIER   *
      *****************************************************************
       CONTROLER-DATE.
      *--------------*
           MOVE 'N'                    TO WSS-IND-DATE-VALIDE.
           IF WSS-DATE-A-CONTROLER NOT NUMERIC
              GO TO FCONTROLER-DATE
           END-IF.
           SET CALA-FONC-JOUR-SEMAINE  TO TRUE.
           MOVE WSS-DATE-A-CONTROLER   TO CALA-DATE-1.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF CALA-RETOUR-OK
              SET DATE-VALIDE          TO TRUE
           END-IF.
       FCONTROLER-DATE. EXIT.
      *
      *****************************************************************
      *    DEUX VERSIONS D'UN MEME COUPLE INTERMEDIAIRE + PRODUIT NE  *
      *    PEUVENT ETRE EN VIGUEUR LE MEME JOUR (LA VERSION MODIFIEE  *
      *    EST EXCLUE DU CONTROLE)                                    *
      *****************************************************************
       CONTROLER-CHEVAUCHEMENT.
      *-----------------------*
           MOVE 'N'                 TO WSS-IND-CHEVAUCHEMENT
                                       WSS-IND-FIN-BROWSE.
           MOVE LOW-VALUES          TO WSS-CLE-DEPART.
           MOVE WSS-SAI-INTERMEDIAIRE TO WSS-CLE-DEPART (1:8).
           MOVE WSS-SAI-PRODUIT     TO WSS-CLE-DEPART (9:4).
           EXEC CICS STARTBR FILE   ('FB00COMT')
                             RIDFLD (WSS-CLE-DEPART)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              GO TO FCONTROLER-CHEVAUCHEMENT
           END-IF.
           PERFORM COMPARER-VERSION-SUIVANTE THRU
                   FCOMPARER-VERSION-SUIVANTE
              UNTIL FIN-BROWSE.
           EXEC CICS ENDBR FILE ('FB00COMT')
                           NOHANDLE
           END-EXEC.
       FCONTROLER-CHEVAUCHEMENT. EXIT.
      *
      *****************************************************************
       COMPARER-VERSION-SUIVANTE.
      *-------------------------*
           EXEC CICS READNEXT FILE   ('FB00COMT')
                              INTO   (WSS-COMT-ENR)
                              LENGTH (LENGTH OF WSS-COMT-ENR)
                              RIDFLD (WSS-CLE-DEPART)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              OR COMT-INTERMEDIAIRE NOT = WSS-SAI-INTERMEDIAIRE
              OR COMT-PRODUIT NOT = WSS-SAI-PRODUIT
              SET FIN-BROWSE TO TRUE
              GO TO FCOMPARER-VERSION-SUIVANTE
           END-IF.
           IF COMT-DATE-DEBUT NOT = WSS-SAI-DATE-DEBUT
              AND COMT-DATE-DEBUT NOT > WSS-SAI-DATE-FIN
              AND COMT-DATE-FIN NOT < WSS-SAI-DATE-DEBUT
              SET VERSIONS-CHEVAUCHENT TO TRUE
              SET FIN-BROWSE           TO TRUE
           END-IF.
       FCOMPARER-VERSION-SUIVANTE. EXIT.
      *
      *****************************************************************
      *    REPORT DE LA SAISIE DANS LE POSTE ET TRACE DE LA MISE A    *
      *    JOUR                                                       *
      *****************************************************************
       ALIMENTER-POSTE-TAUX.
      *--------------------*
           MOVE WSS-SAI-DATE-FIN       TO COMT-DATE-FIN.
           MOVE ECR-CMLIBCI            TO COMT-LIBELLE.
           MOVE WSS-TAUX-ZONE          TO COMT-TAUX.
           PERFORM TRACER-MAJ-TAUX THRU
                   FTRACER-MAJ-TAUX.
       FALIMENTER-POSTE-TAUX. EXIT.
      *
      *****************************************************************
       TRACER-MAJ-TAUX.
      *---------------*
           MOVE WSS-DATE-JOUR          TO COMT-DATE-MAJ.
           MOVE ECR-XRACFLI            TO COMT-RACF-MAJ.
       FTRACER-MAJ-TAUX. EXIT.
      *
      *****************************************************************
       CREER-TAUX.
      *----------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCREER-TAUX
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCREER-TAUX
           END-IF.
           MOVE SPACES                 TO WSS-COMT-ENR.
           MOVE WSS-SAI-INTERMEDIAIRE  TO COMT-INTERMEDIAIRE.
           MOVE WSS-SAI-PRODUIT        TO COMT-PRODUIT.
           MOVE WSS-SAI-DATE-DEBUT     TO COMT-DATE-DEBUT.
           PERFORM ALIMENTER-POSTE-TAUX THRU
                   FALIMENTER-POSTE-TAUX.
           EXEC CICS WRITE FILE   ('FB00COMT')
                           FROM   (WSS-COMT-ENR)
                           LENGTH (LENGTH OF WSS-COMT-ENR)
                           RIDFLD (COMT-CLE)
                           NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB30B'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCREER-TAUX
           END-IF.
           PERFORM DETAILLER-TAUX THRU
                   FDETAILLER-TAUX.
           MOVE 'TAUX CREE'            TO ECR-XMSGILO.
       FCREER-TAUX. EXIT.
      *
      *****************************************************************
      *    MODIFICATION D'UNE VERSION (INTERMEDIAIRE, PRODUIT ET DATE *
      *    D'EFFET SAISIS) : LE NOUVEAU TAUX VAUT POUR LES CALCULS    *
      *    MENSUELS SUIVANTS ; LES COMMISSIONS DEJA CALCULEES RESTENT *
      *    ACQUISES                                                   *
      *****************************************************************
       MODIFIER-TAUX.
      *-------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FMODIFIER-TAUX
           END-IF.
           IF ECR-CMDDECI = SPACES OR LOW-VALUE
              MOVE 'FB301'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FMODIFIER-TAUX
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FMODIFIER-TAUX
           END-IF.
           MOVE WSS-SAI-INTERMEDIAIRE   TO COMT-INTERMEDIAIRE.
           MOVE WSS-SAI-PRODUIT         TO COMT-PRODUIT.
           MOVE ECR-CMDDECI             TO COMT-DATE-DEBUT.
           EXEC CICS READ FILE   ('FB00COMT')
                          INTO   (WSS-COMT-ENR)
                          LENGTH (LENGTH OF WSS-COMT-ENR)
                          RIDFLD (COMT-CLE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB305'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FMODIFIER-TAUX
           END-IF.
           PERFORM ALIMENTER-POSTE-TAUX THRU
                   FALIMENTER-POSTE-TAUX.
           EXEC CICS REWRITE FILE ('FB00COMT')
                             FROM (WSS-COMT-ENR)
                             LENGTH (LENGTH OF WSS-COMT-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB30 :PB REWRITE FB00COMT' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           PERFORM DETAILLER-TAUX THRU
                   FDETAILLER-TAUX.
           MOVE 'TAUX MIS A JOUR'      TO ECR-XMSGILO.
       FMODIFIER-TAUX. EXIT.
      *
      *****************************************************************
      *    CLOTURE LOGIQUE : LA VERSION S'ARRETE CE JOUR (DERNIER     *
      *    JOUR D'EFFET COMMISSIONNE A CE TAUX) ET RESTE CONSULTABLE  *
      *****************************************************************
       CLORE-TAUX.
      *----------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCLORE-TAUX
           END-IF.
           PERFORM RECHERCHER-VERSION THRU
                   FRECHERCHER-VERSION.
           IF KONTROL NOT = ZERO
              GO TO FCLORE-TAUX
           END-IF.
           IF COMT-DATE-FIN NOT > WSS-DATE-JOUR
              PERFORM DETAILLER-TAUX THRU
                      FDETAILLER-TAUX
              MOVE 'TAUX DEJA CLOS'    TO ECR-XMSGILO
              GO TO FCLORE-TAUX
           END-IF.
           EXEC CICS READ FILE   ('FB00COMT')
                          INTO   (WSS-COMT-ENR)
                          LENGTH (LENGTH OF WSS-COMT-ENR)
                          RIDFLD (COMT-CLE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB305'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCLORE-TAUX
           END-IF.
           MOVE WSS-DATE-JOUR          TO COMT-DATE-FIN.
           PERFORM TRACER-MAJ-TAUX THRU
                   FTRACER-MAJ-TAUX.
           EXEC CICS REWRITE FILE ('FB00COMT')
                             FROM (WSS-COMT-ENR)
                             LENGTH (LENGTH OF WSS-COMT-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB30 :PB REWRITE FB00COMT' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           PERFORM DETAILLER-TAUX THRU
                   FDETAILLER-TAUX.
           MOVE 'TAUX CLOS CE JOUR (PLUS APPLIQUE DES DEMAIN)'
                                       TO ECR-XMSGILO.
       FCLORE-TAUX. EXIT.
      *
      *****************************************************************
      *    LISTE DU BAREME A PARTIR DE L'INTERMEDIAIRE SAISI (OU DU   *
      *    DEBUT), 6 PAR PAGE : POUR PAGINER, RESAISIR LES DERNIERS   *
      *    INTERMEDIAIRE, PRODUIT ET DATE D'EFFET AFFICHES            *
      *****************************************************************
       LISTER-TAUX.
      *-----------*
           MOVE SPACES              TO ECR-CML01O ECR-CML02O
                                       ECR-CML03O ECR-CML04O
                                       ECR-CML05O ECR-CML06O.
           MOVE ZERO                TO WSS-NB-AFFICHES.
           MOVE 'N'                 TO WSS-IND-FIN-BROWSE.
           MOVE LOW-VALUES          TO WSS-CLE-DEPART.
           IF ECR-CMINTCI NOT = SPACES AND LOW-VALUE
              MOVE ECR-CMINTCI      TO WSS-CLE-DEPART (1:8)
              IF ECR-CMPROCI NOT = SPACES AND LOW-VALUE
                 MOVE ECR-CMPROCI   TO WSS-CLE-DEPART (9:4)
                 IF ECR-CMDDECI NOT = SPACES AND LOW-VALUE
                    MOVE ECR-CMDDECI TO WSS-CLE-DEPART (13:8)
                 END-IF
              END-IF
           END-IF.
           EXEC CICS STARTBR FILE   ('FB00COMT')
                             RIDFLD (WSS-CLE-DEPART)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'AUCUN TAUX A PARTIR DE CET INTERMEDIAIRE'
                                    TO ECR-XMSGILO
              GO TO FLISTER-TAUX
           END-IF.
           PERFORM LIRE-TAUX-SUIVANT THRU
                   FLIRE-TAUX-SUIVANT
              UNTIL FIN-BROWSE
              OR WSS-NB-AFFICHES = 6.
           EXEC CICS ENDBR FILE ('FB00COMT')
                           NOHANDLE
           END-EXEC.
           IF WSS-NB-AFFICHES = ZERO
              MOVE 'AUCUN TAUX A PARTIR DE CET INTERMEDIAIRE'
                                    TO ECR-XMSGILO
           ELSE
              MOVE 'PRODUIT **** : TAUX COMMUN AUX PRODUITS SANS TAUX'
                                    TO ECR-XMSGILO
           END-IF.
       FLISTER-TAUX. EXIT.
      *
      *****************************************************************
       LIRE-TAUX-SUIVANT.
      *-----------------*
           EXEC CICS READNEXT FILE   ('FB00COMT')
                              INTO   (WSS-COMT-ENR)
                              LENGTH (LENGTH OF WSS-COMT-ENR)
                              RIDFLD (WSS-CLE-DEPART)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              SET FIN-BROWSE TO TRUE
              GO TO FLIRE-TAUX-SUIVANT
           END-IF.
           MOVE COMT-INTERMEDIAIRE  TO WSS-LST-INTERMEDIAIRE.
           MOVE COMT-PRODUIT        TO WSS-LST-PRODUIT.
           MOVE COMT-DATE-DEBUT     TO WSS-LST-DEBUT.
           MOVE COMT-DATE-FIN       TO WSS-LST-FIN.
           MOVE COMT-TAUX           TO WSS-LST-TAUX.
           MOVE COMT-LIBELLE        TO WSS-LST-LIBELLE.
           ADD 1 TO WSS-NB-AFFICHES.
           EVALUATE WSS-NB-AFFICHES
              WHEN 1
                 MOVE WSS-LIGNE-LISTE TO ECR-CML01O
              WHEN 2
                 MOVE WSS-LIGNE-LISTE TO ECR-CML02O
              WHEN 3
                 MOVE WSS-LIGNE-LISTE TO ECR-CML03O
              WHEN 4
                 MOVE WSS-LIGNE-LISTE TO ECR-CML04O
              WHEN 5
                 MOVE WSS-LIGNE-LISTE TO ECR-CML05O
              WHEN 6
                 MOVE WSS-LIGNE-LISTE TO ECR-CML06O
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       FLIRE-TAUX-SUIVANT. EXIT.
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
      ** FIN DE PROGRAMME  FB30T00  CREE LE  15/10/26  .
