       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FB31T00.
      * MODULE EN COURS DE MAINTENANCE PAR   : ...................... !
      * PREVU POUR ETRE MIS EN PRODUCTION LE : ../../..               !
      * N.B..: ...................................................... !
      *---------------------------------------------------------------+
      * NOM DU LOAD MODULE : FB31T00                CREE LE 15/10/26
      * NOM DE TRANSACTION : FB31
      * NOM DE MAP         : FB31M0Z
      * NOM DU PGM BATCH   : ........ (SI MODULE COMMUN TP/BATCH)
      * AUTEUR             : P.ESTEVE
      * LOGON TSO          : ETDA4
      *
      * TITRE              : LITIGES SUR LE CRM
      *---------------------------------------------------------------+
      *                          >> BUT <<
      * INSTRUCTION PAR LE SERVICE CLIENT DES CONTESTATIONS DE CRM
      * (KSDS FB04LITG, DESSIN FB04LITF, CLE = CONTRAT + RANG + DATE
      * D'OUVERTURE - FD 51192). LE DOSSIER EST OUVERT A RECEPTION DE
      * LA CONTESTATION ECRITE DU CLIENT : SINISTRE EN CAUSE (DATE DE
      * SURVENANCE ET PART ENREGISTREE DANS LA CASE FB03), MOTIF
      * ('R' PART DE RESPONSABILITE CONTESTEE, 'C' SINISTRE D'UN AUTRE
      * CONDUCTEUR DU VEHICULE), PART CORRIGEE, PIECE JUSTIFICATIVE ET
      * CRM CONTESTE. LA DECISION (ACCEPTE / REJETE, AVEC SON MOTIF)
      * EST RESERVEE AUX GROUPES RACF DETENANT LE DROIT CRM DE LA
      * TABLE FB00HABT ; ELLE EST TRACEE (DATE ET RACF) ET NE PEUT
      * PLUS ETRE MODIFIEE. UN DOSSIER ACCEPTE EST SOLDE LA NUIT PAR
      * FB04B18 : RECALCUL DU CRM, LETTRE RECTIFICATIVE ARCHIVEE EN
      * GED ET CORRECTION DE LA DECLARATION AGIRA DEJA EMISE.
      * ACTIONS (MEME FACON DE FAIRE QUE FB29) :
      * A = AFFICHER (SANS DATE D'OUVERTURE : DERNIER DOSSIER DU
      * COUPLE), C = OUVRIR (DATE D'OUVERTURE DU JOUR), M = MODIFIER
      * (DOSSIER EN INSTRUCTION), D = DECIDER, L = LISTER A PARTIR DU
      * CONTRAT SAISI (OU DU DEBUT), 6 PAR PAGE.
      * UN SEUL DOSSIER EN INSTRUCTION A LA FOIS PAR COUPLE.
      *---------------------------------------------------------------+
      *                       >> MAINTENANCE <<
      *-------------+-------------------------------------------------+
      * DATE/AUTEUR !         DESCRIPTION DE LA MODIFICATION          !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51192 : CREATION.                            !
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
      *--- DOSSIER DE LITIGE SUR LE CRM (DESSIN FB04LITF)
       ++INCLUDE FB04LITF
      *
      *--- ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01 (CONTROLE
      *--- DES DATES SAISIES)
       ++INCLUDE FB00CALA
      *
      *--- HABILITATION A LA DECISION : DROIT CRM DU GROUPE RACF
       ++INCLUDE FB00HABT
       01  WSS-IND-HABILITE            PIC X(01) VALUE 'N'.
           88  ACTION-HABILITEE            VALUE 'O'.
      *
      *--- LIGNE DE LA LISTE AFFICHEE
       01  WSS-LIGNE-LISTE.
           05  WSS-LST-NUMCONT         PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-RANG            PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-OUVERTURE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-DATE-SIN        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-MOTIF           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-RESP-INITIALE   PIC 9(03).
           05  FILLER                  PIC X(01) VALUE '>'.
           05  WSS-LST-RESP-CORRIGEE   PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-DECISION        PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-RECALCUL        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-CRM-CORRIGE     PIC X(03).
      *
       01  WSS-NB-AFFICHES             PIC S9(4) COMP VALUE +0.
       01  WSS-IND-FIN-BROWSE          PIC X(01) VALUE 'N'.
           88  FIN-BROWSE                  VALUE 'O'.
       01  WSS-CLE-DEPART              PIC X(24).
      *
      *--- DATE DU JOUR SSAAMMJJ (REPRISE DE L'EN-TETE JJ/MM/AA)
       01  WSS-DATE-JOUR               PIC X(08).
      *
      *--- CLE SAISIE, CONTROLEE AVANT ACCES
       01  WSS-LITG-SAISIE.
           05  WSS-SAI-NUMCONT         PIC X(12).
           05  WSS-SAI-RANG            PIC 9(04).
       01  WSS-DATE-A-CONTROLER        PIC X(08).
       01  WSS-IND-DATE-VALIDE         PIC X(01) VALUE 'N'.
           88  DATE-VALIDE                 VALUE 'O'.
      *
      *--- PARTS DE RESPONSABILITE ET CRM SAISIS (CENTIEMES)
       01  WSS-RESP-INITIALE           PIC 9(03).
       01  WSS-RESP-CORRIGEE           PIC 9(03).
       01  WSS-RANG-AUTRE              PIC 9(04).
       01  WSS-CRM-CONTESTE            PIC 9(03).
      *
      *--- DERNIER DOSSIER DU COUPLE (AFFICHAGE SANS DATE
      *--- D'OUVERTURE, UN SEUL DOSSIER EN INSTRUCTION A LA FOIS)
       01  WSS-IND-LITIGE-TROUVE       PIC X(01) VALUE 'N'.
           88  LITIGE-TROUVE               VALUE 'O'.
       01  WSS-LITG-SAUVE              PIC X(200).
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
      *    ZONES DE LA MAP  FB31M0                                    *
      *****************************************************************
       01  FILLER  PIC X(16) VALUE '*** MAP FB31 ***'.
      *
       01  Z-MAP.
      *
       ++INCLUDE FB31M0Z
      *
      *****************************************************************
      *     DESCRIPTION DE LA TS-ECRAN   MDT OFF                      *
      *****************************************************************
       ++INCLUDE SQKWTSMA
           02  TS-FB31M00O REDEFINES ZONE-TS-ECRAN.
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
               05 TS-ECR-LTACTCL         COMP PIC S9(4).
               05 TS-ECR-LTACTCA         PIC X.
               05 TS-ECR-LTACTCO         PIC X(1).
               05 TS-ECR-LTCONCL         COMP PIC S9(4).
               05 TS-ECR-LTCONCA         PIC X.
               05 TS-ECR-LTCONCO         PIC X(12).
               05 TS-ECR-LTRANCL         COMP PIC S9(4).
               05 TS-ECR-LTRANCA         PIC X.
               05 TS-ECR-LTRANCO         PIC X(4).
               05 TS-ECR-LTDOUCL         COMP PIC S9(4).
               05 TS-ECR-LTDOUCA         PIC X.
               05 TS-ECR-LTDOUCO         PIC X(8).
               05 TS-ECR-LTCLICL         COMP PIC S9(4).
               05 TS-ECR-LTCLICA         PIC X.
               05 TS-ECR-LTCLICO         PIC X(11).
               05 TS-ECR-LTIMMCL         COMP PIC S9(4).
               05 TS-ECR-LTIMMCA         PIC X.
               05 TS-ECR-LTIMMCO         PIC X(10).
               05 TS-ECR-LTDSICL         COMP PIC S9(4).
               05 TS-ECR-LTDSICA         PIC X.
               05 TS-ECR-LTDSICO         PIC X(8).
               05 TS-ECR-LTRINCL         COMP PIC S9(4).
               05 TS-ECR-LTRINCA         PIC X.
               05 TS-ECR-LTRINCO         PIC X(3).
               05 TS-ECR-LTMOTCL         COMP PIC S9(4).
               05 TS-ECR-LTMOTCA         PIC X.
               05 TS-ECR-LTMOTCO         PIC X(1).
               05 TS-ECR-LTRCOCL         COMP PIC S9(4).
               05 TS-ECR-LTRCOCA         PIC X.
               05 TS-ECR-LTRCOCO         PIC X(3).
               05 TS-ECR-LTRAUCL         COMP PIC S9(4).
               05 TS-ECR-LTRAUCA         PIC X.
               05 TS-ECR-LTRAUCO         PIC X(4).
               05 TS-ECR-LTPRECL         COMP PIC S9(4).
               05 TS-ECR-LTPRECA         PIC X.
               05 TS-ECR-LTPRECO         PIC X(20).
               05 TS-ECR-LTCRMCL         COMP PIC S9(4).
               05 TS-ECR-LTCRMCA         PIC X.
               05 TS-ECR-LTCRMCO         PIC X(3).
               05 TS-ECR-LTDECCL         COMP PIC S9(4).
               05 TS-ECR-LTDECCA         PIC X.
               05 TS-ECR-LTDECCO         PIC X(1).
               05 TS-ECR-LTMDECL         COMP PIC S9(4).
               05 TS-ECR-LTMDECA         PIC X.
               05 TS-ECR-LTMDECO         PIC X(30).
               05 TS-ECR-LTDDECL         COMP PIC S9(4).
               05 TS-ECR-LTDDECA         PIC X.
               05 TS-ECR-LTDDECO         PIC X(8).
               05 TS-ECR-LTRDECL         COMP PIC S9(4).
               05 TS-ECR-LTRDECA         PIC X.
               05 TS-ECR-LTRDECO         PIC X(15).
               05 TS-ECR-LTTRTCL         COMP PIC S9(4).
               05 TS-ECR-LTTRTCA         PIC X.
               05 TS-ECR-LTTRTCO         PIC X(8).
               05 TS-ECR-LTCRCCL         COMP PIC S9(4).
               05 TS-ECR-LTCRCCA         PIC X.
               05 TS-ECR-LTCRCCO         PIC X(3).
               05 TS-ECR-LTAGICL         COMP PIC S9(4).
               05 TS-ECR-LTAGICA         PIC X.
               05 TS-ECR-LTAGICO         PIC X(1).
               05 TS-ECR-LTL01L          COMP PIC S9(4).
               05 TS-ECR-LTL01A          PIC X.
               05 TS-ECR-LTL01O          PIC X(70).
               05 TS-ECR-LTL02L          COMP PIC S9(4).
               05 TS-ECR-LTL02A          PIC X.
               05 TS-ECR-LTL02O          PIC X(70).
               05 TS-ECR-LTL03L          COMP PIC S9(4).
               05 TS-ECR-LTL03A          PIC X.
               05 TS-ECR-LTL03O          PIC X(70).
               05 TS-ECR-LTL04L          COMP PIC S9(4).
               05 TS-ECR-LTL04A          PIC X.
               05 TS-ECR-LTL04O          PIC X(70).
               05 TS-ECR-LTL05L          COMP PIC S9(4).
               05 TS-ECR-LTL05A          PIC X.
               05 TS-ECR-LTL05O          PIC X(70).
               05 TS-ECR-LTL06L          COMP PIC S9(4).
               05 TS-ECR-LTL06A          PIC X.
               05 TS-ECR-LTL06O          PIC X(70).
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
       MODULE-FB31.
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
       FIN-MODULE-FB31.  EXIT.
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
           MOVE   'FB31'  TO NOM-TACHE,
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
           MOVE 'SAISIR ACTION, CONTRAT ET RANG PUIS ENTREE'
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
              MOVE 'FB319'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           PERFORM DATE-DU-JOUR THRU
                   FDATE-DU-JOUR.
           EVALUATE ECR-LTACTCI
              WHEN 'A'
                 PERFORM AFFICHER-LITIGE THRU
                         FAFFICHER-LITIGE
              WHEN 'C'
                 PERFORM OUVRIR-LITIGE THRU
                         FOUVRIR-LITIGE
              WHEN 'M'
                 PERFORM MODIFIER-LITIGE THRU
                         FMODIFIER-LITIGE
              WHEN 'D'
                 PERFORM DECIDER-LITIGE THRU
                         FDECIDER-LITIGE
              WHEN 'L'
                 PERFORM LISTER-LITIGES THRU
                         FLISTER-LITIGES
              WHEN OTHER
                 MOVE 'FB312'      TO COM-GENE-MESANO
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
      *    LA CLE D'UN DOSSIER EST LE COUPLE CONTRAT (12 CARACTERES)  *
      *    + RANG DU CONDUCTEUR (4 CHIFFRES) SUIVI DE LA DATE         *
      *    D'OUVERTURE                                                *
      *****************************************************************
       CONTROLER-CLE-SAISIE.
      *--------------------*
           IF ECR-LTCONCI = SPACES OR LOW-VALUE
              MOVE 'FB311'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-CLE-SAISIE
           END-IF.
           IF ECR-LTRANCI NOT NUMERIC
              MOVE 'FB316'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-CLE-SAISIE
           END-IF.
           MOVE ECR-LTCONCI            TO WSS-SAI-NUMCONT.
           MOVE ECR-LTRANCI            TO WSS-SAI-RANG.
       FCONTROLER-CLE-SAISIE. EXIT.
      *
      *****************************************************************
      *    DOSSIER DESIGNE PAR LE COUPLE ET LA DATE D'OUVERTURE       *
      *    SAISIS ; SANS DATE D'OUVERTURE, DERNIER DOSSIER DU COUPLE  *
      *****************************************************************
       RECHERCHER-LITIGE.
      *-----------------*
           IF ECR-LTDOUCI = SPACES OR LOW-VALUE
              PERFORM CHERCHER-DERNIER-LITIGE THRU
                      FCHERCHER-DERNIER-LITIGE
              IF NOT LITIGE-TROUVE
                 MOVE 'FB315'          TO COM-GENE-MESANO
                                          COM-CODERR
                 MOVE 1                TO KONTROL
              END-IF
              GO TO FRECHERCHER-LITIGE
           END-IF.
           MOVE WSS-SAI-NUMCONT        TO LITG-NUMCONT.
           MOVE WSS-SAI-RANG           TO LITG-RANG.
           MOVE ECR-LTDOUCI            TO LITG-DATE-OUVERTURE.
           EXEC CICS READ FILE   ('FB04LITG')
                          INTO   (WSS-LITG-ENR)
                          LENGTH (LENGTH OF WSS-LITG-ENR)
                          RIDFLD (LITG-CLE)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB315'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FRECHERCHER-LITIGE. EXIT.
      *
      *****************************************************************
       CHERCHER-DERNIER-LITIGE.
      *-----------------------*
           MOVE 'N'                 TO WSS-IND-LITIGE-TROUVE
                                       WSS-IND-FIN-BROWSE.
           MOVE LOW-VALUES          TO WSS-CLE-DEPART.
           MOVE WSS-SAI-NUMCONT     TO WSS-CLE-DEPART (1:12).
           MOVE WSS-SAI-RANG        TO WSS-CLE-DEPART (13:4).
           EXEC CICS STARTBR FILE   ('FB04LITG')
                             RIDFLD (WSS-CLE-DEPART)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              GO TO FCHERCHER-DERNIER-LITIGE
           END-IF.
           PERFORM EXAMINER-LITIGE-SUIVANT THRU
                   FEXAMINER-LITIGE-SUIVANT
              UNTIL FIN-BROWSE.
           EXEC CICS ENDBR FILE ('FB04LITG')
                           NOHANDLE
           END-EXEC.
           IF LITIGE-TROUVE
              MOVE WSS-LITG-SAUVE   TO WSS-LITG-ENR
           END-IF.
       FCHERCHER-DERNIER-LITIGE. EXIT.
      *
      *****************************************************************
       EXAMINER-LITIGE-SUIVANT.
      *-----------------------*
           EXEC CICS READNEXT FILE   ('FB04LITG')
                              INTO   (WSS-LITG-ENR)
                              LENGTH (LENGTH OF WSS-LITG-ENR)
                              RIDFLD (WSS-CLE-DEPART)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              OR LITG-NUMCONT NOT = WSS-SAI-NUMCONT
              OR LITG-RANG NOT = WSS-SAI-RANG
              SET FIN-BROWSE TO TRUE
              GO TO FEXAMINER-LITIGE-SUIVANT
           END-IF.
           MOVE WSS-LITG-ENR        TO WSS-LITG-SAUVE.
           SET LITIGE-TROUVE        TO TRUE.
       FEXAMINER-LITIGE-SUIVANT. EXIT.
      *
      *****************************************************************
       AFFICHER-LITIGE.
      *---------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FAFFICHER-LITIGE
           END-IF.
           PERFORM RECHERCHER-LITIGE THRU
                   FRECHERCHER-LITIGE.
           IF KONTROL NOT = ZERO
              GO TO FAFFICHER-LITIGE
           END-IF.
           PERFORM DETAILLER-LITIGE THRU
                   FDETAILLER-LITIGE.
           PERFORM SITUER-LITIGE THRU
                   FSITUER-LITIGE.
       FAFFICHER-LITIGE. EXIT.
      *
      *****************************************************************
       DETAILLER-LITIGE.
      *----------------*
           MOVE LITG-NUMCONT           TO ECR-LTCONCO.
           MOVE LITG-RANG              TO ECR-LTRANCO.
           MOVE LITG-DATE-OUVERTURE    TO ECR-LTDOUCO.
           MOVE LITG-GESCLI            TO ECR-LTCLICO.
           MOVE LITG-IMMAT             TO ECR-LTIMMCO.
           MOVE LITG-DATE-SIN          TO ECR-LTDSICO.
           MOVE LITG-RESP-INITIALE     TO ECR-LTRINCO.
           MOVE LITG-MOTIF             TO ECR-LTMOTCO.
           MOVE LITG-RESP-CORRIGEE     TO ECR-LTRCOCO.
           IF LITG-RANG-AUTRE = ZERO
              MOVE SPACES              TO ECR-LTRAUCO
           ELSE
              MOVE LITG-RANG-AUTRE     TO ECR-LTRAUCO
           END-IF.
           MOVE LITG-REF-PREUVE        TO ECR-LTPRECO.
           MOVE LITG-CRM-CONTESTE      TO ECR-LTCRMCO.
           MOVE LITG-DECISION          TO ECR-LTDECCO.
           MOVE LITG-MOTIF-DECISION    TO ECR-LTMDECO.
           MOVE LITG-DATE-DECISION     TO ECR-LTDDECO.
           MOVE LITG-RACF-DECISION     TO ECR-LTRDECO.
           MOVE LITG-DATE-RECALCUL     TO ECR-LTTRTCO.
           IF LITG-DATE-RECALCUL = SPACES
              MOVE SPACES              TO ECR-LTCRCCO
           ELSE
              MOVE LITG-CRM-CORRIGE    TO ECR-LTCRCCO
           END-IF.
           MOVE LITG-IND-AGIRA         TO ECR-LTAGICO.
       FDETAILLER-LITIGE. EXIT.
      *
      *****************************************************************
       SITUER-LITIGE.
      *-------------*
           EVALUATE TRUE
              WHEN LITG-EN-INSTRUCTION
                 MOVE 'DOSSIER EN INSTRUCTION'
                                       TO ECR-XMSGILO
              WHEN LITG-REJETE
                 MOVE 'DOSSIER REJETE - CRM INCHANGE'
                                       TO ECR-XMSGILO
              WHEN LITG-ACCEPTE AND LITG-DATE-RECALCUL = SPACES
                 MOVE 'DOSSIER ACCEPTE - RECALCUL FB04B18 A VENIR'
                                       TO ECR-XMSGILO
              WHEN OTHER
                 MOVE 'DOSSIER ACCEPTE ET SOLDE PAR LE RECALCUL'
                                       TO ECR-XMSGILO
           END-EVALUATE.
       FSITUER-LITIGE. EXIT.
      *
      *****************************************************************
      *    CONTROLES DE FOND : SINISTRE DATE (PAS DANS LE FUTUR),     *
      *    PART ENREGISTREE NUMERIQUE (0 A 100), MOTIF R OU C, PART   *
      *    CORRIGEE INFERIEURE A LA PART ENREGISTREE (MOTIF R) OU     *
      *    RAMENEE A ZERO (MOTIF C, RANG DU CONDUCTEUR RESPONSABLE    *
      *    FACULTATIF), PIECE JUSTIFICATIVE OBLIGATOIRE, CRM CONTESTE *
      *    DANS LES BORNES 050 A 350                                  *
      *****************************************************************
       CONTROLER-FOND-SAISIE.
      *---------------------*
           MOVE ECR-LTDSICI            TO WSS-DATE-A-CONTROLER.
           PERFORM CONTROLER-DATE THRU
                   FCONTROLER-DATE.
           IF NOT DATE-VALIDE
              OR ECR-LTDSICI > WSS-DATE-JOUR
              MOVE 'FB314'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           IF ECR-LTRINCI NOT NUMERIC
              MOVE 'FB316'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           MOVE ECR-LTRINCI            TO WSS-RESP-INITIALE.
           IF WSS-RESP-INITIALE = ZERO
              OR WSS-RESP-INITIALE > 100
              MOVE 'FB316'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           EVALUATE ECR-LTMOTCI
              WHEN 'R'
                 PERFORM CONTROLER-PART-CORRIGEE THRU
                         FCONTROLER-PART-CORRIGEE
              WHEN 'C'
                 PERFORM CONTROLER-AUTRE-CONDUCTEUR THRU
                         FCONTROLER-AUTRE-CONDUCTEUR
              WHEN OTHER
                 MOVE 'FB318'          TO COM-GENE-MESANO
                                          COM-CODERR
                 MOVE 1                TO KONTROL
           END-EVALUATE.
           IF KONTROL NOT = ZERO
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           IF ECR-LTPRECI = SPACES OR LOW-VALUE
              MOVE 'FB313'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           IF ECR-LTCRMCI NOT NUMERIC
              MOVE 'FB316'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           MOVE ECR-LTCRMCI            TO WSS-CRM-CONTESTE.
           IF WSS-CRM-CONTESTE < 050
              OR WSS-CRM-CONTESTE > 350
              MOVE 'FB316'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLER-FOND-SAISIE. EXIT.
      *
      *****************************************************************
       CONTROLER-PART-CORRIGEE.
      *-----------------------*
           MOVE ZERO                   TO WSS-RANG-AUTRE.
           IF ECR-LTRCOCI NOT NUMERIC
              MOVE 'FB316'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-PART-CORRIGEE
           END-IF.
           MOVE ECR-LTRCOCI            TO WSS-RESP-CORRIGEE.
           IF WSS-RESP-CORRIGEE NOT < WSS-RESP-INITIALE
              MOVE 'FB316'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLER-PART-CORRIGEE. EXIT.
      *
      *****************************************************************
       CONTROLER-AUTRE-CONDUCTEUR.
      *--------------------------*
           MOVE ZERO                   TO WSS-RESP-CORRIGEE
                                          WSS-RANG-AUTRE.
           IF ECR-LTRAUCI = SPACES OR LOW-VALUE
              GO TO FCONTROLER-AUTRE-CONDUCTEUR
           END-IF.
           IF ECR-LTRAUCI NOT NUMERIC
              OR ECR-LTRAUCI = ECR-LTRANCI
              MOVE 'FB316'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-AUTRE-CONDUCTEUR
           END-IF.
           MOVE ECR-LTRAUCI            TO WSS-RANG-AUTRE.
       FCONTROLER-AUTRE-CONDUCTEUR. EXIT.
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
      *    REPORT DE LA SAISIE DANS LE DOSSIER                        *
      *****************************************************************
       ALIMENTER-POSTE-LITIGE.
      *----------------------*
           MOVE ECR-LTCLICI            TO LITG-GESCLI.
           MOVE ECR-LTIMMCI            TO LITG-IMMAT.
           MOVE ECR-LTDSICI            TO LITG-DATE-SIN.
           MOVE WSS-RESP-INITIALE      TO LITG-RESP-INITIALE.
           MOVE ECR-LTMOTCI            TO LITG-MOTIF.
           MOVE WSS-RESP-CORRIGEE      TO LITG-RESP-CORRIGEE.
           MOVE WSS-RANG-AUTRE         TO LITG-RANG-AUTRE.
           MOVE ECR-LTPRECI            TO LITG-REF-PREUVE.
           MOVE WSS-CRM-CONTESTE       TO LITG-CRM-CONTESTE.
           MOVE WSS-DATE-JOUR          TO LITG-DATE-MAJ.
       FALIMENTER-POSTE-LITIGE. EXIT.
      *
      *****************************************************************
      *    OUVERTURE D'UN DOSSIER A LA DATE DU JOUR : REFUSEE SI UN   *
      *    DOSSIER DU COUPLE EST DEJA EN INSTRUCTION                  *
      *****************************************************************
       OUVRIR-LITIGE.
      *-------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FOUVRIR-LITIGE
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FOUVRIR-LITIGE
           END-IF.
           PERFORM CHERCHER-DERNIER-LITIGE THRU
                   FCHERCHER-DERNIER-LITIGE.
           IF LITIGE-TROUVE AND LITG-EN-INSTRUCTION
              MOVE 'FB31B'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FOUVRIR-LITIGE
           END-IF.
           MOVE SPACES                 TO WSS-LITG-ENR.
           MOVE WSS-SAI-NUMCONT        TO LITG-NUMCONT.
           MOVE WSS-SAI-RANG           TO LITG-RANG.
           MOVE WSS-DATE-JOUR          TO LITG-DATE-OUVERTURE.
           PERFORM ALIMENTER-POSTE-LITIGE THRU
                   FALIMENTER-POSTE-LITIGE.
           SET LITG-EN-INSTRUCTION     TO TRUE.
           MOVE ZERO                   TO LITG-CRM-CORRIGE.
           MOVE 'N'                    TO LITG-IND-AGIRA.
           MOVE ECR-XRACFLI            TO LITG-RACF-OUVERTURE.
           EXEC CICS WRITE FILE   ('FB04LITG')
                           FROM   (WSS-LITG-ENR)
                           LENGTH (LENGTH OF WSS-LITG-ENR)
                           RIDFLD (LITG-CLE)
                           NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB31B'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FOUVRIR-LITIGE
           END-IF.
           PERFORM DETAILLER-LITIGE THRU
                   FDETAILLER-LITIGE.
           MOVE 'DOSSIER OUVERT - EN INSTRUCTION'
                                       TO ECR-XMSGILO.
       FOUVRIR-LITIGE. EXIT.
      *
      *****************************************************************
      *    MODIFICATION D'UN DOSSIER EN INSTRUCTION (COUPLE ET DATE   *
      *    D'OUVERTURE SAISIS) ; UN DOSSIER DECIDE EST FIGE           *
      *****************************************************************
       MODIFIER-LITIGE.
      *---------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FMODIFIER-LITIGE
           END-IF.
           IF ECR-LTDOUCI = SPACES OR LOW-VALUE
              MOVE 'FB311'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FMODIFIER-LITIGE
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FMODIFIER-LITIGE
           END-IF.
           PERFORM LIRE-LITIGE-POUR-MAJ THRU
                   FLIRE-LITIGE-POUR-MAJ.
           IF KONTROL NOT = ZERO
              GO TO FMODIFIER-LITIGE
           END-IF.
           PERFORM ALIMENTER-POSTE-LITIGE THRU
                   FALIMENTER-POSTE-LITIGE.
           PERFORM REECRIRE-LITIGE THRU
                   FREECRIRE-LITIGE.
           PERFORM DETAILLER-LITIGE THRU
                   FDETAILLER-LITIGE.
           MOVE 'DOSSIER MIS A JOUR'   TO ECR-XMSGILO.
       FMODIFIER-LITIGE. EXIT.
      *
      *****************************************************************
      *    DECISION SUR UN DOSSIER EN INSTRUCTION : RESERVEE AUX      *
      *    GROUPES HABILITES A LA MODIFICATION DU CRM, MOTIF          *
      *    OBLIGATOIRE, TRACEE PAR LA DATE ET LE RACF DU DECIDEUR     *
      *****************************************************************
       DECIDER-LITIGE.
      *--------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FDECIDER-LITIGE
           END-IF.
           IF ECR-LTDOUCI = SPACES OR LOW-VALUE
              OR ECR-LTMDECI = SPACES OR LOW-VALUE
              MOVE 'FB311'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FDECIDER-LITIGE
           END-IF.
           IF ECR-LTDECCI NOT = 'A' AND 'R'
              MOVE 'FB318'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FDECIDER-LITIGE
           END-IF.
           PERFORM CONTROLE-HABIL-CRM THRU
                   FCONTROLE-HABIL-CRM.
           IF KONTROL NOT = ZERO
              GO TO FDECIDER-LITIGE
           END-IF.
           PERFORM LIRE-LITIGE-POUR-MAJ THRU
                   FLIRE-LITIGE-POUR-MAJ.
           IF KONTROL NOT = ZERO
              GO TO FDECIDER-LITIGE
           END-IF.
           MOVE ECR-LTDECCI            TO LITG-DECISION.
           MOVE ECR-LTMDECI            TO LITG-MOTIF-DECISION.
           MOVE WSS-DATE-JOUR          TO LITG-DATE-DECISION
                                          LITG-DATE-MAJ.
           MOVE ECR-XRACFLI            TO LITG-RACF-DECISION.
           PERFORM REECRIRE-LITIGE THRU
                   FREECRIRE-LITIGE.
           PERFORM DETAILLER-LITIGE THRU
                   FDETAILLER-LITIGE.
           PERFORM SITUER-LITIGE THRU
                   FSITUER-LITIGE.
       FDECIDER-LITIGE. EXIT.
      *
      *****************************************************************
      *    LECTURE DU DOSSIER SAISI : IL DOIT EXISTER ET ETRE ENCORE  *
      *    EN INSTRUCTION, PUIS RELECTURE POUR MISE A JOUR            *
      *****************************************************************
       LIRE-LITIGE-POUR-MAJ.
      *--------------------*
           PERFORM RECHERCHER-LITIGE THRU
                   FRECHERCHER-LITIGE.
           IF KONTROL NOT = ZERO
              GO TO FLIRE-LITIGE-POUR-MAJ
           END-IF.
           IF NOT LITG-EN-INSTRUCTION
              PERFORM DETAILLER-LITIGE THRU
                      FDETAILLER-LITIGE
              MOVE 'FB317'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FLIRE-LITIGE-POUR-MAJ
           END-IF.
           EXEC CICS READ FILE   ('FB04LITG')
                          INTO   (WSS-LITG-ENR)
                          LENGTH (LENGTH OF WSS-LITG-ENR)
                          RIDFLD (LITG-CLE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB315'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FLIRE-LITIGE-POUR-MAJ. EXIT.
      *
      *****************************************************************
       REECRIRE-LITIGE.
      *---------------*
           EXEC CICS REWRITE FILE ('FB04LITG')
                             FROM (WSS-LITG-ENR)
                             LENGTH (LENGTH OF WSS-LITG-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB31 :PB REWRITE FB04LITG' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
       FREECRIRE-LITIGE. EXIT.
      *
      *****************************************************************
      *    HABILITATION DE LA DECISION : LE GROUPE RACF DOIT DETENIR  *
      *    LE DROIT CRM DE LA TABLE FB00HABT - LE PROFIL '***' EST    *
      *    APPLIQUE AUX GROUPES INCONNUS                              *
      *****************************************************************
       CONTROLE-HABIL-CRM.
      *------------------*
           SET IX-HABT TO 1.
           SEARCH WSS-HABT-ENR
              AT END
                 SET IX-HABT TO 4
              WHEN WSS-HABT-GROUPE (IX-HABT) = ECR-XRACFLI (1:3)
                 CONTINUE
           END-SEARCH.
           MOVE WSS-HABT-DROIT-CRM (IX-HABT) TO WSS-IND-HABILITE.
           IF NOT ACTION-HABILITEE
              MOVE 'FB31A'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLE-HABIL-CRM. EXIT.
      *
      *****************************************************************
      *    LISTE DES DOSSIERS A PARTIR DU CONTRAT SAISI (OU DU        *
      *    DEBUT), 6 PAR PAGE : POUR PAGINER, RESAISIR LES DERNIERS   *
      *    CONTRAT, RANG ET DATE D'OUVERTURE AFFICHES                 *
      *****************************************************************
       LISTER-LITIGES.
      *--------------*
           MOVE SPACES              TO ECR-LTL01O ECR-LTL02O
                                       ECR-LTL03O ECR-LTL04O
                                       ECR-LTL05O ECR-LTL06O.
           MOVE ZERO                TO WSS-NB-AFFICHES.
           MOVE 'N'                 TO WSS-IND-FIN-BROWSE.
           MOVE LOW-VALUES          TO WSS-CLE-DEPART.
           IF ECR-LTCONCI NOT = SPACES AND LOW-VALUE
              MOVE ECR-LTCONCI      TO WSS-CLE-DEPART (1:12)
              IF ECR-LTRANCI NUMERIC
                 MOVE ECR-LTRANCI   TO WSS-CLE-DEPART (13:4)
                 IF ECR-LTDOUCI NOT = SPACES AND LOW-VALUE
                    MOVE ECR-LTDOUCI TO WSS-CLE-DEPART (17:8)
                 END-IF
              END-IF
           END-IF.
           EXEC CICS STARTBR FILE   ('FB04LITG')
                             RIDFLD (WSS-CLE-DEPART)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'AUCUN DOSSIER A PARTIR DE CE CONTRAT'
                                    TO ECR-XMSGILO
              GO TO FLISTER-LITIGES
           END-IF.
           PERFORM LIRE-LITIGE-SUIVANT THRU
                   FLIRE-LITIGE-SUIVANT
              UNTIL FIN-BROWSE
              OR WSS-NB-AFFICHES = 6.
           EXEC CICS ENDBR FILE ('FB04LITG')
                           NOHANDLE
           END-EXEC.
           IF WSS-NB-AFFICHES = ZERO
              MOVE 'AUCUN DOSSIER A PARTIR DE CE CONTRAT'
                                    TO ECR-XMSGILO
           ELSE
              MOVE 'D : E INSTRUCTION, A ACCEPTE, R REJETE'
                                    TO ECR-XMSGILO
           END-IF.
       FLISTER-LITIGES. EXIT.
      *
      *****************************************************************
       LIRE-LITIGE-SUIVANT.
      *-------------------*
           EXEC CICS READNEXT FILE   ('FB04LITG')
                              INTO   (WSS-LITG-ENR)
                              LENGTH (LENGTH OF WSS-LITG-ENR)
                              RIDFLD (WSS-CLE-DEPART)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              SET FIN-BROWSE TO TRUE
              GO TO FLIRE-LITIGE-SUIVANT
           END-IF.
           MOVE LITG-NUMCONT        TO WSS-LST-NUMCONT.
           MOVE LITG-RANG           TO WSS-LST-RANG.
           MOVE LITG-DATE-OUVERTURE TO WSS-LST-OUVERTURE.
           MOVE LITG-DATE-SIN       TO WSS-LST-DATE-SIN.
           MOVE LITG-MOTIF          TO WSS-LST-MOTIF.
           MOVE LITG-RESP-INITIALE  TO WSS-LST-RESP-INITIALE.
           MOVE LITG-RESP-CORRIGEE  TO WSS-LST-RESP-CORRIGEE.
           MOVE LITG-DECISION       TO WSS-LST-DECISION.
           MOVE LITG-DATE-RECALCUL  TO WSS-LST-RECALCUL.
           IF LITG-DATE-RECALCUL = SPACES
              MOVE SPACES           TO WSS-LST-CRM-CORRIGE
           ELSE
              MOVE LITG-CRM-CORRIGE TO WSS-LST-CRM-CORRIGE
           END-IF.
           ADD 1 TO WSS-NB-AFFICHES.
           EVALUATE WSS-NB-AFFICHES
              WHEN 1
                 MOVE WSS-LIGNE-LISTE TO ECR-LTL01O
              WHEN 2
                 MOVE WSS-LIGNE-LISTE TO ECR-LTL02O
              WHEN 3
                 MOVE WSS-LIGNE-LISTE TO ECR-LTL03O
              WHEN 4
                 MOVE WSS-LIGNE-LISTE TO ECR-LTL04O
              WHEN 5
                 MOVE WSS-LIGNE-LISTE TO ECR-LTL05O
              WHEN 6
                 MOVE WSS-LIGNE-LISTE TO ECR-LTL06O
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       FLIRE-LITIGE-SUIVANT. EXIT.
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
      ** FIN DE PROGRAMME  FB31T00  CREE LE  15/10/26  .
