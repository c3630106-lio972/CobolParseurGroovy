       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FB35T00.
      * MODULE EN COURS DE MAINTENANCE PAR   : ...................... !
      * PREVU POUR ETRE MIS EN PRODUCTION LE : ../../..               !
      * N.B..: ...................................................... !
      *---------------------------------------------------------------+
      * NOM DU LOAD MODULE : FB35T00                CREE LE 15/10/26
      * NOM DE TRANSACTION : FB35
      * NOM DE MAP         : FB35M0Z
      * NOM DU PGM BATCH   : ........ (SI MODULE COMMUN TP/BATCH)
      * AUTEUR             : P.ESTEVE
      * LOGON TSO          : ETDA4
      *
      * TITRE              : CORRESPONDANCES FISCALES DES CONTRATS
      *---------------------------------------------------------------+
      *                          >> BUT <<
      * SAISIE DE LA CORRESPONDANCE CONTRAT -> CLE FISCALE (REGION,
      * INSTITUTION, IDENTIFIANTS INDIVIDU ET DPR) POUR LES CONTRATS
      * QUE L'EXTRAIT FB00CORR DE LA CHAINE FISCALE NE CONNAIT PAS
      * (KSDS FB00CORK, DESSIN FB00CORF - FD 51205). FAUTE DE
      * CORRESPONDANCE, FB00B02 RETIENT LES SORTIES DU CONTRAT DANS
      * FB00ANOK ; AU PASSAGE SUIVANT, IL LES LIBERE AVEC LA CLE
      * SAISIE ICI. L'EXTRAIT FISCAL RESTE PRIORITAIRE : IL EST
      * CONSULTABLE (FB00CORX) MAIS NE PEUT ETRE NI SURCHARGE NI
      * DOUBLE PAR UNE SAISIE. ACTIONS (MEME FACON DE FAIRE QUE
      * FB34) : A = AFFICHER, C = CREER, M = MODIFIER, S = SUPPRIMER.
      * LA SUPPRESSION EST LOGIQUE (POSTE MIS HORS VIGUEUR). CHAQUE
      * MISE A JOUR EST DEPOSEE DANS LE JOURNAL RECUPERABLE DES
      * PISTES D'AUDIT (TYPE 'FC', IMAGES AVANT ET APRES) AVANT
      * D'ETRE CONFIRMEE A L'OPERATEUR. LE NOMBRE DE SORTIES ENCORE
      * RETENUES SUR LE CONTRAT EST AFFICHE (RELANCE PAR FB00B66).
      *---------------------------------------------------------------+
      *                       >> MAINTENANCE <<
      *-------------+-------------------------------------------------+
      * DATE/AUTEUR !         DESCRIPTION DE LA MODIFICATION          !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51205 : CREATION.                            !
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
      *
      *--- CORRESPONDANCE SAISIE (FB00CORK), EXTRAIT FISCAL CONSULTABLE
      *--- (FB00CORX), PISTE D'AUDIT ET SORTIES RETENUES (FB00ANOK)
       ++INCLUDE FB00CORF
      *
      *--- CONTROLE DES INDICATEURS O/N SAISIS
       01  WSS-IND-SAISIE-ON          PIC X(01).
           88  SAISIE-ON-VALIDE           VALUE 'O' 'N'.
      *
      *--- CONTRAT CONNU DE L'EXTRAIT FISCAL FB00CORX
       01  WSS-IND-EXTRAIT            PIC X(01) VALUE 'N'.
           88  CONTRAT-DANS-EXTRAIT       VALUE 'O'.
      *
      *--- PARCOURS DES SORTIES RETENUES DU CONTRAT
       01  WSS-ANOK-CLE-PARC          PIC X(21).
       01  WSS-IND-FIN-ANOK           PIC X(01) VALUE 'N'.
           88  FIN-PARC-ANOK              VALUE 'O'.
       01  WSS-NB-RETENUES            PIC 9(05) VALUE ZERO.
      *
      *--- DATE DU JOUR SSAAMMJJ (DEPUIS L'EN-TETE JJ/MM/AA)
       01  WSS-DATE-JOUR              PIC X(08) VALUE SPACES.
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
      *    ZONES DE LA MAP  FB35M0                                    *
      *****************************************************************
       01  FILLER  PIC X(16) VALUE '*** MAP FB35 ***'.
      *
       01  Z-MAP.
      *
       ++INCLUDE FB35M0Z
      *
      *****************************************************************
      *     DESCRIPTION DE LA TS-ECRAN   MDT OFF                      *
      *****************************************************************
       ++INCLUDE SQKWTSMA
           02  TS-FB35M00O REDEFINES ZONE-TS-ECRAN.
               10 FILLER PIC X(12).
               05 TS-ECR-XTRMTRACL    COMP PIC S9(4).
               05 TS-ECR-XTRMTRACA    PIC X.
               05 TS-ECR-XTRMTRACO    PIC X(9).
               05 TS-ECR-XAPPLILL     COMP PIC S9(4).
               05 TS-ECR-XAPPLILA     PIC X.
               05 TS-ECR-XAPPLILO     PIC X(30).
               05 TS-ECR-XJOURDL      COMP PIC S9(4).
               05 TS-ECR-XJOURDA      PIC X.
               05 TS-ECR-XJOURDO      PIC X(8).
               05 TS-ECR-XRACFLL      COMP PIC S9(4).
               05 TS-ECR-XRACFLA      PIC X.
               05 TS-ECR-XRACFLO      PIC X(15).
               05 TS-ECR-XHEUREDL     COMP PIC S9(4).
               05 TS-ECR-XHEUREDA     PIC X.
               05 TS-ECR-XHEUREDO     PIC X(8).
               05 TS-ECR-COACTCL      COMP PIC S9(4).
               05 TS-ECR-COACTCA      PIC X.
               05 TS-ECR-COACTCO      PIC X(1).
               05 TS-ECR-CONUMCL      COMP PIC S9(4).
               05 TS-ECR-CONUMCA      PIC X.
               05 TS-ECR-CONUMCO      PIC X(12).
               05 TS-ECR-COORICL      COMP PIC S9(4).
               05 TS-ECR-COORICA      PIC X.
               05 TS-ECR-COORICO      PIC X(30).
               05 TS-ECR-COREGCL      COMP PIC S9(4).
               05 TS-ECR-COREGCA      PIC X.
               05 TS-ECR-COREGCO      PIC X(1).
               05 TS-ECR-COINSCL      COMP PIC S9(4).
               05 TS-ECR-COINSCA      PIC X.
               05 TS-ECR-COINSCO      PIC X(3).
               05 TS-ECR-COINDCL      COMP PIC S9(4).
               05 TS-ECR-COINDCA      PIC X.
               05 TS-ECR-COINDCO      PIC X(9).
               05 TS-ECR-CODPRCL      COMP PIC S9(4).
               05 TS-ECR-CODPRCA      PIC X.
               05 TS-ECR-CODPRCO      PIC X(9).
               05 TS-ECR-COMOTCL      COMP PIC S9(4).
               05 TS-ECR-COMOTCA      PIC X.
               05 TS-ECR-COMOTCO      PIC X(30).
               05 TS-ECR-COACFCL      COMP PIC S9(4).
               05 TS-ECR-COACFCA      PIC X.
               05 TS-ECR-COACFCO      PIC X(1).
               05 TS-ECR-CONBACL      COMP PIC S9(4).
               05 TS-ECR-CONBACA      PIC X.
               05 TS-ECR-CONBACO      PIC X(5).
               05 TS-ECR-COCRECL      COMP PIC S9(4).
               05 TS-ECR-COCRECA      PIC X.
               05 TS-ECR-COCRECO      PIC X(8).
               05 TS-ECR-CORCRCL      COMP PIC S9(4).
               05 TS-ECR-CORCRCA      PIC X.
               05 TS-ECR-CORCRCO      PIC X(15).
               05 TS-ECR-COMAJCL      COMP PIC S9(4).
               05 TS-ECR-COMAJCA      PIC X.
               05 TS-ECR-COMAJCO      PIC X(8).
               05 TS-ECR-CORMJCL      COMP PIC S9(4).
               05 TS-ECR-CORMJCA      PIC X.
               05 TS-ECR-CORMJCO      PIC X(15).
               05 TS-ECR-XMSGILL      COMP PIC S9(4).
               05 TS-ECR-XMSGILA      PIC X.
               05 TS-ECR-XMSGILO      PIC X(59).
               05 TS-ECR-XMSGALL      COMP PIC S9(4).
               05 TS-ECR-XMSGALA      PIC X.
               05 TS-ECR-XMSGALO      PIC X(79).
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
       MODULE-FB35.
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
       FIN-MODULE-FB35.  EXIT.
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
           MOVE   'FB35'  TO NOM-TACHE,
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
           MOVE 'SAISIR ACTION ET NUMERO DE CONTRAT PUIS ENTREE'
                                   TO ECR-XMSGILO.
       FIN-M-TRAITEMENT-AUTOMATIQUE. EXIT.
      *
      *****************************************************************
      *    PASSAGES SUIVANTS : EXECUTION DE L'ACTION DEMANDEE         *
      *****************************************************************
       M-TRAITEMENT-NORMAL.
      *-------------------*
           MOVE SPACES             TO ECR-XMSGALO
                                      ECR-XMSGILO
                                      ECR-COORICO
                                      ECR-CONBACO.
           IF NOT TOUCHE-ENTER
              MOVE 'FB359'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           PERFORM CALCULER-DATE-JOUR THRU
                   FCALCULER-DATE-JOUR.
           EVALUATE ECR-COACTCI
              WHEN 'A'
                 PERFORM AFFICHER-CORRESPONDANCE THRU
                         FAFFICHER-CORRESPONDANCE
              WHEN 'C'
                 PERFORM CREER-CORRESPONDANCE THRU
                         FCREER-CORRESPONDANCE
              WHEN 'M'
                 PERFORM MODIFIER-CORRESPONDANCE THRU
                         FMODIFIER-CORRESPONDANCE
              WHEN 'S'
                 PERFORM SUPPRIMER-CORRESPONDANCE THRU
                         FSUPPRIMER-CORRESPONDANCE
              WHEN OTHER
                 MOVE 'FB352'      TO COM-GENE-MESANO
                                      COM-CODERR
                 MOVE 1            TO KONTROL
           END-EVALUATE.
       FIN-M-TRAITEMENT-NORMAL. EXIT.
      *
      *****************************************************************
      *    DATE DU JOUR SSAAMMJJ A PARTIR DE L'EN-TETE JJ/MM/AA       *
      *****************************************************************
       CALCULER-DATE-JOUR.
      *------------------*
           MOVE ECR-XJOURDI (7:2)      TO WSS-DATE-JOUR (3:2).
           MOVE ECR-XJOURDI (4:2)      TO WSS-DATE-JOUR (5:2).
           MOVE ECR-XJOURDI (1:2)      TO WSS-DATE-JOUR (7:2).
           IF ECR-XJOURDI (7:2) < '50'
              MOVE '20'                TO WSS-DATE-JOUR (1:2)
           ELSE
              MOVE '19'                TO WSS-DATE-JOUR (1:2)
           END-IF.
       FCALCULER-DATE-JOUR. EXIT.
      *
      *****************************************************************
      *    LA CLE D'UN POSTE EST LE NUMERO DE CONTRAT ; ON REGARDE    *
      *    AUSSI SI L'EXTRAIT FISCAL LE CONNAIT DEJA                  *
      *****************************************************************
       CONTROLER-CLE-SAISIE.
      *--------------------*
           IF ECR-CONUMCI = SPACES OR LOW-VALUE
              MOVE 'FB351'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-CLE-SAISIE
           END-IF.
           MOVE SPACES                 TO WSS-CORK-ENR.
           MOVE ECR-CONUMCI            TO CORK-NUMCONT.
           MOVE 'N'                    TO WSS-IND-EXTRAIT.
           EXEC CICS READ FILE   ('FB00CORX')
                          INTO   (WSS-CORX-ENR)
                          LENGTH (LENGTH OF WSS-CORX-ENR)
                          RIDFLD (CORK-NUMCONT)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE = LOW-VALUE
              MOVE 'O'                 TO WSS-IND-EXTRAIT
           END-IF.
       FCONTROLER-CLE-SAISIE. EXIT.
      *
      *****************************************************************
      *    AFFICHAGE : LA SAISIE SI ELLE EXISTE, SINON LA CLE DE      *
      *    L'EXTRAIT FISCAL (CONSULTATION SEULE)                      *
      *****************************************************************
       AFFICHER-CORRESPONDANCE.
      *-----------------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FAFFICHER-CORRESPONDANCE
           END-IF.
           EXEC CICS READ FILE   ('FB00CORK')
                          INTO   (WSS-CORK-ENR)
                          LENGTH (LENGTH OF WSS-CORK-ENR)
                          RIDFLD (CORK-NUMCONT)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE = LOW-VALUE
              PERFORM RESTITUER-POSTE-CORR THRU
                      FRESTITUER-POSTE-CORR
              GO TO FAFFICHER-CORRESPONDANCE
           END-IF.
           IF NOT CONTRAT-DANS-EXTRAIT
              MOVE 'FB354'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FAFFICHER-CORRESPONDANCE
           END-IF.
           MOVE 'EXTRAIT FISCAL (LECTURE SEULE)' TO ECR-COORICO.
           MOVE CORX-CO-REG-DECL       TO ECR-COREGCO.
           MOVE CORX-NO-INST-DECL      TO ECR-COINSCO.
           MOVE CORX-ID-TECH-INDV      TO ECR-COINDCO.
           MOVE CORX-ID-TECH-DPR       TO ECR-CODPRCO.
           MOVE SPACES                 TO ECR-COMOTCO
                                          ECR-COACFCO
                                          ECR-COCRECO
                                          ECR-CORCRCO
                                          ECR-COMAJCO
                                          ECR-CORMJCO.
           PERFORM COMPTER-SORTIES-RETENUES THRU
                   FCOMPTER-SORTIES-RETENUES.
       FAFFICHER-CORRESPONDANCE. EXIT.
      *
      *****************************************************************
       RESTITUER-POSTE-CORR.
      *--------------------*
           IF CONTRAT-DANS-EXTRAIT
              MOVE 'SAISIE (EXTRAIT PRIORITAIRE)' TO ECR-COORICO
           ELSE
              MOVE 'SAISIE FB35'       TO ECR-COORICO
           END-IF.
           MOVE CORK-CO-REG-DECL       TO ECR-COREGCO.
           MOVE CORK-NO-INST-DECL      TO ECR-COINSCO.
           MOVE CORK-ID-TECH-INDV      TO ECR-COINDCO.
           MOVE CORK-ID-TECH-DPR       TO ECR-CODPRCO.
           MOVE CORK-MOTIF             TO ECR-COMOTCO.
           MOVE CORK-ACTIF             TO ECR-COACFCO.
           MOVE CORK-DATE-CRE          TO ECR-COCRECO.
           MOVE CORK-RACF-CRE          TO ECR-CORCRCO.
           MOVE CORK-DATE-MAJ          TO ECR-COMAJCO.
           MOVE CORK-RACF-MAJ          TO ECR-CORMJCO.
           PERFORM COMPTER-SORTIES-RETENUES THRU
                   FCOMPTER-SORTIES-RETENUES.
       FRESTITUER-POSTE-CORR. EXIT.
      *
      *****************************************************************
      *    NOMBRE DE SORTIES DU CONTRAT ENCORE RETENUES DANS FB00ANOK *
      *    (CLE = CONTRAT + JOUR + TYPE DE MOUVEMENT)                 *
      *****************************************************************
       COMPTER-SORTIES-RETENUES.
      *------------------------*
           MOVE ZERO                   TO WSS-NB-RETENUES.
           MOVE 'N'                    TO WSS-IND-FIN-ANOK.
           MOVE LOW-VALUES             TO WSS-ANOK-CLE-PARC.
           MOVE CORK-NUMCONT           TO WSS-ANOK-CLE-PARC (1:12).
           EXEC CICS STARTBR FILE   ('FB00ANOK')
                             RIDFLD (WSS-ANOK-CLE-PARC)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE WSS-NB-RETENUES     TO ECR-CONBACO
              GO TO FCOMPTER-SORTIES-RETENUES
           END-IF.
           PERFORM COMPTER-UNE-RETENUE THRU
                   FCOMPTER-UNE-RETENUE
              UNTIL FIN-PARC-ANOK.
           EXEC CICS ENDBR FILE ('FB00ANOK')
                           NOHANDLE
           END-EXEC.
           MOVE WSS-NB-RETENUES        TO ECR-CONBACO.
       FCOMPTER-SORTIES-RETENUES. EXIT.
      *
       COMPTER-UNE-RETENUE.
      *-------------------*
           EXEC CICS READNEXT FILE   ('FB00ANOK')
                              INTO   (WSS-ANOK-ENR)
                              LENGTH (LENGTH OF WSS-ANOK-ENR)
                              RIDFLD (WSS-ANOK-CLE-PARC)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              SET FIN-PARC-ANOK TO TRUE
              GO TO FCOMPTER-UNE-RETENUE
           END-IF.
           IF ANOK-NUMCONT NOT = CORK-NUMCONT
              SET FIN-PARC-ANOK TO TRUE
              GO TO FCOMPTER-UNE-RETENUE
           END-IF.
           IF ANOK-EN-ATTENTE
              ADD 1                    TO WSS-NB-RETENUES
           END-IF.
       FCOMPTER-UNE-RETENUE. EXIT.
      *
      *****************************************************************
      *    CONTROLES DE FOND : REGION ET INSTITUTION OBLIGATOIRES,    *
      *    IDENTIFIANTS INDIVIDU ET DPR NUMERIQUES NON NULS, MOTIF    *
      *    OBLIGATOIRE, INDICATEUR EN VIGUEUR A 'O' OU 'N'            *
      *****************************************************************
       CONTROLER-FOND-SAISIE.
      *---------------------*
           IF ECR-COREGCI = SPACES OR LOW-VALUE
              OR ECR-COINSCI = SPACES OR LOW-VALUE
              OR ECR-COINDCI NOT NUMERIC
              OR ECR-CODPRCI NOT NUMERIC
              OR ECR-COINDCI = ZERO
              OR ECR-CODPRCI = ZERO
              MOVE 'FB355'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           IF ECR-COMOTCI = SPACES OR LOW-VALUE
              MOVE 'FB356'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           MOVE ECR-COACFCI            TO WSS-IND-SAISIE-ON.
           IF NOT SAISIE-ON-VALIDE
              MOVE 'FB357'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLER-FOND-SAISIE. EXIT.
      *
      *****************************************************************
      *    REPORT DE L'ECRAN DANS LE POSTE ET TRACE DE LA MISE A JOUR *
      *****************************************************************
       ALIMENTER-POSTE-CORR.
      *--------------------*
           MOVE ECR-COREGCI            TO CORK-CO-REG-DECL.
           MOVE ECR-COINSCI            TO CORK-NO-INST-DECL.
           MOVE ECR-COINDCI            TO CORK-ID-TECH-INDV.
           MOVE ECR-CODPRCI            TO CORK-ID-TECH-DPR.
           MOVE ECR-COMOTCI            TO CORK-MOTIF.
           MOVE ECR-COACFCI            TO CORK-ACTIF.
           PERFORM TRACER-MAJ-CORR THRU
                   FTRACER-MAJ-CORR.
       FALIMENTER-POSTE-CORR. EXIT.
      *
      *****************************************************************
       TRACER-MAJ-CORR.
      *---------------*
           MOVE WSS-DATE-JOUR          TO CORK-DATE-MAJ.
           MOVE ECR-XRACFLI            TO CORK-RACF-MAJ.
       FTRACER-MAJ-CORR. EXIT.
      *
      *****************************************************************
      *    IMAGE AVANT DE LA PISTE D'AUDIT (POSTE LU POUR MISE A JOUR)*
      *****************************************************************
       GARDER-IMAGE-AVANT.
      *------------------*
           MOVE SPACES                 TO WSS-CORJ-ENR.
           MOVE CORK-CLE-FISCALE       TO CORJ-AVANT-CLE.
           MOVE CORK-ACTIF             TO CORJ-AVANT-ACTIF.
       FGARDER-IMAGE-AVANT. EXIT.
      *
      *****************************************************************
      *    ECRITURE SYNCHRONE DANS LE JOURNAL RECUPERABLE DES PISTES  *
      *    D'AUDIT (TYPE 'FC') : LA MISE A JOUR N'EST PAS CONFIRMEE A *
      *    L'OPERATEUR SI ELLE N'A PAS PU Y ETRE DEPOSEE              *
      *****************************************************************
       ECR-JOURNAL-AUDIT.
      *-----------------*
           MOVE CORK-NUMCONT           TO CORJ-NUMCONT.
           MOVE ECR-COACTCI            TO CORJ-ACTION.
           MOVE ECR-XRACFLI            TO CORJ-RACF.
           MOVE WSS-DATE-JOUR          TO CORJ-JOUR.
           MOVE ECR-XHEUREDI           TO CORJ-HEURE.
           MOVE CORK-CLE-FISCALE       TO CORJ-APRES-CLE.
           MOVE CORK-ACTIF             TO CORJ-APRES-ACTIF.
           MOVE CORK-MOTIF             TO CORJ-MOTIF.
           EXEC CICS WRITE JOURNALNAME (WSS-CORJ-NOM)
                           JTYPEID     (WSS-CORJ-TYPE)
                           FROM        (WSS-CORJ-ENR)
                           FLENGTH     (LENGTH OF WSS-CORJ-ENR)
                           WAIT
                           NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBCJ :PB ECRITURE JOURNAL AUDIT FB35' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
       FECR-JOURNAL-AUDIT. EXIT.
      *
      *****************************************************************
      *    CREATION : REFUSEE SI L'EXTRAIT FISCAL CONNAIT LE CONTRAT  *
      *    (IL RESTE LA SEULE REFERENCE)                              *
      *****************************************************************
       CREER-CORRESPONDANCE.
      *--------------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCREER-CORRESPONDANCE
           END-IF.
           IF CONTRAT-DANS-EXTRAIT
              MOVE 'FB353'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCREER-CORRESPONDANCE
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCREER-CORRESPONDANCE
           END-IF.
           PERFORM GARDER-IMAGE-AVANT THRU
                   FGARDER-IMAGE-AVANT.
           PERFORM ALIMENTER-POSTE-CORR THRU
                   FALIMENTER-POSTE-CORR.
           MOVE WSS-DATE-JOUR          TO CORK-DATE-CRE.
           MOVE ECR-XRACFLI            TO CORK-RACF-CRE.
           EXEC CICS WRITE FILE   ('FB00CORK')
                           FROM   (WSS-CORK-ENR)
                           LENGTH (LENGTH OF WSS-CORK-ENR)
                           RIDFLD (CORK-NUMCONT)
                           NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB358'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCREER-CORRESPONDANCE
           END-IF.
           PERFORM ECR-JOURNAL-AUDIT THRU
                   FECR-JOURNAL-AUDIT.
           PERFORM RESTITUER-POSTE-CORR THRU
                   FRESTITUER-POSTE-CORR.
           MOVE 'CORRESPONDANCE CREEE' TO ECR-XMSGILO.
       FCREER-CORRESPONDANCE. EXIT.
      *
      *****************************************************************
       MODIFIER-CORRESPONDANCE.
      *-----------------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FMODIFIER-CORRESPONDANCE
           END-IF.
           EXEC CICS READ FILE   ('FB00CORK')
                          INTO   (WSS-CORK-ENR)
                          LENGTH (LENGTH OF WSS-CORK-ENR)
                          RIDFLD (CORK-NUMCONT)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB354'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FMODIFIER-CORRESPONDANCE
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              EXEC CICS UNLOCK FILE ('FB00CORK')
                               NOHANDLE
              END-EXEC
              GO TO FMODIFIER-CORRESPONDANCE
           END-IF.
           PERFORM GARDER-IMAGE-AVANT THRU
                   FGARDER-IMAGE-AVANT.
           PERFORM ALIMENTER-POSTE-CORR THRU
                   FALIMENTER-POSTE-CORR.
           EXEC CICS REWRITE FILE ('FB00CORK')
                             FROM (WSS-CORK-ENR)
                             LENGTH (LENGTH OF WSS-CORK-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBCO :PB REWRITE FB00CORK' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           PERFORM ECR-JOURNAL-AUDIT THRU
                   FECR-JOURNAL-AUDIT.
           PERFORM RESTITUER-POSTE-CORR THRU
                   FRESTITUER-POSTE-CORR.
           MOVE 'CORRESPONDANCE MISE A JOUR' TO ECR-XMSGILO.
       FMODIFIER-CORRESPONDANCE. EXIT.
      *
      *****************************************************************
      *    SUPPRESSION LOGIQUE : LE POSTE EST MIS HORS VIGUEUR (FB00B02*
      *    NE L'UTILISE PLUS) MAIS RESTE POUR L'HISTORIQUE            *
      *****************************************************************
       SUPPRIMER-CORRESPONDANCE.
      *------------------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FSUPPRIMER-CORRESPONDANCE
           END-IF.
           EXEC CICS READ FILE   ('FB00CORK')
                          INTO   (WSS-CORK-ENR)
                          LENGTH (LENGTH OF WSS-CORK-ENR)
                          RIDFLD (CORK-NUMCONT)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB354'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FSUPPRIMER-CORRESPONDANCE
           END-IF.
           PERFORM GARDER-IMAGE-AVANT THRU
                   FGARDER-IMAGE-AVANT.
           MOVE 'N'                    TO CORK-ACTIF.
           PERFORM TRACER-MAJ-CORR THRU
                   FTRACER-MAJ-CORR.
           EXEC CICS REWRITE FILE ('FB00CORK')
                             FROM (WSS-CORK-ENR)
                             LENGTH (LENGTH OF WSS-CORK-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBCO :PB REWRITE FB00CORK' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           PERFORM ECR-JOURNAL-AUDIT THRU
                   FECR-JOURNAL-AUDIT.
           PERFORM RESTITUER-POSTE-CORR THRU
                   FRESTITUER-POSTE-CORR.
           MOVE 'CORRESPONDANCE MISE HORS VIGUEUR' TO ECR-XMSGILO.
       FSUPPRIMER-CORRESPONDANCE. EXIT.
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
      ** FIN DE PROGRAMME  FB35T00  CREE LE  15/10/26  .
