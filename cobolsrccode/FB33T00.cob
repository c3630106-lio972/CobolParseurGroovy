       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FB33T00.
      * MODULE EN COURS DE MAINTENANCE PAR   : ...................... !
      * PREVU POUR ETRE MIS EN PRODUCTION LE : ../../..               !
      * N.B..: ...................................................... !
      *---------------------------------------------------------------+
      * NOM DU LOAD MODULE : FB33T00                CREE LE 15/10/26
      * NOM DE TRANSACTION : FB33
      * NOM DE MAP         : FB33M0Z
      * NOM DU PGM BATCH   : FB04SV01 (SI MODULE COMMUN TP/BATCH)
      * AUTEUR             : P.ESTEVE
      * LOGON TSO          : ETDA4
      *
      * TITRE              : SIMULATION D'UN SINISTRE SUR LE CRM
      *---------------------------------------------------------------+
      *                          >> BUT <<
      * REPONSE AU CLIENT QUI DEMANDE S'IL A INTERET A DECLARER UN
      * PETIT SINISTRE (FD 51203). L'OPERATEUR DESIGNE LE COUPLE
      * CONDUCTEUR/VEHICULE (CONTRAT + RANG) ET SAISIT UN SINISTRE
      * HYPOTHETIQUE (DATE DE SURVENANCE, PART DE RESPONSABILITE).
      * L'ECRAN AFFICHE LE CRM ACTUEL PUIS, POUR LES CINQ PROCHAINS
      * ANNIVERSAIRES, LE CRM SANS ET AVEC LE SINISTRE, L'ECART ET
      * LE NOMBRE DE SINISTRES RETENUS (TOTALE/PARTIELLE), ET LE
      * SURCOUT CUMULE EXPRIME EN PRIMES DE REFERENCE (CRM 1,00).
      * SOURCE : COUPLES FB04CRMK (VSAM KSDS DESSIN FB04CRMF, MEME
      * EXTRAIT QUE FB04B04, RECHARGE CHAQUE NUIT). LES REGLES SONT
      * CELLES DU MODULE COMMUN FB04SV01 APPELE PAR FB04B04 : LA
      * SIMULATION DONNE LE MEME RESULTAT QUE LA CAMPAGNE REELLE.
      * AUCUNE MISE A JOUR : SEULE LA CONSULTATION EST JOURNALISEE
      * DANS LA TS 'CSL' (MEME CONVENTION QUE FB02/FB03, ECRAN 'FB33')
      * ET REJOINT L'ARCHIVE DES CONSULTATIONS A LA NUIT SUIVANTE.
      *---------------------------------------------------------------+
      *                       >> MAINTENANCE <<
      *-------------+-------------------------------------------------+
      * DATE/AUTEUR !         DESCRIPTION DE LA MODIFICATION          !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51203 : CREATION.                            !
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
      *--- COUPLE CONDUCTEUR/VEHICULE (VSAM KSDS FB04CRMK, MEME
      *--- DESSIN QUE L'EXTRAIT FB04CRMX DE FB04B04)
       ++INCLUDE FB04CRMF
      *
      *--- ZONE D'APPEL DU MODULE COMMUN DE CALCUL DU CRM
       ++INCLUDE FB04CRMA
      *
      *--- DATES DE TRAVAIL (SSAAMMJJ)
       01  WSS-DATE-JOUR.
           05  WSS-DJ-SSAA             PIC 9(04).
           05  WSS-DJ-MMJJ             PIC X(04).
       01  WSS-DATE-ANNIV.
           05  WSS-AN-SSAA             PIC 9(04).
           05  WSS-AN-MMJJ             PIC X(04).
       01  WSS-DATE-ANNIV-PREC.
           05  WSS-AP-SSAA             PIC 9(04).
           05  WSS-AP-MMJJ             PIC X(04).
       01  WSS-DATE-ANNIV-DERN.
           05  WSS-AD-SSAA             PIC 9(04).
           05  WSS-AD-MMJJ             PIC X(04).
       01  WSS-DATE-SIN.
           05  WSS-DS-SSAA             PIC 9(04).
           05  WSS-DS-MM               PIC 9(02).
           05  WSS-DS-JJ               PIC 9(02).
       01  WSS-DATE-EDIT.
           05  WSS-DE-JJ               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WSS-DE-MM               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WSS-DE-SSAA             PIC X(04).
       01  WSS-RESP-SIN                PIC 9(03) VALUE ZERO.
      *
      *--- PROJECTION SANS LE SINISTRE, CONSERVEE PENDANT L'APPEL
      *--- AVEC LE SINISTRE
       01  WSS-NB-ANNIV                PIC 9(02) VALUE 05.
       01  WSS-TABLE-SANS.
           05  WSS-SANS-PROJ           OCCURS 10 TIMES.
               10  WSS-SANS-CRM        PIC 9(03).
               10  WSS-SANS-BUTOIR     PIC X(01).
       01  WSS-IND-SIN                 PIC S9(4) COMP VALUE +0.
       01  WSS-IND-ANNIV               PIC S9(4) COMP VALUE +0.
      *
      *--- LIGNE DE PROJECTION AFFICHEE (ALIGNEE SUR L'EN-TETE DE LA
      *--- MAP) ; '*' = BUTOIR 0,50 / 3,50 ATTEINT
       01  WSS-CRM-COEF                PIC 9(01)V99.
       01  WSS-ECART                   PIC S9(01)V99.
       01  WSS-CUMUL-ECART             PIC S9(03)V99 VALUE ZERO.
       01  WSS-LIGNE-PROJ.
           05  WSS-LP-DATE             PIC X(10).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WSS-LP-SANS             PIC 9,99.
           05  WSS-LP-BUT-SANS         PIC X(01).
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WSS-LP-AVEC             PIC 9,99.
           05  WSS-LP-BUT-AVEC         PIC X(01).
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WSS-LP-ECART            PIC +9,99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WSS-LP-TOTALES          PIC 9(01).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WSS-LP-PARTIELLES       PIC 9(01).
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WSS-LIGNE-SYNTHESE.
           05  FILLER                  PIC X(27) VALUE
               'SURCOUT CUMULE SUR 5 ANS : '.
           05  WSS-LS-CUMUL            PIC +Z9,99.
           05  FILLER                  PIC X(35) VALUE
               ' FOIS LA PRIME DE REFERENCE (1,00)'.
      *
      *--- JOURNAL DES CONSULTATIONS (MEME CONVENTION TS 'CSL' QUE
      *--- FB02/FB03, CONSOLIDEE PAR FB00B11)
       01  IDENT-TS-CONSULT.
           05  CSL-TS-EIBTRMID     PIC X(04).
           05  FILLER              PIC X(03) VALUE 'CSL'.
           05  CSL-TS-NUM          PIC X(01) VALUE '1'.
       01  WSS-CONSULT-ENR.
           05  CONSULT-ECRAN       PIC X(04).
           05  CONSULT-RACF        PIC X(15).
           05  CONSULT-TRMID       PIC X(04).
           05  CONSULT-NUMCONT     PIC X(12).
           05  CONSULT-RANG        PIC S9(4) COMP.
           05  CONSULT-JOUR        PIC X(08).
           05  CONSULT-HEURE       PIC X(08).
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
      *    ZONES DE LA MAP  FB33M0                                    *
      *****************************************************************
       01  FILLER  PIC X(16) VALUE '*** MAP FB33 ***'.
      *
       01  Z-MAP.
      *
       ++INCLUDE FB33M0Z
      *
      *****************************************************************
      *     DESCRIPTION DE LA TS-ECRAN   MDT OFF                      *
      *****************************************************************
       ++INCLUDE SQKWTSMA
           02  TS-FB33M00O REDEFINES ZONE-TS-ECRAN.
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
               05 TS-ECR-SMCONCL      COMP PIC S9(4).
               05 TS-ECR-SMCONCA      PIC X.
               05 TS-ECR-SMCONCO      PIC X(12).
               05 TS-ECR-SMRANCL      COMP PIC S9(4).
               05 TS-ECR-SMRANCA      PIC X.
               05 TS-ECR-SMRANCO      PIC X(4).
               05 TS-ECR-SMCLICL      COMP PIC S9(4).
               05 TS-ECR-SMCLICA      PIC X.
               05 TS-ECR-SMCLICO      PIC X(11).
               05 TS-ECR-SMCRMCL      COMP PIC S9(4).
               05 TS-ECR-SMCRMCA      PIC X.
               05 TS-ECR-SMCRMCO      PIC X(3).
               05 TS-ECR-SMANNCL      COMP PIC S9(4).
               05 TS-ECR-SMANNCA      PIC X.
               05 TS-ECR-SMANNCO      PIC X(10).
               05 TS-ECR-SMDSICL      COMP PIC S9(4).
               05 TS-ECR-SMDSICA      PIC X.
               05 TS-ECR-SMDSICO      PIC X(8).
               05 TS-ECR-SMRESCL      COMP PIC S9(4).
               05 TS-ECR-SMRESCA      PIC X.
               05 TS-ECR-SMRESCO      PIC X(3).
               05 TS-ECR-SML01L       COMP PIC S9(4).
               05 TS-ECR-SML01A       PIC X.
               05 TS-ECR-SML01O       PIC X(70).
               05 TS-ECR-SML02L       COMP PIC S9(4).
               05 TS-ECR-SML02A       PIC X.
               05 TS-ECR-SML02O       PIC X(70).
               05 TS-ECR-SML03L       COMP PIC S9(4).
               05 TS-ECR-SML03A       PIC X.
               05 TS-ECR-SML03O       PIC X(70).
               05 TS-ECR-SML04L       COMP PIC S9(4).
               05 TS-ECR-SML04A       PIC X.
               05 TS-ECR-SML04O       PIC X(70).
               05 TS-ECR-SML05L       COMP PIC S9(4).
               05 TS-ECR-SML05A       PIC X.
               05 TS-ECR-SML05O       PIC X(70).
               05 TS-ECR-SMSYNCL      COMP PIC S9(4).
               05 TS-ECR-SMSYNCA      PIC X.
               05 TS-ECR-SMSYNCO      PIC X(70).
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
       MODULE-FB33.
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
       FIN-MODULE-FB33.  EXIT.
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
           MOVE   'FB33'  TO NOM-TACHE,
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
           MOVE 'SAISIR CONTRAT, RANG ET SINISTRE SIMULE PUIS ENTREE'
                                   TO ECR-XMSGILO.
       FIN-M-TRAITEMENT-AUTOMATIQUE. EXIT.
      *
      *****************************************************************
      *    PASSAGES SUIVANTS : LECTURE DU COUPLE PUIS SIMULATION -    *
      *    AUCUNE MISE A JOUR, LA CONSULTATION EST JOURNALISEE        *
      *    (TS 'CSL')                                                 *
      *****************************************************************
       M-TRAITEMENT-NORMAL.
      *-------------------*
           MOVE SPACES             TO ECR-XMSGALO
                                      ECR-XMSGILO.
           IF NOT TOUCHE-ENTER
              MOVE 'FB339'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           PERFORM VIDER-RESULTAT THRU
                   FVIDER-RESULTAT.
           PERFORM DATE-DU-JOUR THRU
                   FDATE-DU-JOUR.
           PERFORM LIRE-COUPLE THRU
                   FLIRE-COUPLE.
           IF KONTROL NOT = ZERO
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           PERFORM JOURNALISER-ACCES THRU
                   FJOURNALISER-ACCES.
           PERFORM CALCULER-ANNIVERSAIRE THRU
                   FCALCULER-ANNIVERSAIRE.
           IF (ECR-SMDSICI = SPACES OR LOW-VALUE)
              AND (ECR-SMRESCI = SPACES OR LOW-VALUE)
              MOVE 'SAISIR DATE ET PART DU SINISTRE SIMULE PUIS ENTREE'
                                   TO ECR-XMSGILO
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           PERFORM CONTROLER-SINISTRE THRU
                   FCONTROLER-SINISTRE.
           IF KONTROL NOT = ZERO
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           PERFORM SIMULER THRU
                   FSIMULER.
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
      *    COUPLE DESIGNE PAR LE CONTRAT ET LE RANG DU CONDUCTEUR     *
      *****************************************************************
       LIRE-COUPLE.
      *-----------*
           IF ECR-SMCONCI = SPACES OR LOW-VALUE
              MOVE 'FB331'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FLIRE-COUPLE
           END-IF.
           IF ECR-SMRANCI NOT NUMERIC
              MOVE 'FB332'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FLIRE-COUPLE
           END-IF.
           MOVE ECR-SMCONCI            TO CRMK-NUMCONT.
           MOVE ECR-SMRANCI            TO CRMK-RANG.
           EXEC CICS READ FILE   ('FB04CRMK')
                          INTO   (WSS-CRMK-ENR)
                          LENGTH (LENGTH OF WSS-CRMK-ENR)
                          RIDFLD (CRMK-CLE)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB333'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FLIRE-COUPLE
           END-IF.
           MOVE CRMK-GESCLI            TO ECR-SMCLICO.
           MOVE CRMK-CRM-ACTUEL        TO ECR-SMCRMCO.
       FLIRE-COUPLE. EXIT.
      *
      *****************************************************************
      *    PROCHAIN ANNIVERSAIRE DU CONTRAT (LE JOUR MEME S'IL TOMBE  *
      *    AUJOURD'HUI : LA CAMPAGNE FB04B04 N'EST PAS ENCORE PASSEE) *
      *    ET BORNES DE LA SIMULATION : ANNIVERSAIRE PRECEDENT (LES   *
      *    SINISTRES ANTERIEURS SONT DEJA DANS LE CRM ACTUEL) ET      *
      *    DERNIER ANNIVERSAIRE PROJETE                               *
      *****************************************************************
       CALCULER-ANNIVERSAIRE.
      *---------------------*
           MOVE WSS-DJ-SSAA            TO WSS-AN-SSAA.
           MOVE CRMK-ANNIV-MMJJ        TO WSS-AN-MMJJ.
           IF CRMK-ANNIV-MMJJ < WSS-DJ-MMJJ
              ADD 1                    TO WSS-AN-SSAA
           END-IF.
           MOVE WSS-DATE-ANNIV         TO WSS-DATE-ANNIV-PREC
                                          WSS-DATE-ANNIV-DERN.
           SUBTRACT 1                  FROM WSS-AP-SSAA.
           ADD WSS-NB-ANNIV            TO WSS-AD-SSAA.
           SUBTRACT 1                  FROM WSS-AD-SSAA.
           MOVE WSS-DATE-ANNIV         TO WSS-DATE-SIN.
           PERFORM EDITER-DATE THRU
                   FEDITER-DATE.
           MOVE WSS-DATE-EDIT          TO ECR-SMANNCO.
       FCALCULER-ANNIVERSAIRE. EXIT.
      *
      *****************************************************************
      *    SINISTRE SIMULE : DATE SSAAMMJJ DANS LA PERIODE SIMULEE,   *
      *    PART DE RESPONSABILITE DE 000 A 100                        *
      *****************************************************************
       CONTROLER-SINISTRE.
      *------------------*
           IF ECR-SMDSICI NOT NUMERIC
              MOVE 'FB334'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-SINISTRE
           END-IF.
           MOVE ECR-SMDSICI            TO WSS-DATE-SIN.
           IF WSS-DS-MM < 01 OR WSS-DS-MM > 12
              OR WSS-DS-JJ < 01 OR WSS-DS-JJ > 31
              MOVE 'FB334'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-SINISTRE
           END-IF.
           IF ECR-SMDSICI NOT > WSS-DATE-ANNIV-PREC
              OR ECR-SMDSICI > WSS-DATE-ANNIV-DERN
              MOVE 'FB336'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-SINISTRE
           END-IF.
           IF ECR-SMRESCI NOT NUMERIC
              MOVE 'FB335'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-SINISTRE
           END-IF.
           MOVE ECR-SMRESCI            TO WSS-RESP-SIN.
           IF WSS-RESP-SIN > 100
              MOVE 'FB335'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-SINISTRE
           END-IF.
       FCONTROLER-SINISTRE. EXIT.
      *
      *****************************************************************
      *    DEUX PROJECTIONS SUR LES CINQ PROCHAINS ANNIVERSAIRES PAR  *
      *    LE MODULE COMMUN FB04SV01 (REGLES DE FB04B04) : SANS PUIS  *
      *    AVEC LE SINISTRE SIMULE, PLACE DANS LA 7E CASE (LES SIX    *
      *    CASES FB03 DU COUPLE SONT REPRISES TELLES QUELLES)         *
      *****************************************************************
       SIMULER.
      *-------*
           MOVE SPACES                 TO WSS-CRMA-COMMAREA.
           SET CRMA-FONC-PROJECTION    TO TRUE.
           MOVE CRMK-CRM-ACTUEL        TO CRMA-CRM-DEPART.
           MOVE WSS-DATE-ANNIV         TO CRMA-DATE-CAMPAGNE.
           MOVE WSS-NB-ANNIV           TO CRMA-NB-CAMPAGNES.
           MOVE 1                      TO WSS-IND-SIN.
           PERFORM CHARGER-SINISTRE THRU
                   FCHARGER-SINISTRE
              UNTIL WSS-IND-SIN > 6.
           CALL 'FB04SV01' USING WSS-CRMA-COMMAREA.
           IF NOT CRMA-RETOUR-OK
              MOVE 'FB337'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FSIMULER
           END-IF.
           MOVE 1                      TO WSS-IND-ANNIV.
           PERFORM GARDER-SANS-SINISTRE THRU
                   FGARDER-SANS-SINISTRE
              UNTIL WSS-IND-ANNIV > WSS-NB-ANNIV.
      *
           SET CRMA-FONC-PROJECTION    TO TRUE.
           MOVE CRMK-CRM-ACTUEL        TO CRMA-CRM-DEPART.
           MOVE WSS-DATE-ANNIV         TO CRMA-DATE-CAMPAGNE.
           MOVE WSS-NB-ANNIV           TO CRMA-NB-CAMPAGNES.
           MOVE ECR-SMDSICI            TO CRMA-DATE-SIN (7).
           MOVE WSS-RESP-SIN           TO CRMA-RESP (7).
           CALL 'FB04SV01' USING WSS-CRMA-COMMAREA.
           IF NOT CRMA-RETOUR-OK
              MOVE 'FB337'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FSIMULER
           END-IF.
      *
           MOVE ZERO                   TO WSS-CUMUL-ECART.
           MOVE 1                      TO WSS-IND-ANNIV.
           PERFORM POSER-LIGNE THRU
                   FPOSER-LIGNE
              UNTIL WSS-IND-ANNIV > WSS-NB-ANNIV.
           MOVE WSS-CUMUL-ECART        TO WSS-LS-CUMUL.
           MOVE WSS-LIGNE-SYNTHESE     TO ECR-SMSYNCO.
           IF WSS-RESP-SIN = ZERO
              MOVE 'SINISTRE NON RESPONSABLE : AUCUN EFFET SUR LE CRM'
                                       TO ECR-XMSGILO
           ELSE
              MOVE 'SIMULATION SEULE - AUCUNE MISE A JOUR DU DOSSIER'
                                       TO ECR-XMSGILO
           END-IF.
       FSIMULER. EXIT.
      *
      *****************************************************************
       CHARGER-SINISTRE.
      *----------------*
           MOVE CRMK-DATE-SIN (WSS-IND-SIN)
                                 TO CRMA-DATE-SIN (WSS-IND-SIN).
           MOVE CRMK-RESP (WSS-IND-SIN)
                                 TO CRMA-RESP (WSS-IND-SIN).
           ADD 1                 TO WSS-IND-SIN.
       FCHARGER-SINISTRE. EXIT.
      *
      *****************************************************************
       GARDER-SANS-SINISTRE.
      *--------------------*
           MOVE CRMA-PROJ-CRM (WSS-IND-ANNIV)
                                 TO WSS-SANS-CRM (WSS-IND-ANNIV).
           MOVE CRMA-PROJ-BUTOIR (WSS-IND-ANNIV)
                                 TO WSS-SANS-BUTOIR (WSS-IND-ANNIV).
           ADD 1                 TO WSS-IND-ANNIV.
       FGARDER-SANS-SINISTRE. EXIT.
      *
      *****************************************************************
      *    UNE LIGNE PAR ANNIVERSAIRE PROJETE : CRM SANS / AVEC LE    *
      *    SINISTRE (COEFFICIENTS), ECART ET SINISTRES RETENUS PAR    *
      *    LA CAMPAGNE AVEC LE SINISTRE ; L'ECART CUMULE DONNE LE     *
      *    SURCOUT EN PRIMES DE REFERENCE                             *
      *****************************************************************
       POSER-LIGNE.
      *-----------*
           MOVE CRMA-PROJ-DATE (WSS-IND-ANNIV) TO WSS-DATE-SIN.
           PERFORM EDITER-DATE THRU
                   FEDITER-DATE.
           MOVE WSS-DATE-EDIT          TO WSS-LP-DATE.
           COMPUTE WSS-CRM-COEF = WSS-SANS-CRM (WSS-IND-ANNIV) / 100.
           MOVE WSS-CRM-COEF           TO WSS-LP-SANS.
           COMPUTE WSS-CRM-COEF = CRMA-PROJ-CRM (WSS-IND-ANNIV) / 100.
           MOVE WSS-CRM-COEF           TO WSS-LP-AVEC.
           COMPUTE WSS-ECART = (CRMA-PROJ-CRM (WSS-IND-ANNIV)
                             - WSS-SANS-CRM (WSS-IND-ANNIV)) / 100.
           MOVE WSS-ECART              TO WSS-LP-ECART.
           ADD WSS-ECART               TO WSS-CUMUL-ECART.
           MOVE SPACE                  TO WSS-LP-BUT-SANS
                                          WSS-LP-BUT-AVEC.
           IF WSS-SANS-BUTOIR (WSS-IND-ANNIV) = 'O'
              MOVE '*'                 TO WSS-LP-BUT-SANS
           END-IF.
           IF CRMA-BUTOIR-ATTEINT (WSS-IND-ANNIV)
              MOVE '*'                 TO WSS-LP-BUT-AVEC
           END-IF.
           MOVE CRMA-PROJ-TOTALES (WSS-IND-ANNIV)
                                       TO WSS-LP-TOTALES.
           MOVE CRMA-PROJ-PARTIELLES (WSS-IND-ANNIV)
                                       TO WSS-LP-PARTIELLES.
           EVALUATE WSS-IND-ANNIV
              WHEN 1
                 MOVE WSS-LIGNE-PROJ   TO ECR-SML01O
              WHEN 2
                 MOVE WSS-LIGNE-PROJ   TO ECR-SML02O
              WHEN 3
                 MOVE WSS-LIGNE-PROJ   TO ECR-SML03O
              WHEN 4
                 MOVE WSS-LIGNE-PROJ   TO ECR-SML04O
              WHEN 5
                 MOVE WSS-LIGNE-PROJ   TO ECR-SML05O
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           ADD 1                       TO WSS-IND-ANNIV.
       FPOSER-LIGNE. EXIT.
      *
      *****************************************************************
      *    DATE SSAAMMJJ (WSS-DATE-SIN) EDITEE JJ/MM/SSAA             *
      *****************************************************************
       EDITER-DATE.
      *-----------*
           MOVE WSS-DATE-SIN (7:2)     TO WSS-DE-JJ.
           MOVE WSS-DATE-SIN (5:2)     TO WSS-DE-MM.
           MOVE WSS-DATE-SIN (1:4)     TO WSS-DE-SSAA.
       FEDITER-DATE. EXIT.
      *
      *****************************************************************
       VIDER-RESULTAT.
      *--------------*
           MOVE SPACES              TO ECR-SMCLICO ECR-SMCRMCO
                                       ECR-SMANNCO
                                       ECR-SML01O ECR-SML02O
                                       ECR-SML03O ECR-SML04O
                                       ECR-SML05O ECR-SMSYNCO.
       FVIDER-RESULTAT. EXIT.
      *
      *****************************************************************
      *    JOURNAL DE LA CONSULTATION (MEME CONVENTION TS 'CSL' QUE   *
      *    FB02/FB03) : SEULE TRACE LAISSEE PAR LA SIMULATION,        *
      *    L'ECHEC D'ECRITURE N'EST PAS BLOQUANT                      *
      *****************************************************************
       JOURNALISER-ACCES.
      *-----------------*
           MOVE EIBTRMID            TO CSL-TS-EIBTRMID.
           MOVE SPACES              TO WSS-CONSULT-ENR.
           MOVE 'FB33'              TO CONSULT-ECRAN.
           MOVE ECR-XRACFLI         TO CONSULT-RACF.
           MOVE EIBTRMID            TO CONSULT-TRMID.
           MOVE CRMK-NUMCONT        TO CONSULT-NUMCONT.
           MOVE CRMK-RANG           TO CONSULT-RANG.
           MOVE ECR-XJOURDI         TO CONSULT-JOUR.
           MOVE ECR-XHEUREDI        TO CONSULT-HEURE.
           EXEC CICS WRITEQ TS QUEUE  (IDENT-TS-CONSULT)
                               FROM   (WSS-CONSULT-ENR)
                               LENGTH (LENGTH OF WSS-CONSULT-ENR)
                               MAIN
                               NOHANDLE
           END-EXEC.
       FJOURNALISER-ACCES. EXIT.
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
      ** FIN DE PROGRAMME  FB33T00  CREE LE  15/10/26  .
