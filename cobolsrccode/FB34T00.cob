       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FB34T00.
      * MODULE EN COURS DE MAINTENANCE PAR   : ...................... !
      * PREVU POUR ETRE MIS EN PRODUCTION LE : ../../..               !
      * N.B..: ...................................................... !
      *---------------------------------------------------------------+
      * NOM DU LOAD MODULE : FB34T00                CREE LE 15/10/26
      * NOM DE TRANSACTION : FB34
      * NOM DE MAP         : FB34M0Z
      * NOM DU PGM BATCH   : ........ (SI MODULE COMMUN TP/BATCH)
      * AUTEUR             : P.ESTEVE
      * LOGON TSO          : ETDA4
      *
      * TITRE              : PERIMETRE DE PORTEFEUILLE DES OPERATEURS
      *---------------------------------------------------------------+
      *                          >> BUT <<
      * ENTRETIEN DU REFERENTIEL DE PERIMETRE DES OPERATEURS (KSDS
      * FB00PERK, DESSIN FB00PERF, CLE = RACF + TYPE + OBJET - FD
      * 51204). L'HABILITATION PAR GROUPE RACF (FB00HABT) DIT QUELLES
      * ACTIONS UN OPERATEUR PEUT FAIRE, PAS SUR QUELS CONTRATS : UN
      * OPERATEUR DE CABINET DE COURTAGE POUVAIT OUVRIR LE CONTRAT
      * D'UN AUTRE INTERMEDIAIRE. DEUX TYPES DE POSTE :
      * I = RATTACHEMENT DE L'OPERATEUR A UN CODE INTERMEDIAIRE ; DES
      *     QU'UN RATTACHEMENT EST EN VIGUEUR, L'OPERATEUR NE VOIT
      *     PLUS QUE LES CONTRATS DE SES INTERMEDIAIRES (INDEX
      *     CONTRAT -> INTERMEDIAIRE FB00INTK),
      * D = DELEGATION D'UN CONTRAT PRECIS D'UN AUTRE INTERMEDIAIRE
      *     (REMPLACEMENT, REPRISE DE PORTEFEUILLE), LE CONTRAT DOIT
      *     ETRE CONNU DE FB00INTK.
      * LE CONTROLE EST FAIT A L'OUVERTURE DU CONTRAT PAR FB01, FB02,
      * FB03, FB04, ET SUR LES LISTES FB06 ET FB19 (PARAGRAPHE
      * CONTROLE-PERIMETRE) ; LES REFUS SONT RESTITUES CHAQUE MOIS
      * PAR FB00B65. ACTIONS (MEME FACON DE FAIRE QUE FB21) :
      * A = AFFICHER, C = CREER, M = MODIFIER, S = SUPPRIMER. LA
      * SUPPRESSION EST LOGIQUE (POSTE MIS HORS VIGUEUR) POUR GARDER
      * LA TRACE DE QUI A EU ACCES A QUOI. UN OPERATEUR NE PEUT PAS
      * MODIFIER SON PROPRE PERIMETRE.
      *---------------------------------------------------------------+
      *                       >> MAINTENANCE <<
      *-------------+-------------------------------------------------+
      * DATE/AUTEUR !         DESCRIPTION DE LA MODIFICATION          !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51204 : CREATION.                            !
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
      *--- POSTE DU REFERENTIEL DE PERIMETRE (DESSIN FB00PERF) ET
      *--- INDEX CONTRAT -> INTERMEDIAIRE FB00INTK
       ++INCLUDE FB00PERF
      *
      *--- CONTROLE DES INDICATEURS O/N SAISIS
       01  WSS-IND-SAISIE-ON          PIC X(01).
           88  SAISIE-ON-VALIDE           VALUE 'O' 'N'.
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
      *    ZONES DE LA MAP  FB34M0                                    *
      *****************************************************************
       01  FILLER  PIC X(16) VALUE '*** MAP FB34 ***'.
      *
       01  Z-MAP.
      *
       ++INCLUDE FB34M0Z
      *
      *****************************************************************
      *     DESCRIPTION DE LA TS-ECRAN   MDT OFF                      *
      *****************************************************************
       ++INCLUDE SQKWTSMA
           02  TS-FB34M00O REDEFINES ZONE-TS-ECRAN.
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
               05 TS-ECR-PEACTCL      COMP PIC S9(4).
               05 TS-ECR-PEACTCA      PIC X.
               05 TS-ECR-PEACTCO      PIC X(1).
               05 TS-ECR-PERACCL      COMP PIC S9(4).
               05 TS-ECR-PERACCA      PIC X.
               05 TS-ECR-PERACCO      PIC X(15).
               05 TS-ECR-PETYPCL      COMP PIC S9(4).
               05 TS-ECR-PETYPCA      PIC X.
               05 TS-ECR-PETYPCO      PIC X(1).
               05 TS-ECR-PEOBJCL      COMP PIC S9(4).
               05 TS-ECR-PEOBJCA      PIC X.
               05 TS-ECR-PEOBJCO      PIC X(12).
               05 TS-ECR-PELINCL      COMP PIC S9(4).
               05 TS-ECR-PELINCA      PIC X.
               05 TS-ECR-PELINCO      PIC X(30).
               05 TS-ECR-PEDEBCL      COMP PIC S9(4).
               05 TS-ECR-PEDEBCA      PIC X.
               05 TS-ECR-PEDEBCO      PIC X(8).
               05 TS-ECR-PEFINCL      COMP PIC S9(4).
               05 TS-ECR-PEFINCA      PIC X.
               05 TS-ECR-PEFINCO      PIC X(8).
               05 TS-ECR-PEMOTCL      COMP PIC S9(4).
               05 TS-ECR-PEMOTCA      PIC X.
               05 TS-ECR-PEMOTCO      PIC X(30).
               05 TS-ECR-PEACFCL      COMP PIC S9(4).
               05 TS-ECR-PEACFCA      PIC X.
               05 TS-ECR-PEACFCO      PIC X(1).
               05 TS-ECR-PEMAJCL      COMP PIC S9(4).
               05 TS-ECR-PEMAJCA      PIC X.
               05 TS-ECR-PEMAJCO      PIC X(8).
               05 TS-ECR-PERMJCL      COMP PIC S9(4).
               05 TS-ECR-PERMJCA      PIC X.
               05 TS-ECR-PERMJCO      PIC X(15).
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
       MODULE-FB34.
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
       FIN-MODULE-FB34.  EXIT.
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
           MOVE   'FB34'  TO NOM-TACHE,
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
           MOVE 'SAISIR ACTION, OPERATEUR, TYPE ET OBJET PUIS ENTREE'
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
                                      ECR-PELINCO.
           IF NOT TOUCHE-ENTER
              MOVE 'FB349'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           PERFORM CALCULER-DATE-JOUR THRU
                   FCALCULER-DATE-JOUR.
           EVALUATE ECR-PEACTCI
              WHEN 'A'
                 PERFORM AFFICHER-PERIMETRE THRU
                         FAFFICHER-PERIMETRE
              WHEN 'C'
                 PERFORM CREER-PERIMETRE THRU
                         FCREER-PERIMETRE
              WHEN 'M'
                 PERFORM MODIFIER-PERIMETRE THRU
                         FMODIFIER-PERIMETRE
              WHEN 'S'
                 PERFORM SUPPRIMER-PERIMETRE THRU
                         FSUPPRIMER-PERIMETRE
              WHEN OTHER
                 MOVE 'FB342'      TO COM-GENE-MESANO
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
      *    LA CLE D'UN POSTE EST RACF + TYPE + OBJET. UN CODE         *
      *    INTERMEDIAIRE TIENT SUR 8 CARACTERES ; LE CONTRAT DELEGUE  *
      *    DOIT ETRE CONNU DE L'INDEX FB00INTK. PERSONNE NE MET A     *
      *    JOUR SON PROPRE PERIMETRE                                  *
      *****************************************************************
       CONTROLER-CLE-SAISIE.
      *--------------------*
           IF ECR-PERACCI = SPACES OR LOW-VALUE
              OR ECR-PETYPCI = SPACES OR LOW-VALUE
              OR ECR-PEOBJCI = SPACES OR LOW-VALUE
              MOVE 'FB341'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-CLE-SAISIE
           END-IF.
           MOVE SPACES                 TO WSS-PERK-ENR.
           MOVE ECR-PERACCI            TO PERK-RACF.
           MOVE ECR-PETYPCI            TO PERK-TYPE.
           MOVE ECR-PEOBJCI            TO PERK-OBJET.
           IF NOT PERK-TYPE-VALIDE
              MOVE 'FB343'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-CLE-SAISIE
           END-IF.
           IF ECR-PEACTCI NOT = 'A'
              AND PERK-RACF = ECR-XRACFLI
              MOVE 'FB34A'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-CLE-SAISIE
           END-IF.
           IF PERK-RATTACHEMENT
              IF PERK-OBJET (9:4) NOT = SPACES AND LOW-VALUE
                 MOVE 'FB341'          TO COM-GENE-MESANO
                                          COM-CODERR
                 MOVE 1                TO KONTROL
              END-IF
              GO TO FCONTROLER-CLE-SAISIE
           END-IF.
           MOVE PERK-OBJET             TO INTK-NUMCONT.
           EXEC CICS READ FILE   ('FB00INTK')
                          INTO   (WSS-INTK-ENR)
                          LENGTH (LENGTH OF WSS-INTK-ENR)
                          RIDFLD (INTK-NUMCONT)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB340'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-CLE-SAISIE
           END-IF.
           MOVE SPACES                 TO ECR-PELINCO.
           STRING INTK-INTERMEDIAIRE   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  INTK-LIB-INTER       DELIMITED BY SIZE
             INTO ECR-PELINCO.
       FCONTROLER-CLE-SAISIE. EXIT.
      *
      *****************************************************************
       AFFICHER-PERIMETRE.
      *------------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FAFFICHER-PERIMETRE
           END-IF.
           EXEC CICS READ FILE   ('FB00PERK')
                          INTO   (WSS-PERK-ENR)
                          LENGTH (LENGTH OF WSS-PERK-ENR)
                          RIDFLD (PERK-CLE)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB344'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FAFFICHER-PERIMETRE
           END-IF.
           PERFORM RESTITUER-POSTE-PERIMETRE THRU
                   FRESTITUER-POSTE-PERIMETRE.
       FAFFICHER-PERIMETRE. EXIT.
      *
      *****************************************************************
       RESTITUER-POSTE-PERIMETRE.
      *-------------------------*
           MOVE PERK-DATE-DEBUT        TO ECR-PEDEBCO.
           IF PERK-DATE-FIN = '99999999'
              MOVE SPACES              TO ECR-PEFINCO
           ELSE
              MOVE PERK-DATE-FIN       TO ECR-PEFINCO
           END-IF.
           MOVE PERK-MOTIF             TO ECR-PEMOTCO.
           MOVE PERK-ACTIF             TO ECR-PEACFCO.
           MOVE PERK-DATE-MAJ          TO ECR-PEMAJCO.
           MOVE PERK-RACF-MAJ          TO ECR-PERMJCO.
       FRESTITUER-POSTE-PERIMETRE. EXIT.
      *
      *****************************************************************
      *    CONTROLES DE FOND : PERIODE SSAAMMJJ (DEBUT A BLANC = LE   *
      *    JOUR, FIN A BLANC = SANS LIMITE), MOTIF OBLIGATOIRE,       *
      *    INDICATEUR EN VIGUEUR A 'O' OU 'N'                         *
      *****************************************************************
       CONTROLER-FOND-SAISIE.
      *---------------------*
           IF ECR-PEDEBCI = SPACES OR LOW-VALUE
              MOVE WSS-DATE-JOUR       TO PERK-DATE-DEBUT
           ELSE
              MOVE ECR-PEDEBCI         TO PERK-DATE-DEBUT
           END-IF.
           IF ECR-PEFINCI = SPACES OR LOW-VALUE
              MOVE '99999999'          TO PERK-DATE-FIN
           ELSE
              MOVE ECR-PEFINCI         TO PERK-DATE-FIN
           END-IF.
           IF PERK-DATE-DEBUT NOT NUMERIC
              OR PERK-DATE-FIN NOT NUMERIC
              OR PERK-DATE-DEBUT > PERK-DATE-FIN
              OR PERK-DATE-FIN < WSS-DATE-JOUR
              MOVE 'FB345'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           IF ECR-PEMOTCI = SPACES OR LOW-VALUE
              MOVE 'FB346'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           MOVE ECR-PEACFCI            TO WSS-IND-SAISIE-ON.
           IF NOT SAISIE-ON-VALIDE
              MOVE 'FB347'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLER-FOND-SAISIE. EXIT.
      *
      *****************************************************************
      *    REPORT DE L'ECRAN DANS LE POSTE ET TRACE DE LA MISE A JOUR *
      *    (LA PERIODE A ETE POSEE PAR CONTROLER-FOND-SAISIE)         *
      *****************************************************************
       ALIMENTER-POSTE-PERIMETRE.
      *-------------------------*
           MOVE ECR-PEMOTCI            TO PERK-MOTIF.
           MOVE ECR-PEACFCI            TO PERK-ACTIF.
           PERFORM TRACER-MAJ-PERIMETRE THRU
                   FTRACER-MAJ-PERIMETRE.
       FALIMENTER-POSTE-PERIMETRE. EXIT.
      *
      *****************************************************************
       TRACER-MAJ-PERIMETRE.
      *--------------------*
           MOVE WSS-DATE-JOUR          TO PERK-DATE-MAJ.
           MOVE ECR-XRACFLI            TO PERK-RACF-MAJ.
       FTRACER-MAJ-PERIMETRE. EXIT.
      *
      *****************************************************************
       CREER-PERIMETRE.
      *---------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCREER-PERIMETRE
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCREER-PERIMETRE
           END-IF.
           PERFORM ALIMENTER-POSTE-PERIMETRE THRU
                   FALIMENTER-POSTE-PERIMETRE.
           EXEC CICS WRITE FILE   ('FB00PERK')
                           FROM   (WSS-PERK-ENR)
                           LENGTH (LENGTH OF WSS-PERK-ENR)
                           RIDFLD (PERK-CLE)
                           NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB348'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCREER-PERIMETRE
           END-IF.
           PERFORM RESTITUER-POSTE-PERIMETRE THRU
                   FRESTITUER-POSTE-PERIMETRE.
           MOVE 'POSTE DE PERIMETRE CREE' TO ECR-XMSGILO.
       FCREER-PERIMETRE. EXIT.
      *
      *****************************************************************
       MODIFIER-PERIMETRE.
      *------------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FMODIFIER-PERIMETRE
           END-IF.
           EXEC CICS READ FILE   ('FB00PERK')
                          INTO   (WSS-PERK-ENR)
                          LENGTH (LENGTH OF WSS-PERK-ENR)
                          RIDFLD (PERK-CLE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB344'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FMODIFIER-PERIMETRE
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              EXEC CICS UNLOCK FILE ('FB00PERK')
                               NOHANDLE
              END-EXEC
              GO TO FMODIFIER-PERIMETRE
           END-IF.
           PERFORM ALIMENTER-POSTE-PERIMETRE THRU
                   FALIMENTER-POSTE-PERIMETRE.
           EXEC CICS REWRITE FILE ('FB00PERK')
                             FROM (WSS-PERK-ENR)
                             LENGTH (LENGTH OF WSS-PERK-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBPE :PB REWRITE FB00PERK' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           PERFORM RESTITUER-POSTE-PERIMETRE THRU
                   FRESTITUER-POSTE-PERIMETRE.
           MOVE 'POSTE DE PERIMETRE MIS A JOUR' TO ECR-XMSGILO.
       FMODIFIER-PERIMETRE. EXIT.
      *
      *****************************************************************
      *    SUPPRESSION LOGIQUE : LE POSTE EST MIS HORS VIGUEUR (IL    *
      *    N'EST PLUS PRIS EN COMPTE PAR CONTROLE-PERIMETRE) MAIS     *
      *    RESTE POUR L'HISTORIQUE DES ACCES ACCORDES                 *
      *****************************************************************
       SUPPRIMER-PERIMETRE.
      *-------------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FSUPPRIMER-PERIMETRE
           END-IF.
           EXEC CICS READ FILE   ('FB00PERK')
                          INTO   (WSS-PERK-ENR)
                          LENGTH (LENGTH OF WSS-PERK-ENR)
                          RIDFLD (PERK-CLE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB344'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FSUPPRIMER-PERIMETRE
           END-IF.
           MOVE 'N'                    TO PERK-ACTIF.
           PERFORM TRACER-MAJ-PERIMETRE THRU
                   FTRACER-MAJ-PERIMETRE.
           EXEC CICS REWRITE FILE ('FB00PERK')
                             FROM (WSS-PERK-ENR)
                             LENGTH (LENGTH OF WSS-PERK-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBPE :PB REWRITE FB00PERK' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           PERFORM RESTITUER-POSTE-PERIMETRE THRU
                   FRESTITUER-POSTE-PERIMETRE.
           MOVE 'POSTE MIS HORS VIGUEUR (PLUS PRIS EN COMPTE)'
                                       TO ECR-XMSGILO.
       FSUPPRIMER-PERIMETRE. EXIT.
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
      ** FIN DE PROGRAMME  FB34T00  CREE LE  15/10/26  .
