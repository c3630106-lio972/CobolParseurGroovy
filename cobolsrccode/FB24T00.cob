       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FB24T00.
      * MODULE EN COURS DE MAINTENANCE PAR   : ...................... !
      * PREVU POUR ETRE MIS EN PRODUCTION LE : ../../..               !
      * N.B..: ...................................................... !
      *---------------------------------------------------------------+
      * NOM DU LOAD MODULE : FB24T00                CREE LE 15/10/26
      * NOM DE TRANSACTION : FB24
      * NOM DE MAP         : FB24M0Z
      * NOM DU PGM BATCH   : ........ (SI MODULE COMMUN TP/BATCH)
      * AUTEUR             : P.ESTEVE
      * LOGON TSO          : ETDA4
      *
      * TITRE              : FILE DES DEMANDES EXTRANET
      *---------------------------------------------------------------+
      *                          >> BUT <<
      * FILE DE TRAVAIL DES DEMANDES DE COMPOSITION RECUES DE
      * L'EXTRANET CLIENT (FD 51176). LES COURRIELS ET FORMULAIRES DU
      * PORTAIL ETAIENT RESSAISIS DANS FB01 SANS TRACE NI SUIVI DE
      * DELAI. ILS SONT CHARGES CHAQUE NUIT PAR FB01B16 DANS LE KSDS
      * FB01DEMQ (DESSIN FB01DEMF, CLE = REFERENCE EXTRANET) AVEC LE
      * RESULTAT DU PRE-CONTROLE (MEMES REGLES QUE L'IMPORT FB01B02).
      * ACTIONS :
      * L = LISTER LES DEMANDES EN COURS A PARTIR DE LA REFERENCE
      *     SAISIE (8 PAR PAGE, MEME PRESENTATION QUE FB14),
      * A = AFFICHER LE DETAIL D'UNE DEMANDE,
      * P = LA PRENDRE EN CHARGE (REFUSE SI UN AUTRE OPERATEUR L'A
      *     DEJA PRISE) - L'OPERATEUR LA SAISIT ENSUITE DANS FB01 PAR
      *     LA SELECTION HABITUELLE DU CONTRAT AFFICHE,
      * T = LA CLORE TRAITEE (PAR L'OPERATEUR QUI L'A PRISE) : LA
      *     NUIT SUIVANTE FB01B16 LA RELIE AUX ACTIONS FB00HIST DE
      *     CET OPERATEUR SUR LE CONTRAT,
      * X = LA CLORE SANS SUITE (MOTIF OBLIGATOIRE).
      * LE DEPASSEMENT DU DELAI DE SERVICE EST ESCALADE PAR FB01B16
      * ET LES VOLUMES SONT EDITES CHAQUE SEMAINE PAR FB01B17.
      *---------------------------------------------------------------+
      *                       >> MAINTENANCE <<
      *-------------+-------------------------------------------------+
      * DATE/AUTEUR !         DESCRIPTION DE LA MODIFICATION          !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51176 : CREATION.                            !
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
      *--- DEMANDES EXTRANET (DESSIN FB01DEMF)
       ++INCLUDE FB01DEMF
      *
      *--- LIGNE DE LA LISTE AFFICHEE
       01  WSS-LIGNE-LISTE.
           05  WSS-LST-REFERENCE       PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-ETAT            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-NUMCONT         PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-ACTION          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-JOUR-RECU       PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WSS-LST-ESCALADE        PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WSS-LST-RACF-PRISE      PIC X(15).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WSS-LST-PRECTL          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
      *
       01  WSS-NB-AFFICHES             PIC S9(4) COMP VALUE +0.
       01  WSS-IND-FIN-BROWSE          PIC X(01) VALUE 'N'.
           88  FIN-BROWSE                  VALUE 'O'.
       01  WSS-CLE-DEPART              PIC X(16).
       01  WSS-RACF-SIGNE              PIC X(15).
      *
      *--- DATE (SSAAMMJJ) ET HEURE (HHMMSS) DE LA PRISE OU DE LA
      *--- CLOTURE, REPRISES DU BANDEAU
       01  WSS-CEJOUR-SSAAMMJJ.
           05  WSS-CEJOUR-SSAA         PIC X(04).
           05  WSS-CEJOUR-MM           PIC X(02).
           05  WSS-CEJOUR-JJ           PIC X(02).
       01  WSS-HEURE-HHMMSS.
           05  WSS-HEURE-HH            PIC X(02).
           05  WSS-HEURE-MM            PIC X(02).
           05  WSS-HEURE-SS            PIC X(02).
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
      *    ZONES DE LA MAP  FB24M0                                    *
      *****************************************************************
       01  FILLER  PIC X(16) VALUE '*** MAP FB24 ***'.
      *
       01  Z-MAP.
      *
       ++INCLUDE FB24M0Z
      *
      *****************************************************************
      *     DESCRIPTION DE LA TS-ECRAN   MDT OFF                      *
      *****************************************************************
       ++INCLUDE SQKWTSMA
           02  TS-FB24M00O REDEFINES ZONE-TS-ECRAN.
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
               05 TS-ECR-DQACTCL        COMP PIC S9(4).
               05 TS-ECR-DQACTCA        PIC X.
               05 TS-ECR-DQACTCO        PIC X(1).
               05 TS-ECR-DQREFCL        COMP PIC S9(4).
               05 TS-ECR-DQREFCA        PIC X.
               05 TS-ECR-DQREFCO        PIC X(16).
               05 TS-ECR-DQMOTCL        COMP PIC S9(4).
               05 TS-ECR-DQMOTCA        PIC X.
               05 TS-ECR-DQMOTCO        PIC X(30).
               05 TS-ECR-DQL01L         COMP PIC S9(4).
               05 TS-ECR-DQL01A         PIC X.
               05 TS-ECR-DQL01O         PIC X(70).
               05 TS-ECR-DQL02L         COMP PIC S9(4).
               05 TS-ECR-DQL02A         PIC X.
               05 TS-ECR-DQL02O         PIC X(70).
               05 TS-ECR-DQL03L         COMP PIC S9(4).
               05 TS-ECR-DQL03A         PIC X.
               05 TS-ECR-DQL03O         PIC X(70).
               05 TS-ECR-DQL04L         COMP PIC S9(4).
               05 TS-ECR-DQL04A         PIC X.
               05 TS-ECR-DQL04O         PIC X(70).
               05 TS-ECR-DQL05L         COMP PIC S9(4).
               05 TS-ECR-DQL05A         PIC X.
               05 TS-ECR-DQL05O         PIC X(70).
               05 TS-ECR-DQL06L         COMP PIC S9(4).
               05 TS-ECR-DQL06A         PIC X.
               05 TS-ECR-DQL06O         PIC X(70).
               05 TS-ECR-DQL07L         COMP PIC S9(4).
               05 TS-ECR-DQL07A         PIC X.
               05 TS-ECR-DQL07O         PIC X(70).
               05 TS-ECR-DQL08L         COMP PIC S9(4).
               05 TS-ECR-DQL08A         PIC X.
               05 TS-ECR-DQL08O         PIC X(70).
               05 TS-ECR-DQD01L         COMP PIC S9(4).
               05 TS-ECR-DQD01A         PIC X.
               05 TS-ECR-DQD01O         PIC X(79).
               05 TS-ECR-DQD02L         COMP PIC S9(4).
               05 TS-ECR-DQD02A         PIC X.
               05 TS-ECR-DQD02O         PIC X(79).
               05 TS-ECR-DQD03L         COMP PIC S9(4).
               05 TS-ECR-DQD03A         PIC X.
               05 TS-ECR-DQD03O         PIC X(79).
               05 TS-ECR-DQD04L         COMP PIC S9(4).
               05 TS-ECR-DQD04A         PIC X.
               05 TS-ECR-DQD04O         PIC X(79).
               05 TS-ECR-DQD05L         COMP PIC S9(4).
               05 TS-ECR-DQD05A         PIC X.
               05 TS-ECR-DQD05O         PIC X(79).
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
       MODULE-FB24.
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
       FIN-MODULE-FB24.  EXIT.
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
           MOVE   'FB24'  TO NOM-TACHE,
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
      *    AFFICHAGE DES DEMANDES EN COURS                            *
      *****************************************************************
       M-TRAITEMENT-AUTOMATIQUE.
      *------------------------*
           PERFORM INIT-CONV THRU
                   FIN-INIT-CONV.
           MOVE SPACES             TO ECR-XMSGALO
                                      ECR-XMSGILO.
           PERFORM LISTER-DEMANDES THRU
                   FLISTER-DEMANDES.
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
              MOVE 'FB249'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           PERFORM RELEVER-RACF-SIGNE THRU
                   FRELEVER-RACF-SIGNE.
           EVALUATE ECR-DQACTCI
              WHEN 'L'
                 PERFORM LISTER-DEMANDES THRU
                         FLISTER-DEMANDES
              WHEN 'A'
                 PERFORM AFFICHER-DEMANDE THRU
                         FAFFICHER-DEMANDE
              WHEN 'P'
                 PERFORM PRENDRE-DEMANDE THRU
                         FPRENDRE-DEMANDE
              WHEN 'T'
                 PERFORM CLORE-TRAITEE THRU
                         FCLORE-TRAITEE
              WHEN 'X'
                 PERFORM CLORE-SANS-SUITE THRU
                         FCLORE-SANS-SUITE
              WHEN OTHER
                 MOVE 'FB242'      TO COM-GENE-MESANO
                                      COM-CODERR
                 MOVE 1            TO KONTROL
           END-EVALUATE.
       FIN-M-TRAITEMENT-NORMAL. EXIT.
      *
      *****************************************************************
      *    L'OPERATEUR SIGNE EST CELUI DU BANDEAU (MEME FACON DE      *
      *    FAIRE QUE FB14)                                            *
      *****************************************************************
       RELEVER-RACF-SIGNE.
      *------------------*
           IF ECR-XRACFLO NOT = SPACES AND LOW-VALUE
              MOVE ECR-XRACFLO      TO WSS-RACF-SIGNE
           ELSE
              MOVE ECR-XRACFLI      TO WSS-RACF-SIGNE
           END-IF.
       FRELEVER-RACF-SIGNE. EXIT.
      *
      *****************************************************************
      *    LISTE DES DEMANDES EN COURS (NON PRISES OU PRISES) A       *
      *    PARTIR DE LA REFERENCE SAISIE, 8 PAR PAGE : POUR PAGINER,  *
      *    RESAISIR LA DERNIERE REFERENCE AFFICHEE                    *
      *****************************************************************
       LISTER-DEMANDES.
      *---------------*
           MOVE SPACES              TO ECR-DQL01O ECR-DQL02O
                                       ECR-DQL03O ECR-DQL04O
                                       ECR-DQL05O ECR-DQL06O
                                       ECR-DQL07O ECR-DQL08O.
           MOVE ZERO                TO WSS-NB-AFFICHES.
           MOVE 'N'                 TO WSS-IND-FIN-BROWSE.
           IF ECR-DQREFCI = SPACES OR LOW-VALUE
              MOVE LOW-VALUES       TO WSS-CLE-DEPART
           ELSE
              MOVE ECR-DQREFCI      TO WSS-CLE-DEPART
           END-IF.
           EXEC CICS STARTBR FILE   ('FB01DEMQ')
                             RIDFLD (WSS-CLE-DEPART)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'AUCUNE DEMANDE EN FILE'
                                    TO ECR-XMSGILO
              GO TO FLISTER-DEMANDES
           END-IF.
           PERFORM LIRE-DEMANDE-SUIVANTE THRU
                   FLIRE-DEMANDE-SUIVANTE
              UNTIL FIN-BROWSE
              OR WSS-NB-AFFICHES = 8.
           EXEC CICS ENDBR FILE ('FB01DEMQ')
                           NOHANDLE
           END-EXEC.
           IF WSS-NB-AFFICHES = ZERO
              MOVE 'AUCUNE DEMANDE EN COURS'
                                    TO ECR-XMSGILO
           ELSE
              MOVE 'DEMANDES EN COURS - A/P/T/X + REFERENCE'
                                    TO ECR-XMSGILO
           END-IF.
       FLISTER-DEMANDES. EXIT.
      *
      *****************************************************************
       LIRE-DEMANDE-SUIVANTE.
      *---------------------*
           EXEC CICS READNEXT FILE   ('FB01DEMQ')
                              INTO   (WSS-DEMQ-ENR)
                              LENGTH (LENGTH OF WSS-DEMQ-ENR)
                              RIDFLD (WSS-CLE-DEPART)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              SET FIN-BROWSE TO TRUE
              GO TO FLIRE-DEMANDE-SUIVANTE
           END-IF.
           IF NOT DEMQ-EN-COURS
              GO TO FLIRE-DEMANDE-SUIVANTE
           END-IF.
           MOVE DEMQ-REFERENCE      TO WSS-LST-REFERENCE.
           MOVE DEMQ-ETAT           TO WSS-LST-ETAT.
           MOVE DEMQ-NUMCONT        TO WSS-LST-NUMCONT.
           MOVE DEMQ-ACTION         TO WSS-LST-ACTION.
           MOVE DEMQ-JOUR-RECU      TO WSS-LST-JOUR-RECU.
           MOVE DEMQ-NIVEAU-ESCALADE TO WSS-LST-ESCALADE.
           MOVE DEMQ-RACF-PRISE     TO WSS-LST-RACF-PRISE.
           MOVE DEMQ-PRECTL         TO WSS-LST-PRECTL.
           ADD 1 TO WSS-NB-AFFICHES.
           EVALUATE WSS-NB-AFFICHES
              WHEN 1
                 MOVE WSS-LIGNE-LISTE TO ECR-DQL01O
              WHEN 2
                 MOVE WSS-LIGNE-LISTE TO ECR-DQL02O
              WHEN 3
                 MOVE WSS-LIGNE-LISTE TO ECR-DQL03O
              WHEN 4
                 MOVE WSS-LIGNE-LISTE TO ECR-DQL04O
              WHEN 5
                 MOVE WSS-LIGNE-LISTE TO ECR-DQL05O
              WHEN 6
                 MOVE WSS-LIGNE-LISTE TO ECR-DQL06O
              WHEN 7
                 MOVE WSS-LIGNE-LISTE TO ECR-DQL07O
              WHEN 8
                 MOVE WSS-LIGNE-LISTE TO ECR-DQL08O
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       FLIRE-DEMANDE-SUIVANTE. EXIT.
      *
      *****************************************************************
      *    LA REFERENCE EXTRANET EST OBLIGATOIRE POUR A, P, T ET X    *
      *****************************************************************
       CONTROLER-REFERENCE.
      *-------------------*
           IF ECR-DQREFCI = SPACES OR LOW-VALUE
              MOVE 'FB241'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLER-REFERENCE. EXIT.
      *
      *****************************************************************
       AFFICHER-DEMANDE.
      *----------------*
           PERFORM CONTROLER-REFERENCE THRU
                   FCONTROLER-REFERENCE.
           IF KONTROL NOT = ZERO
              GO TO FAFFICHER-DEMANDE
           END-IF.
           MOVE ECR-DQREFCI             TO DEMQ-REFERENCE.
           EXEC CICS READ FILE   ('FB01DEMQ')
                          INTO   (WSS-DEMQ-ENR)
                          LENGTH (LENGTH OF WSS-DEMQ-ENR)
                          RIDFLD (DEMQ-CLE)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB243'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FAFFICHER-DEMANDE
           END-IF.
           PERFORM DETAILLER-DEMANDE THRU
                   FDETAILLER-DEMANDE.
       FAFFICHER-DEMANDE. EXIT.
      *
      *****************************************************************
      *    DETAIL SUR 5 LIGNES : RECEPTION, ELEMENT DEMANDE, RESULTAT *
      *    DU PRE-CONTROLE, TEXTE LIBRE DU CLIENT, SUIVI DU TRAITEMENT*
      *****************************************************************
       DETAILLER-DEMANDE.
      *-----------------*
           MOVE SPACES                 TO ECR-DQD01O ECR-DQD02O
                                          ECR-DQD03O ECR-DQD04O
                                          ECR-DQD05O.
           STRING 'RECUE LE '     DEMQ-JOUR-RECU
                  ' A '           DEMQ-HEURE-RECU
                  ' CANAL '       DEMQ-CANAL
                  ' ACTION '      DEMQ-ACTION
                  ' DE '          DEMQ-EMETTEUR
                  DELIMITED BY SIZE INTO ECR-DQD01O.
           STRING 'CONTRAT '      DEMQ-NUMCONT
                  ' TYPE '        DEMQ-TYPE
                  ' STATYP '      DEMQ-STATYP
                  ' '             DEMQ-IDENT
                  ' E:'           DEMQ-DATENT
                  ' S:'           DEMQ-DATSOR
                  ' M:'           DEMQ-MOTIF
                  DELIMITED BY SIZE INTO ECR-DQD02O.
           IF DEMQ-PRECTL-ANOMALIE
              STRING 'PRE-CONTROLE EN ANOMALIE : '
                     DEMQ-MOTIF-PRECTL
                     DELIMITED BY SIZE INTO ECR-DQD03O
           ELSE
              MOVE 'PRE-CONTROLE SANS ANOMALIE'
                                       TO ECR-DQD03O
           END-IF.
           STRING 'TEXTE : '      DEMQ-TEXTE
                  DELIMITED BY SIZE INTO ECR-DQD04O.
           EVALUATE TRUE
              WHEN DEMQ-OUVERTE
                 STRING 'NON PRISE EN CHARGE - ESCALADE '
                        DEMQ-NIVEAU-ESCALADE
                        DELIMITED BY SIZE INTO ECR-DQD05O
              WHEN DEMQ-PRISE
                 STRING 'PRISE PAR '    DEMQ-RACF-PRISE
                        ' LE '          DEMQ-JOUR-PRISE
                        ' - ESCALADE '  DEMQ-NIVEAU-ESCALADE
                        DELIMITED BY SIZE INTO ECR-DQD05O
              WHEN OTHER
                 STRING 'CLOSE ('       DEMQ-ETAT
                        ') PAR '        DEMQ-RACF-CLOTURE
                        ' LE '          DEMQ-JOUR-CLOTURE
                        ' '             DEMQ-MOTIF-CLOTURE
                        DELIMITED BY SIZE INTO ECR-DQD05O
           END-EVALUATE.
       FDETAILLER-DEMANDE. EXIT.
      *
      *****************************************************************
      *    LECTURE POUR MISE A JOUR : UNE DEMANDE CLOSE N'EST PLUS    *
      *    MODIFIABLE, UNE DEMANDE PRISE PAR UN AUTRE OPERATEUR NON   *
      *    PLUS                                                       *
      *****************************************************************
       LIRE-DEMANDE-MAJ.
      *----------------*
           MOVE ECR-DQREFCI             TO DEMQ-REFERENCE.
           EXEC CICS READ FILE   ('FB01DEMQ')
                          INTO   (WSS-DEMQ-ENR)
                          LENGTH (LENGTH OF WSS-DEMQ-ENR)
                          RIDFLD (DEMQ-CLE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB243'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FLIRE-DEMANDE-MAJ
           END-IF.
           IF DEMQ-CLOSE
              MOVE 'FB244'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           ELSE
              IF DEMQ-PRISE
                 AND DEMQ-RACF-PRISE NOT = WSS-RACF-SIGNE
                 MOVE 'FB245'          TO COM-GENE-MESANO
                                          COM-CODERR
                 MOVE 1                TO KONTROL
              END-IF
           END-IF.
           IF KONTROL NOT = ZERO
              EXEC CICS UNLOCK FILE ('FB01DEMQ')
                               NOHANDLE
              END-EXEC
              PERFORM DETAILLER-DEMANDE THRU
                      FDETAILLER-DEMANDE
           END-IF.
       FLIRE-DEMANDE-MAJ. EXIT.
      *
      *****************************************************************
       HORODATER.
      *---------*
           MOVE '20'                   TO WSS-CEJOUR-SSAA (1:2).
           MOVE ECR-XJOURDI (7:2)      TO WSS-CEJOUR-SSAA (3:2).
           MOVE ECR-XJOURDI (4:2)      TO WSS-CEJOUR-MM.
           MOVE ECR-XJOURDI (1:2)      TO WSS-CEJOUR-JJ.
           MOVE ECR-XHEUREDI (1:2)     TO WSS-HEURE-HH.
           MOVE ECR-XHEUREDI (4:2)     TO WSS-HEURE-MM.
           MOVE ECR-XHEUREDI (7:2)     TO WSS-HEURE-SS.
       FHORODATER. EXIT.
      *
      *****************************************************************
       REECRIRE-DEMANDE.
      *----------------*
           EXEC CICS REWRITE FILE ('FB01DEMQ')
                             FROM (WSS-DEMQ-ENR)
                             LENGTH (LENGTH OF WSS-DEMQ-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBDQ :PB REWRITE FB01DEMQ' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           PERFORM DETAILLER-DEMANDE THRU
                   FDETAILLER-DEMANDE.
       FREECRIRE-DEMANDE. EXIT.
      *
      *****************************************************************
      *    PRISE EN CHARGE : LA DEMANDE EST AFFECTEE A L'OPERATEUR    *
      *    SIGNE, QUI LA SAISIT ENSUITE DANS FB01                     *
      *****************************************************************
       PRENDRE-DEMANDE.
      *---------------*
           PERFORM CONTROLER-REFERENCE THRU
                   FCONTROLER-REFERENCE.
           IF KONTROL NOT = ZERO
              GO TO FPRENDRE-DEMANDE
           END-IF.
           PERFORM LIRE-DEMANDE-MAJ THRU
                   FLIRE-DEMANDE-MAJ.
           IF KONTROL NOT = ZERO
              GO TO FPRENDRE-DEMANDE
           END-IF.
           PERFORM HORODATER THRU
                   FHORODATER.
           SET DEMQ-PRISE              TO TRUE.
           MOVE WSS-RACF-SIGNE         TO DEMQ-RACF-PRISE.
           MOVE WSS-CEJOUR-SSAAMMJJ    TO DEMQ-JOUR-PRISE.
           MOVE WSS-HEURE-HHMMSS       TO DEMQ-HEURE-PRISE.
           PERFORM REECRIRE-DEMANDE THRU
                   FREECRIRE-DEMANDE.
           MOVE 'DEMANDE PRISE EN CHARGE - SAISIR LE CONTRAT DANS FB01'
                                       TO ECR-XMSGILO.
       FPRENDRE-DEMANDE. EXIT.
      *
      *****************************************************************
      *    CLOTURE TRAITEE : RESERVEE A L'OPERATEUR QUI A PRIS LA     *
      *    DEMANDE ; LE LIEN AVEC SES ACTIONS FB00HIST EST POSE LA    *
      *    NUIT SUIVANTE PAR FB01B16                                  *
      *****************************************************************
       CLORE-TRAITEE.
      *-------------*
           PERFORM CONTROLER-REFERENCE THRU
                   FCONTROLER-REFERENCE.
           IF KONTROL NOT = ZERO
              GO TO FCLORE-TRAITEE
           END-IF.
           PERFORM LIRE-DEMANDE-MAJ THRU
                   FLIRE-DEMANDE-MAJ.
           IF KONTROL NOT = ZERO
              GO TO FCLORE-TRAITEE
           END-IF.
           IF NOT DEMQ-PRISE
              EXEC CICS UNLOCK FILE ('FB01DEMQ')
                               NOHANDLE
              END-EXEC
              MOVE 'FB246'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCLORE-TRAITEE
           END-IF.
           PERFORM HORODATER THRU
                   FHORODATER.
           SET DEMQ-TRAITEE            TO TRUE.
           MOVE WSS-RACF-SIGNE         TO DEMQ-RACF-CLOTURE.
           MOVE WSS-CEJOUR-SSAAMMJJ    TO DEMQ-JOUR-CLOTURE.
           MOVE WSS-HEURE-HHMMSS       TO DEMQ-HEURE-CLOTURE.
           IF ECR-DQMOTCI = LOW-VALUE
              MOVE SPACES              TO DEMQ-MOTIF-CLOTURE
           ELSE
              MOVE ECR-DQMOTCI         TO DEMQ-MOTIF-CLOTURE
           END-IF.
           SET DEMQ-LIEN-A-FAIRE       TO TRUE.
           PERFORM REECRIRE-DEMANDE THRU
                   FREECRIRE-DEMANDE.
           MOVE 'DEMANDE CLOSE TRAITEE'
                                       TO ECR-XMSGILO.
       FCLORE-TRAITEE. EXIT.
      *
      *****************************************************************
      *    CLOTURE SANS SUITE (DOUBLON, DEMANDE HORS PERIMETRE...) :  *
      *    LE MOTIF EST OBLIGATOIRE ; AUCUNE ACTION FB00HIST N'EST    *
      *    ATTENDUE                                                   *
      *****************************************************************
       CLORE-SANS-SUITE.
      *----------------*
           PERFORM CONTROLER-REFERENCE THRU
                   FCONTROLER-REFERENCE.
           IF KONTROL NOT = ZERO
              GO TO FCLORE-SANS-SUITE
           END-IF.
           IF ECR-DQMOTCI = SPACES OR LOW-VALUE
              MOVE 'FB247'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCLORE-SANS-SUITE
           END-IF.
           PERFORM LIRE-DEMANDE-MAJ THRU
                   FLIRE-DEMANDE-MAJ.
           IF KONTROL NOT = ZERO
              GO TO FCLORE-SANS-SUITE
           END-IF.
           PERFORM HORODATER THRU
                   FHORODATER.
           SET DEMQ-SANS-SUITE         TO TRUE.
           MOVE WSS-RACF-SIGNE         TO DEMQ-RACF-CLOTURE.
           MOVE WSS-CEJOUR-SSAAMMJJ    TO DEMQ-JOUR-CLOTURE.
           MOVE WSS-HEURE-HHMMSS       TO DEMQ-HEURE-CLOTURE.
           MOVE ECR-DQMOTCI            TO DEMQ-MOTIF-CLOTURE.
           SET DEMQ-LIEN-FAIT          TO TRUE.
           PERFORM REECRIRE-DEMANDE THRU
                   FREECRIRE-DEMANDE.
           MOVE 'DEMANDE CLOSE SANS SUITE'
                                       TO ECR-XMSGILO.
       FCLORE-SANS-SUITE. EXIT.
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
      ** FIN DE PROGRAMME  FB24T00  CREE LE  15/10/26  .
