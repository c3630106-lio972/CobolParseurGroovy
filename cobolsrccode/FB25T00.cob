       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FB25T00.
      * MODULE EN COURS DE MAINTENANCE PAR   : ...................... !
      * PREVU POUR ETRE MIS EN PRODUCTION LE : ../../..               !
      * N.B..: ...................................................... !
      *---------------------------------------------------------------+
      * NOM DU LOAD MODULE : FB25T00                CREE LE 15/10/26
      * NOM DE TRANSACTION : FB25
      * NOM DE MAP         : FB25M0Z
      * NOM DU PGM BATCH   : ........ (SI MODULE COMMUN TP/BATCH)
      * AUTEUR             : P.ESTEVE
      * LOGON TSO          : ETDA4
      *
      * TITRE              : CONTROLE QUALITE DES ACTIONS
      *---------------------------------------------------------------+
      *                          >> BUT <<
      * REVUE PAR L'EQUIPE QUALITE DES ACTIONS DE COMPOSITION TIREES
      * AU SORT CHAQUE NUIT PAR FB00B45 (FD 51177) DANS LE KSDS
      * FB00CQEC (DESSIN FB00CQEF, CLE = JOUR DE L'ACTION + RANG DANS
      * LE RELEVE FB00RECA : C'EST LA REFERENCE SAISIE A L'ECRAN).
      * ACTIONS :
      * L = LISTER LES ACTIONS TIREES RESTANT A CONTROLER A PARTIR DE
      *     LA REFERENCE SAISIE (8 PAR PAGE, MEME PRESENTATION QUE
      *     FB14),
      * A = AFFICHER UNE ACTION TIREE ET SON VERDICT EVENTUEL,
      * V = SAISIR (OU CORRIGER) LE VERDICT : C = CONFORME, E =
      *     ERREUR AVEC CATEGORIE OBLIGATOIRE ; COMMENTAIRE LIBRE. LE
      *     CONTROLEUR ET LA DATE SONT TRACES ; UN OPERATEUR NE PEUT
      *     PAS JUGER SA PROPRE ACTION.
      * LES ERREURS RELEVEES RELEVENT LE TAUX DE TIRAGE DE
      * L'OPERATEUR (FB00B45) ET SONT EDITEES CHAQUE MOIS PAR
      * OPERATEUR, AGENCE ET ECRAN (FB00B46).
      *---------------------------------------------------------------+
      *                       >> MAINTENANCE <<
      *-------------+-------------------------------------------------+
      * DATE/AUTEUR !         DESCRIPTION DE LA MODIFICATION          !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51177 : CREATION.                            !
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
      *--- ECHANTILLON DU CONTROLE QUALITE (DESSIN FB00CQEF)
       ++INCLUDE FB00CQEF
      *
      *--- LIGNE DE LA LISTE AFFICHEE
       01  WSS-LIGNE-LISTE.
           05  WSS-LST-REFERENCE       PIC X(13).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-NUMCONT         PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-ECRAN           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-CODE-ACTION     PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-RACF            PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-AGENCE          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-PROFIL          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-VERDICT         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-CATEGORIE       PIC X(02).
           05  FILLER                  PIC X(08) VALUE SPACES.
      *
       01  WSS-NB-AFFICHES             PIC S9(4) COMP VALUE +0.
       01  WSS-IND-FIN-BROWSE          PIC X(01) VALUE 'N'.
           88  FIN-BROWSE                  VALUE 'O'.
       01  WSS-CLE-DEPART              PIC X(13).
       01  WSS-RACF-SIGNE              PIC X(15).
      *
      *--- CONTROLE DES ZONES SAISIES
       01  WSS-VERDICT-SAISI           PIC X(01).
           88  VERDICT-CONFORME            VALUE 'C'.
           88  VERDICT-ERREUR              VALUE 'E'.
       01  WSS-CEJOUR-SSAAMMJJ.
           05  WSS-CEJOUR-SSAA         PIC X(04).
           05  WSS-CEJOUR-MM           PIC X(02).
           05  WSS-CEJOUR-JJ           PIC X(02).
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
      *    ZONES DE LA MAP  FB25M0                                    *
      *****************************************************************
       01  FILLER  PIC X(16) VALUE '*** MAP FB25 ***'.
      *
       01  Z-MAP.
      *
       ++INCLUDE FB25M0Z
      *
      *****************************************************************
      *     DESCRIPTION DE LA TS-ECRAN   MDT OFF                      *
      *****************************************************************
       ++INCLUDE SQKWTSMA
           02  TS-FB25M00O REDEFINES ZONE-TS-ECRAN.
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
               05 TS-ECR-CQACTCL        COMP PIC S9(4).
               05 TS-ECR-CQACTCA        PIC X.
               05 TS-ECR-CQACTCO        PIC X(1).
               05 TS-ECR-CQREFCL        COMP PIC S9(4).
               05 TS-ECR-CQREFCA        PIC X.
               05 TS-ECR-CQREFCO        PIC X(13).
               05 TS-ECR-CQVERCL        COMP PIC S9(4).
               05 TS-ECR-CQVERCA        PIC X.
               05 TS-ECR-CQVERCO        PIC X(1).
               05 TS-ECR-CQCATCL        COMP PIC S9(4).
               05 TS-ECR-CQCATCA        PIC X.
               05 TS-ECR-CQCATCO        PIC X(2).
               05 TS-ECR-CQCOMCL        COMP PIC S9(4).
               05 TS-ECR-CQCOMCA        PIC X.
               05 TS-ECR-CQCOMCO        PIC X(40).
               05 TS-ECR-CQL01L         COMP PIC S9(4).
               05 TS-ECR-CQL01A         PIC X.
               05 TS-ECR-CQL01O         PIC X(70).
               05 TS-ECR-CQL02L         COMP PIC S9(4).
               05 TS-ECR-CQL02A         PIC X.
               05 TS-ECR-CQL02O         PIC X(70).
               05 TS-ECR-CQL03L         COMP PIC S9(4).
               05 TS-ECR-CQL03A         PIC X.
               05 TS-ECR-CQL03O         PIC X(70).
               05 TS-ECR-CQL04L         COMP PIC S9(4).
               05 TS-ECR-CQL04A         PIC X.
               05 TS-ECR-CQL04O         PIC X(70).
               05 TS-ECR-CQL05L         COMP PIC S9(4).
               05 TS-ECR-CQL05A         PIC X.
               05 TS-ECR-CQL05O         PIC X(70).
               05 TS-ECR-CQL06L         COMP PIC S9(4).
               05 TS-ECR-CQL06A         PIC X.
               05 TS-ECR-CQL06O         PIC X(70).
               05 TS-ECR-CQL07L         COMP PIC S9(4).
               05 TS-ECR-CQL07A         PIC X.
               05 TS-ECR-CQL07O         PIC X(70).
               05 TS-ECR-CQL08L         COMP PIC S9(4).
               05 TS-ECR-CQL08A         PIC X.
               05 TS-ECR-CQL08O         PIC X(70).
               05 TS-ECR-CQD01L         COMP PIC S9(4).
               05 TS-ECR-CQD01A         PIC X.
               05 TS-ECR-CQD01O         PIC X(79).
               05 TS-ECR-CQD02L         COMP PIC S9(4).
               05 TS-ECR-CQD02A         PIC X.
               05 TS-ECR-CQD02O         PIC X(79).
               05 TS-ECR-CQD03L         COMP PIC S9(4).
               05 TS-ECR-CQD03A         PIC X.
               05 TS-ECR-CQD03O         PIC X(79).
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
       MODULE-FB25.
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
       FIN-MODULE-FB25.  EXIT.
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
           MOVE   'FB25'  TO NOM-TACHE,
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
      *    AFFICHAGE DES ACTIONS RESTANT A CONTROLER                  *
      *****************************************************************
       M-TRAITEMENT-AUTOMATIQUE.
      *------------------------*
           PERFORM INIT-CONV THRU
                   FIN-INIT-CONV.
           MOVE SPACES             TO ECR-XMSGALO
                                      ECR-XMSGILO.
           PERFORM LISTER-ECHANTILLON THRU
                   FLISTER-ECHANTILLON.
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
              MOVE 'FB259'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           PERFORM RELEVER-RACF-SIGNE THRU
                   FRELEVER-RACF-SIGNE.
           EVALUATE ECR-CQACTCI
              WHEN 'L'
                 PERFORM LISTER-ECHANTILLON THRU
                         FLISTER-ECHANTILLON
              WHEN 'A'
                 PERFORM AFFICHER-ACTION THRU
                         FAFFICHER-ACTION
              WHEN 'V'
                 PERFORM SAISIR-VERDICT THRU
                         FSAISIR-VERDICT
              WHEN OTHER
                 MOVE 'FB252'      TO COM-GENE-MESANO
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
      *    LISTE DES ACTIONS TIREES SANS VERDICT A PARTIR DE LA       *
      *    REFERENCE SAISIE (OU DU DEBUT DU FICHIER), 8 PAR PAGE :    *
      *    POUR PAGINER, RESAISIR LA DERNIERE REFERENCE AFFICHEE      *
      *****************************************************************
       LISTER-ECHANTILLON.
      *------------------*
           MOVE SPACES              TO ECR-CQL01O ECR-CQL02O
                                       ECR-CQL03O ECR-CQL04O
                                       ECR-CQL05O ECR-CQL06O
                                       ECR-CQL07O ECR-CQL08O.
           MOVE ZERO                TO WSS-NB-AFFICHES.
           MOVE 'N'                 TO WSS-IND-FIN-BROWSE.
           IF ECR-CQREFCI = SPACES OR LOW-VALUE
              MOVE LOW-VALUES       TO WSS-CLE-DEPART
           ELSE
              MOVE ECR-CQREFCI      TO WSS-CLE-DEPART
           END-IF.
           EXEC CICS STARTBR FILE   ('FB00CQEC')
                             RIDFLD (WSS-CLE-DEPART)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'AUCUNE ACTION TIREE'
                                    TO ECR-XMSGILO
              GO TO FLISTER-ECHANTILLON
           END-IF.
           PERFORM LIRE-ACTION-SUIVANTE THRU
                   FLIRE-ACTION-SUIVANTE
              UNTIL FIN-BROWSE
              OR WSS-NB-AFFICHES = 8.
           EXEC CICS ENDBR FILE ('FB00CQEC')
                           NOHANDLE
           END-EXEC.
           IF WSS-NB-AFFICHES = ZERO
              MOVE 'AUCUNE ACTION RESTANT A CONTROLER'
                                    TO ECR-XMSGILO
           ELSE
              MOVE 'ACTIONS A CONTROLER - A/V + REFERENCE'
                                    TO ECR-XMSGILO
           END-IF.
       FLISTER-ECHANTILLON. EXIT.
      *
      *****************************************************************
       LIRE-ACTION-SUIVANTE.
      *--------------------*
           EXEC CICS READNEXT FILE   ('FB00CQEC')
                              INTO   (WSS-CQEC-ENR)
                              LENGTH (LENGTH OF WSS-CQEC-ENR)
                              RIDFLD (WSS-CLE-DEPART)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              SET FIN-BROWSE TO TRUE
              GO TO FLIRE-ACTION-SUIVANTE
           END-IF.
           IF NOT CQEC-A-CONTROLER
              GO TO FLIRE-ACTION-SUIVANTE
           END-IF.
           PERFORM PREPARER-LIGNE THRU
                   FPREPARER-LIGNE.
           ADD 1 TO WSS-NB-AFFICHES.
           EVALUATE WSS-NB-AFFICHES
              WHEN 1
                 MOVE WSS-LIGNE-LISTE TO ECR-CQL01O
              WHEN 2
                 MOVE WSS-LIGNE-LISTE TO ECR-CQL02O
              WHEN 3
                 MOVE WSS-LIGNE-LISTE TO ECR-CQL03O
              WHEN 4
                 MOVE WSS-LIGNE-LISTE TO ECR-CQL04O
              WHEN 5
                 MOVE WSS-LIGNE-LISTE TO ECR-CQL05O
              WHEN 6
                 MOVE WSS-LIGNE-LISTE TO ECR-CQL06O
              WHEN 7
                 MOVE WSS-LIGNE-LISTE TO ECR-CQL07O
              WHEN 8
                 MOVE WSS-LIGNE-LISTE TO ECR-CQL08O
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       FLIRE-ACTION-SUIVANTE. EXIT.
      *
      *****************************************************************
       PREPARER-LIGNE.
      *--------------*
           MOVE CQEC-CLE            TO WSS-LST-REFERENCE.
           MOVE CQEC-NUMCONT        TO WSS-LST-NUMCONT.
           MOVE CQEC-ECRAN          TO WSS-LST-ECRAN.
           MOVE CQEC-CODE-ACTION    TO WSS-LST-CODE-ACTION.
           MOVE CQEC-RACF           TO WSS-LST-RACF.
           MOVE CQEC-AGENCE         TO WSS-LST-AGENCE.
           MOVE CQEC-PROFIL         TO WSS-LST-PROFIL.
           MOVE CQEC-VERDICT        TO WSS-LST-VERDICT.
           MOVE CQEC-CATEGORIE      TO WSS-LST-CATEGORIE.
       FPREPARER-LIGNE. EXIT.
      *
      *****************************************************************
      *    LA REFERENCE (JOUR + RANG) EST OBLIGATOIRE POUR A ET V     *
      *****************************************************************
       CONTROLER-REFERENCE.
      *-------------------*
           IF ECR-CQREFCI = SPACES OR LOW-VALUE
              MOVE 'FB251'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLER-REFERENCE. EXIT.
      *
      *****************************************************************
       AFFICHER-ACTION.
      *---------------*
           PERFORM CONTROLER-REFERENCE THRU
                   FCONTROLER-REFERENCE.
           IF KONTROL NOT = ZERO
              GO TO FAFFICHER-ACTION
           END-IF.
           MOVE ECR-CQREFCI             TO CQEC-CLE.
           EXEC CICS READ FILE   ('FB00CQEC')
                          INTO   (WSS-CQEC-ENR)
                          LENGTH (LENGTH OF WSS-CQEC-ENR)
                          RIDFLD (CQEC-CLE)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB253'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FAFFICHER-ACTION
           END-IF.
           PERFORM DETAILLER-ACTION THRU
                   FDETAILLER-ACTION.
       FAFFICHER-ACTION. EXIT.
      *
      *****************************************************************
      *    DETAIL SUR 3 LIGNES : ACTION DU RELEVE, PROFIL DE TIRAGE,  *
      *    VERDICT ET CONTROLEUR ; LES ZONES DE SAISIE SONT           *
      *    PREREMPLIES AVEC LE VERDICT EN PLACE                       *
      *****************************************************************
       DETAILLER-ACTION.
      *----------------*
           MOVE SPACES                 TO ECR-CQD01O ECR-CQD02O
                                          ECR-CQD03O.
           STRING 'CONTRAT '      CQEC-NUMCONT
                  ' ECRAN '       CQEC-ECRAN
                  ' ACTION '      CQEC-CODE-ACTION
                  ' '             CQEC-LIBELLE
                  DELIMITED BY SIZE INTO ECR-CQD01O.
           STRING 'SAISIE PAR '   CQEC-RACF
                  ' AGENCE '      CQEC-AGENCE
                  ' LE '          CQEC-JOUR
                  ' A '           CQEC-HEURE
                  ' PROFIL '      CQEC-PROFIL
                  ' TAUX '        CQEC-TAUX
                  '%'
                  DELIMITED BY SIZE INTO ECR-CQD02O.
           IF CQEC-A-CONTROLER
              MOVE 'NON CONTROLEE'     TO ECR-CQD03O
           ELSE
              STRING 'VERDICT '   CQEC-VERDICT
                     ' '          CQEC-CATEGORIE
                     ' PAR '      CQEC-RACF-CONTROLEUR
                     ' LE '       CQEC-JOUR-CONTROLE
                     DELIMITED BY SIZE INTO ECR-CQD03O
           END-IF.
           MOVE CQEC-CLE               TO ECR-CQREFCO.
           MOVE CQEC-VERDICT           TO ECR-CQVERCO.
           MOVE CQEC-CATEGORIE         TO ECR-CQCATCO.
           MOVE CQEC-COMMENTAIRE       TO ECR-CQCOMCO.
       FDETAILLER-ACTION. EXIT.
      *
      *****************************************************************
      *    VERDICT : C (CATEGORIE A BLANC) OU E (CATEGORIE DE LA      *
      *    LISTE FB00CQEF OBLIGATOIRE). UN VERDICT DEJA SAISI PEUT    *
      *    ETRE CORRIGE ; LE CONTROLEUR NE JUGE PAS SA PROPRE ACTION  *
      *****************************************************************
       SAISIR-VERDICT.
      *--------------*
           PERFORM CONTROLER-REFERENCE THRU
                   FCONTROLER-REFERENCE.
           IF KONTROL NOT = ZERO
              GO TO FSAISIR-VERDICT
           END-IF.
           MOVE ECR-CQVERCI            TO WSS-VERDICT-SAISI.
           IF NOT VERDICT-CONFORME AND NOT VERDICT-ERREUR
              MOVE 'FB254'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FSAISIR-VERDICT
           END-IF.
           MOVE ECR-CQREFCI             TO CQEC-CLE.
           EXEC CICS READ FILE   ('FB00CQEC')
                          INTO   (WSS-CQEC-ENR)
                          LENGTH (LENGTH OF WSS-CQEC-ENR)
                          RIDFLD (CQEC-CLE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB253'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FSAISIR-VERDICT
           END-IF.
           IF CQEC-RACF = WSS-RACF-SIGNE
              MOVE 'FB256'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           ELSE
              IF VERDICT-ERREUR
                 MOVE ECR-CQCATCI      TO CQEC-CATEGORIE
                 IF NOT CQEC-CATEGORIE-VALIDE
                    MOVE 'FB255'       TO COM-GENE-MESANO
                                          COM-CODERR
                    MOVE 1             TO KONTROL
                 END-IF
              ELSE
                 MOVE SPACES           TO CQEC-CATEGORIE
              END-IF
           END-IF.
           IF KONTROL NOT = ZERO
              EXEC CICS UNLOCK FILE ('FB00CQEC')
                               NOHANDLE
              END-EXEC
              GO TO FSAISIR-VERDICT
           END-IF.
           MOVE WSS-VERDICT-SAISI      TO CQEC-VERDICT.
           IF ECR-CQCOMCI = LOW-VALUE
              MOVE SPACES              TO CQEC-COMMENTAIRE
           ELSE
              MOVE ECR-CQCOMCI         TO CQEC-COMMENTAIRE
           END-IF.
           MOVE '20'                   TO WSS-CEJOUR-SSAA (1:2).
           MOVE ECR-XJOURDI (7:2)      TO WSS-CEJOUR-SSAA (3:2).
           MOVE ECR-XJOURDI (4:2)      TO WSS-CEJOUR-MM.
           MOVE ECR-XJOURDI (1:2)      TO WSS-CEJOUR-JJ.
           MOVE WSS-RACF-SIGNE         TO CQEC-RACF-CONTROLEUR.
           MOVE WSS-CEJOUR-SSAAMMJJ    TO CQEC-JOUR-CONTROLE.
           EXEC CICS REWRITE FILE ('FB00CQEC')
                             FROM (WSS-CQEC-ENR)
                             LENGTH (LENGTH OF WSS-CQEC-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBCQ :PB REWRITE FB00CQEC' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           PERFORM DETAILLER-ACTION THRU
                   FDETAILLER-ACTION.
           MOVE 'VERDICT ENREGISTRE'   TO ECR-XMSGILO.
       FSAISIR-VERDICT. EXIT.
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
      ** FIN DE PROGRAMME  FB25T00  CREE LE  15/10/26  .
