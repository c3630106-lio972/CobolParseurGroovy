       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FB32T00.
      * MODULE EN COURS DE MAINTENANCE PAR   : ...................... !
      * PREVU POUR ETRE MIS EN PRODUCTION LE : ../../..               !
      * N.B..: ...................................................... !
      *---------------------------------------------------------------+
      * NOM DU LOAD MODULE : FB32T00                CREE LE 15/10/26
      * NOM DE TRANSACTION : FB32
      * NOM DE MAP         : FB32M0Z
      * NOM DU PGM BATCH   : ........ (SI MODULE COMMUN TP/BATCH)
      * AUTEUR             : P.ESTEVE
      * LOGON TSO          : ETDA4
      *
      * TITRE              : CALENDRIER DES ECHEANCES D'UN CONTRAT
      *---------------------------------------------------------------+
      *                          >> BUT <<
      * CONSULTATION (SANS MISE A JOUR) DE TOUTES LES ECHEANCES CONNUES
      * D'UN CONTRAT POUR LES DOUZE PROCHAINS MOIS, PAR ORDRE DE DATE :
      * ANNIVERSAIRE ET MOUVEMENTS PROGRAMMES (FB01), CONTROLES
      * TECHNIQUES (FB04), CERTIFICATS MEDICAUX, FINS DE PERIODE
      * PROBATOIRE ET ECHANGES DE PERMIS HORS UE (FB02), RELEVES
      * D'INFORMATION A SERVIR ET APPROBATIONS EN ATTENTE (FB08).
      * SOURCE : CALENDRIER FB00ECHK (VSAM KSDS DESSIN FB00ECHF, CLE
      * CONTRAT + DATE, RECONSTRUIT CHAQUE NUIT PAR FB00B64 ET LE JCL).
      * CHAQUE LIGNE AFFICHE SA SOURCE ET L'ECRAN QUI LA GERE ; LA
      * SELECTION 'S' PASSE LA MAIN A CET ECRAN (POUR FB01, LE CONTRAT
      * EST TRANSMIS PAR LA TS DE SELECTION DE FB06).
      *---------------------------------------------------------------+
      *                       >> MAINTENANCE <<
      *-------------+-------------------------------------------------+
      * DATE/AUTEUR !         DESCRIPTION DE LA MODIFICATION          !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51202 : CREATION.                            !
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
      *--- ENREGISTREMENT DU CALENDRIER DES ECHEANCES (VSAM KSDS
      *--- FB00ECHK, RECONSTRUIT CHAQUE NUIT PAR FB00B64 ET LE JCL)
       ++INCLUDE FB00ECHF
       01  WSS-ECHK-LONG               PIC S9(4) COMP VALUE +80.
      *
      *--- CLE DE DEMARRAGE DU BROWSE SUR FB00ECHK
       01  WSS-RID-ECHK.
           05  WSS-RID-NUMCONT         PIC X(12).
           05  WSS-RID-SUITE           PIC X(16).
       01  WSS-CONTRAT-DEMANDE         PIC X(12) VALUE SPACES.
      *
      *--- TS DE PASSAGE DU CONTRAT VERS FB01 (UN ITEM PAR TERMINAL,
      *--- MEME FILE QUE FB06T00 - RELUE ET DETRUITE PAR FB01T00)
       01  IDENT-TS-SELCNT.
           05  SEL-TS-EIBTRMID     PIC X(04).
           05  FILLER              PIC X(03) VALUE 'SEL'.
           05  SEL-TS-NUM          PIC X(01) VALUE '1'.
       01  WSS-SELCNT-ENR.
           05  SELCNT-NUMCONT      PIC X(12).
       01  WSS-BROWSE-OUVERT           PIC X(01) VALUE 'N'.
           88  BROWSE-ECHK-OUVERT              VALUE 'O'.
      *
      *--- LIGNE D'AFFICHAGE (LA TRANSACTION DE GESTION EST GARDEE EN
      *--- TETE, NON AFFICHEE, POUR LA SELECTION 'S')
       01  WSS-LIGNE-ECH.
           05  WSS-LE-TRANS        PIC X(04).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSS-LE-DATE.
               10  WSS-LE-JJ       PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  WSS-LE-MM       PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  WSS-LE-SSAA     PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSS-LE-SOURCE       PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSS-LE-RANG         PIC ZZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSS-LE-LIBELLE      PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSS-LE-ECRAN        PIC X(04).
           05  FILLER              PIC X(04) VALUE SPACES.
      *--- UNE PAGE DE CONSULTATION = 12 LIGNES FORMATEES. LES PAGES
      *--- SONT CONSERVEES DANS LA TS DE PAGINATION (IDENT-TS-PAGE),
      *--- L'ITEM 1 ETANT UN ITEM DE CONTROLE (CONTRAT DEMANDE,
      *--- NOMBRE DE PAGES, PAGE COURANTE, NOMBRE D'ECHEANCES)
       01  WSS-PAGE-CONTROLE.
           05  WSS-CTL-NUMCONT         PIC X(12).
           05  WSS-CTL-NB-PAGES        PIC S9(4) COMP.
           05  WSS-CTL-PAGE-COURANTE   PIC S9(4) COMP.
           05  WSS-CTL-NB-ECHEANCES    PIC S9(4) COMP.
           05  FILLER                  PIC X(918).
       01  WSS-PAGE-ENR.
           05  WSS-PAGE-LIGNE          OCCURS 12 TIMES.
               10  WSS-PAGE-TRANS      PIC X(04).
               10  FILLER              PIC X(04).
               10  WSS-PAGE-DETAIL     PIC X(70).
       01  WSS-PAGE-LONG               PIC S9(4) COMP VALUE +936.
      *
       01  WSS-EDIT-PAGE.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WSS-EDIT-PAGE-CRT       PIC 9(03).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WSS-EDIT-PAGE-NB        PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
      *
       01  WSS-IND-LIGNE               PIC S9(4) COMP.
       01  WSS-IND-PAGE                PIC S9(4) COMP.
       01  WSS-IND-AFF                 PIC S9(4) COMP.
       01  WSS-IND-SEL                 PIC S9(4) COMP.
       01  WSS-FIN-BROWSE              PIC X(01).
           88  FIN-BROWSE-ECHK                 VALUE 'O'.
       01  RANG-TS-PAGE-FB32           PIC S9(4) COMP VALUE +0.
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
      *    ZONES DE LA MAP  FB32M0                                    *
      *****************************************************************
       01  FILLER  PIC X(16) VALUE '*** MAP FB32 ***'.
      *
       01  Z-MAP.
      *
       ++INCLUDE FB32M0Z
      *
      *****************************************************************
      *     DESCRIPTION DE LA TS-ECRAN   MDT OFF                      *
      *****************************************************************
       ++INCLUDE SQKWTSMA
           02  TS-FB32M00O REDEFINES ZONE-TS-ECRAN.
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
               05 TS-ECR-CONTRATXL     COMP PIC S9(4).
               05 TS-ECR-CONTRATXA     PIC X.
               05 TS-ECR-CONTRATXO     PIC X(12).
               05 TS-ECR-XPAGEL       COMP PIC S9(4).
               05 TS-ECR-XPAGEA       PIC X.
               05 TS-ECR-XPAGEO       PIC X(13).
               05 TS-ECR-LIGNEO  OCCURS 12 TIMES.
                  06 TS-ECR-TSSELCL   COMP PIC S9(4).
                  06 TS-ECR-TSSELCA   PIC X.
                  06 TS-ECR-TSSELCO   PIC X.
                  06 TS-ECR-TSDETLL   COMP PIC S9(4).
                  06 TS-ECR-TSDETLA   PIC X.
                  06 TS-ECR-TSDETLO   PIC X(70).
               05 TS-ECR-XCDECL       COMP PIC S9(4).
               05 TS-ECR-XCDECA       PIC X.
               05 TS-ECR-XCDECO       PIC X(9).
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
       MODULE-FB32.
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
       FIN-MODULE-FB32.  EXIT.
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
           MOVE   'FB32'  TO NOM-TACHE,
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
           PERFORM RAZ-TS-PAGE-FB32 THRU
                   FIN-RAZ-TS-PAGE-FB32.
           MOVE SPACES             TO WSS-CONTRAT-DEMANDE.
           PERFORM RAZ-LIGNES-ECRAN THRU
                   FIN-RAZ-LIGNES-ECRAN.
           MOVE 'SAISIR LE NUMERO DE CONTRAT'
                                   TO ECR-XMSGILO.
       FIN-M-TRAITEMENT-AUTOMATIQUE. EXIT.
      *
      *****************************************************************
      *    PASSAGES SUIVANTS : RECHERCHE, SELECTION ET NAVIGATION     *
      *****************************************************************
       M-TRAITEMENT-NORMAL.
      *-------------------*
           MOVE SPACES             TO ECR-XMSGALO
                                      ECR-XMSGILO.
           PERFORM LECT-TS-PAGE-CONTROLE THRU
                   FIN-LECT-TS-PAGE-CONTROLE.
           EVALUATE TRUE
              WHEN TOUCHE-ENTER
                 IF ECR-CONTRATXI NOT = SPACES AND LOW-VALUE
                    AND ECR-CONTRATXI NOT = WSS-CONTRAT-DEMANDE
                    MOVE ECR-CONTRATXI TO WSS-CONTRAT-DEMANDE
                    PERFORM RAZ-TS-PAGE-FB32 THRU
                            FIN-RAZ-TS-PAGE-FB32
                    PERFORM RAZ-LIGNES-ECRAN THRU
                            FIN-RAZ-LIGNES-ECRAN
                    PERFORM INVENTAIRE-ECHEANCES THRU
                            FIN-INVENTAIRE-ECHEANCES
                    IF WSS-CTL-NB-PAGES > ZERO
                       MOVE 1      TO WSS-IND-PAGE
                       PERFORM AFFICHAGE-PAGE THRU
                               FIN-AFFICHAGE-PAGE
                    END-IF
                 ELSE
                    IF WSS-CTL-NB-PAGES > ZERO
                       PERFORM TRAITER-SELECTIONS THRU
                               FIN-TRAITER-SELECTIONS
                    ELSE
                       MOVE 'SAISIR LE NUMERO DE CONTRAT'
                                   TO ECR-XMSGILO
                    END-IF
                 END-IF
              WHEN TOUCHE-PF7
                 PERFORM PAGE-PRECEDENTE THRU
                         FIN-PAGE-PRECEDENTE
              WHEN TOUCHE-PF8
                 PERFORM PAGE-SUIVANTE THRU
                         FIN-PAGE-SUIVANTE
              WHEN OTHER
                 MOVE 'FB323'      TO COM-GENE-MESANO
                                      COM-CODERR
                 MOVE 1            TO KONTROL
           END-EVALUATE.
       FIN-M-TRAITEMENT-NORMAL. EXIT.
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
      *****************************************************************
      *    CHARGEMENT DU CALENDRIER DU CONTRAT DEMANDE : BROWSE DU    *
      *    KSDS FB00ECHK A PARTIR DU NUMERO DE CONTRAT (LES ECHEANCES *
      *    ARRIVENT DANS L'ORDRE DES DATES), PAGES DE 12 LIGNES DANS  *
      *    LA TS DE PAGINATION                                        *
      *****************************************************************
       INVENTAIRE-ECHEANCES.
      *--------------------*
           MOVE ZERO                 TO WSS-IND-LIGNE.
           MOVE SPACES               TO WSS-PAGE-ENR.
           MOVE ZERO                 TO WSS-CTL-NB-PAGES
                                        WSS-CTL-NB-ECHEANCES.
           MOVE 1                    TO WSS-CTL-PAGE-COURANTE.
           MOVE WSS-CONTRAT-DEMANDE  TO WSS-CTL-NUMCONT.
      *    L'ITEM 1 (ZONE DE CONTROLE) EST ECRIT EN PREMIER POUR QUE
      *    LES PAGES SE RANGENT AUX ITEMS 2..N+1 ; IL EST REECRIT
      *    AVEC LES COMPTEURS DEFINITIFS EN FIN D'INVENTAIRE
           PERFORM ECR-TS-PAGE-CONTROLE THRU
                   FIN-ECR-TS-PAGE-CONTROLE.
           MOVE 'N'                  TO WSS-FIN-BROWSE
                                        WSS-BROWSE-OUVERT.
           MOVE WSS-CONTRAT-DEMANDE  TO WSS-RID-NUMCONT.
           MOVE LOW-VALUE            TO WSS-RID-SUITE.
           EXEC CICS STARTBR DATASET ('FB00ECHK')
                             RIDFLD  (WSS-RID-ECHK)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              SET FIN-BROWSE-ECHK TO TRUE
           ELSE
              SET BROWSE-ECHK-OUVERT TO TRUE
           END-IF.
           PERFORM EXAMINER-ECHEANCE-SUIVANTE THRU
                   FIN-EXAMINER-ECHEANCE-SUIVANTE
              UNTIL FIN-BROWSE-ECHK.
           IF BROWSE-ECHK-OUVERT
              EXEC CICS ENDBR DATASET ('FB00ECHK')
                              NOHANDLE
              END-EXEC
           END-IF.
           IF WSS-IND-LIGNE > ZERO
              PERFORM ECRITURE-TS-PAGE THRU
                      FIN-ECRITURE-TS-PAGE
           END-IF.
           MOVE WSS-CONTRAT-DEMANDE  TO WSS-CTL-NUMCONT.
           PERFORM ECR-TS-PAGE-CONTROLE THRU
                   FIN-ECR-TS-PAGE-CONTROLE.
           IF WSS-CTL-NB-ECHEANCES = ZERO
              MOVE 'AUCUNE ECHEANCE CONNUE POUR CE CONTRAT'
                                     TO ECR-XMSGILO
           END-IF.
       FIN-INVENTAIRE-ECHEANCES. EXIT.
      *
      *****************************************************************
       EXAMINER-ECHEANCE-SUIVANTE.
      *--------------------------*
           EXEC CICS READNEXT DATASET ('FB00ECHK')
                              INTO    (WSS-ECHK-ENR)
                              LENGTH  (WSS-ECHK-LONG)
                              RIDFLD  (WSS-RID-ECHK)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              SET FIN-BROWSE-ECHK TO TRUE
              GO TO FIN-EXAMINER-ECHEANCE-SUIVANTE
           END-IF.
           IF ECHK-NUMCONT NOT = WSS-CONTRAT-DEMANDE
              SET FIN-BROWSE-ECHK TO TRUE
              GO TO FIN-EXAMINER-ECHEANCE-SUIVANTE
           END-IF.
           MOVE ECHK-TRANS           TO WSS-LE-TRANS
                                        WSS-LE-ECRAN.
           MOVE ECHK-DATE (7:2)      TO WSS-LE-JJ.
           MOVE ECHK-DATE (5:2)      TO WSS-LE-MM.
           MOVE ECHK-DATE (1:4)      TO WSS-LE-SSAA.
           EVALUATE TRUE
              WHEN ECHK-ANNIVERSAIRE
                 MOVE 'ANNIVERSAIRE'   TO WSS-LE-SOURCE
              WHEN ECHK-MOUVEMENT
                 MOVE 'MOUVEMENT PROG' TO WSS-LE-SOURCE
              WHEN ECHK-CONTROLE-TECH
                 MOVE 'CONTROLE TECH.' TO WSS-LE-SOURCE
              WHEN ECHK-CERTIF-MEDICAL
                 MOVE 'CERTIF.MEDICAL' TO WSS-LE-SOURCE
              WHEN ECHK-FIN-PROBATOIRE
                 MOVE 'PROBATOIRE'     TO WSS-LE-SOURCE
              WHEN ECHK-ECHANGE-PERMIS
                 MOVE 'ECHANGE PERMIS' TO WSS-LE-SOURCE
              WHEN ECHK-RELEVE-INFO
                 MOVE 'RELEVE INFO'    TO WSS-LE-SOURCE
              WHEN ECHK-APPROBATION
                 MOVE 'APPROBATION'    TO WSS-LE-SOURCE
              WHEN OTHER
                 MOVE ECHK-SOURCE      TO WSS-LE-SOURCE
           END-EVALUATE.
           IF ECHK-RANG NUMERIC AND ECHK-RANG > ZERO
              MOVE ECHK-RANG         TO WSS-LE-RANG
           ELSE
              MOVE ZERO              TO WSS-LE-RANG
           END-IF.
           MOVE ECHK-LIBELLE         TO WSS-LE-LIBELLE.
           ADD  1                    TO WSS-IND-LIGNE
                                        WSS-CTL-NB-ECHEANCES.
           MOVE WSS-LIGNE-ECH        TO WSS-PAGE-LIGNE(WSS-IND-LIGNE).
           IF WSS-IND-LIGNE = 12
              PERFORM ECRITURE-TS-PAGE THRU
                      FIN-ECRITURE-TS-PAGE
           END-IF.
       FIN-EXAMINER-ECHEANCE-SUIVANTE. EXIT.
      *
      *****************************************************************
      *    SELECTION 'S' SUR LA PAGE COURANTE : LA PREMIERE LIGNE     *
      *    SELECTIONNEE PASSE LA MAIN A L'ECRAN QUI GERE L'ECHEANCE   *
      *****************************************************************
       TRAITER-SELECTIONS.
      *------------------*
           COMPUTE RANG-TS-PAGE-FB32 = WSS-CTL-PAGE-COURANTE + 1.
           EXEC CICS READQ TS QUEUE  (IDENT-TS-PAGE)
                               INTO   (WSS-PAGE-ENR)
                               LENGTH (WSS-PAGE-LONG)
                               ITEM   (RANG-TS-PAGE-FB32)
                               NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB322'           TO COM-GENE-MESANO
                                        COM-CODERR
              MOVE 1                 TO KONTROL
              GO TO FIN-TRAITER-SELECTIONS
           END-IF.
           MOVE ZERO                 TO WSS-IND-SEL.
           PERFORM CHERCHER-SELECTION THRU
                   FIN-CHERCHER-SELECTION
              VARYING WSS-IND-AFF FROM 1 BY 1
              UNTIL WSS-IND-AFF > 12
                 OR WSS-IND-SEL > ZERO.
           IF WSS-IND-SEL = ZERO
              MOVE 'SELECTIONNER UNE ECHEANCE PAR S'
                                     TO ECR-XMSGILO
              GO TO FIN-TRAITER-SELECTIONS
           END-IF.
           PERFORM OUVRIR-ECRAN-GESTION THRU
                   FIN-OUVRIR-ECRAN-GESTION.
       FIN-TRAITER-SELECTIONS. EXIT.
      *
      *****************************************************************
       CHERCHER-SELECTION.
      *------------------*
           IF ECR-TSSELCI (WSS-IND-AFF) = 'S'
              AND WSS-PAGE-DETAIL (WSS-IND-AFF) NOT = SPACES
              MOVE WSS-IND-AFF       TO WSS-IND-SEL
           END-IF.
       FIN-CHERCHER-SELECTION. EXIT.
      *
      *****************************************************************
      *    BRANCHEMENT SUR L'ECRAN DE GESTION DE L'ECHEANCE (MEME     *
      *    ENCHAINEMENT QUE SORTIE-SUITE DE FB01T00) ; POUR FB01 LE   *
      *    CONTRAT EST DEPOSE DANS LA TS DE SELECTION DE FB06T00      *
      *****************************************************************
       OUVRIR-ECRAN-GESTION.
      *--------------------*
           IF WSS-PAGE-TRANS (WSS-IND-SEL) = SPACES
              MOVE 'FB324'           TO COM-GENE-MESANO
                                        COM-CODERR
              MOVE 1                 TO KONTROL
              GO TO FIN-OUVRIR-ECRAN-GESTION
           END-IF.
           IF COM-GENE-INDCNV = 50
              MOVE 'SQ004'           TO COM-GENE-MESANO
                                        COM-CODERR
              MOVE 1                 TO KONTROL
              GO TO FIN-OUVRIR-ECRAN-GESTION
           END-IF.
           PERFORM RAZ-TS-PAGE-FB32 THRU
                   FIN-RAZ-TS-PAGE-FB32.
           PERFORM DELETE-TS-ECRAN THRU
                   FIN-DELETE-TS-ECRAN.
           IF WSS-PAGE-TRANS (WSS-IND-SEL) = 'FB01'
              MOVE EIBTRMID          TO SEL-TS-EIBTRMID
              MOVE WSS-CONTRAT-DEMANDE TO SELCNT-NUMCONT
              EXEC CICS WRITEQ TS QUEUE  (IDENT-TS-SELCNT)
                                  FROM   (WSS-SELCNT-ENR)
                                  LENGTH (LENGTH OF WSS-SELCNT-ENR)
                                  MAIN
                                  NOHANDLE
              END-EXEC
           END-IF.
           MOVE WSS-PAGE-TRANS (WSS-IND-SEL) TO NOM-TACHE-XCTL.
           MOVE SPACE                TO COM-GENE-REAF.
           MOVE NOM-PROG             TO COM-PGMPRC.
           PERFORM XCTL-PROG-COMMAREA THRU
                   FIN-XCTL-PROG-COMMAREA.
       FIN-OUVRIR-ECRAN-GESTION. EXIT.
      *
      *****************************************************************
      *    ECRITURE D'UNE PAGE PLEINE (OU DE LA DERNIERE PAGE) DANS   *
      *    LA TS DE PAGINATION                                        *
      *****************************************************************
       ECRITURE-TS-PAGE.
      *----------------*
           ADD  1                  TO WSS-CTL-NB-PAGES.
      *    ECRITURE EN AJOUT : L'ITEM 1 ETANT LA ZONE DE CONTROLE, LA
      *    PAGE P SE RANGE A L'ITEM P+1 (RANG RESTITUE PAR CICS)
           EXEC CICS WRITEQ TS QUEUE  (IDENT-TS-PAGE)
                               FROM   (WSS-PAGE-ENR)
                               LENGTH (WSS-PAGE-LONG)
                               ITEM   (RANG-TS-PAGE-FB32)
                               MAIN
                               NOHANDLE
           END-EXEC.
           IF EIBRCODE  NOT = LOW-VALUE
              MOVE 'FB32 :PB ECRITURE TS PAGINATION FB32' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           MOVE ZERO               TO WSS-IND-LIGNE.
           MOVE SPACES             TO WSS-PAGE-ENR.
       FIN-ECRITURE-TS-PAGE. EXIT.
      *
      *****************************************************************
      *    ITEM 1 DE LA TS DE PAGINATION : ZONE DE CONTROLE           *
      *****************************************************************
       ECR-TS-PAGE-CONTROLE.
      *--------------------*
           MOVE 1                  TO RANG-TS-PAGE-FB32.
           EXEC CICS WRITEQ TS QUEUE  (IDENT-TS-PAGE)
                               FROM   (WSS-PAGE-CONTROLE)
                               LENGTH (WSS-PAGE-LONG)
                               ITEM   (RANG-TS-PAGE-FB32)
                               REWRITE
                               MAIN
                               NOHANDLE
           END-EXEC.
           IF EIBRCODE  NOT = LOW-VALUE
              EXEC CICS WRITEQ TS QUEUE  (IDENT-TS-PAGE)
                                  FROM   (WSS-PAGE-CONTROLE)
                                  LENGTH (WSS-PAGE-LONG)
                                  ITEM   (RANG-TS-PAGE-FB32)
                                  MAIN
                                  NOHANDLE
              END-EXEC
           END-IF.
       FIN-ECR-TS-PAGE-CONTROLE. EXIT.
      *
      *****************************************************************
       LECT-TS-PAGE-CONTROLE.
      *---------------------*
           MOVE 1                  TO RANG-TS-PAGE-FB32.
           EXEC CICS READQ TS QUEUE  (IDENT-TS-PAGE)
                               INTO   (WSS-PAGE-CONTROLE)
                               LENGTH (WSS-PAGE-LONG)
                               ITEM   (RANG-TS-PAGE-FB32)
                               NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE SPACES          TO WSS-CTL-NUMCONT
                                      WSS-CONTRAT-DEMANDE
              MOVE ZERO            TO WSS-CTL-NB-PAGES
                                      WSS-CTL-NB-ECHEANCES
              MOVE 1               TO WSS-CTL-PAGE-COURANTE
           ELSE
              MOVE WSS-CTL-NUMCONT TO WSS-CONTRAT-DEMANDE
           END-IF.
       FIN-LECT-TS-PAGE-CONTROLE. EXIT.
      *
      *****************************************************************
      *    SUPPRESSION DE LA TS DE PAGINATION (NOUVELLE RECHERCHE OU  *
      *    SORTIE DE LA CONVERSATION) - L'ABSENCE DE FILE N'EST PAS   *
      *    UNE ERREUR                                                 *
      *****************************************************************
       RAZ-TS-PAGE-FB32.
      *----------------*
           EXEC CICS DELETEQ TS QUEUE (IDENT-TS-PAGE)
                                NOHANDLE
           END-EXEC.
       FIN-RAZ-TS-PAGE-FB32. EXIT.
      *
      *****************************************************************
      *    AFFICHAGE DE LA PAGE WSS-IND-PAGE                          *
      *****************************************************************
       AFFICHAGE-PAGE.
      *--------------*
           COMPUTE RANG-TS-PAGE-FB32 = WSS-IND-PAGE + 1.
           EXEC CICS READQ TS QUEUE  (IDENT-TS-PAGE)
                               INTO   (WSS-PAGE-ENR)
                               LENGTH (WSS-PAGE-LONG)
                               ITEM   (RANG-TS-PAGE-FB32)
                               NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB32 :PB LECTURE TS PAGINATION FB32' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           PERFORM RAZ-LIGNES-ECRAN THRU
                   FIN-RAZ-LIGNES-ECRAN.
           PERFORM AFFICHER-UNE-LIGNE THRU
                   FIN-AFFICHER-UNE-LIGNE
              VARYING WSS-IND-AFF FROM 1 BY 1
              UNTIL WSS-IND-AFF > 12.
           MOVE WSS-IND-PAGE       TO WSS-CTL-PAGE-COURANTE
                                      WSS-EDIT-PAGE-CRT.
           MOVE WSS-CTL-NB-PAGES   TO WSS-EDIT-PAGE-NB.
           MOVE WSS-EDIT-PAGE      TO ECR-XPAGEO.
           PERFORM ECR-TS-PAGE-CONTROLE THRU
                   FIN-ECR-TS-PAGE-CONTROLE.
       FIN-AFFICHAGE-PAGE. EXIT.
      *
      *****************************************************************
       AFFICHER-UNE-LIGNE.
      *------------------*
           MOVE WSS-PAGE-DETAIL (WSS-IND-AFF)
                                   TO ECR-TSDETLO (WSS-IND-AFF).
       FIN-AFFICHER-UNE-LIGNE. EXIT.
      *
      *****************************************************************
       RAZ-LIGNES-ECRAN.
      *----------------*
           PERFORM RAZ-UNE-LIGNE THRU
                   FIN-RAZ-UNE-LIGNE
              VARYING WSS-IND-AFF FROM 1 BY 1
              UNTIL WSS-IND-AFF > 12.
       FIN-RAZ-LIGNES-ECRAN. EXIT.
      *
      *****************************************************************
       RAZ-UNE-LIGNE.
      *-------------*
           MOVE SPACES TO ECR-TSDETLO (WSS-IND-AFF)
                          ECR-TSSELCO (WSS-IND-AFF).
       FIN-RAZ-UNE-LIGNE. EXIT.
      *
      *****************************************************************
       PAGE-PRECEDENTE.
      *---------------*
           IF WSS-CTL-NB-PAGES = ZERO
              MOVE 'FB321'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
           ELSE
              IF WSS-CTL-PAGE-COURANTE > 1
                 COMPUTE WSS-IND-PAGE = WSS-CTL-PAGE-COURANTE - 1
                 PERFORM AFFICHAGE-PAGE THRU
                         FIN-AFFICHAGE-PAGE
              ELSE
                 MOVE 'DEBUT DU CALENDRIER' TO ECR-XMSGILO
              END-IF
           END-IF.
       FIN-PAGE-PRECEDENTE. EXIT.
      *
      *****************************************************************
       PAGE-SUIVANTE.
      *-------------*
           IF WSS-CTL-NB-PAGES = ZERO
              MOVE 'FB321'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
           ELSE
              IF WSS-CTL-PAGE-COURANTE < WSS-CTL-NB-PAGES
                 COMPUTE WSS-IND-PAGE = WSS-CTL-PAGE-COURANTE + 1
                 PERFORM AFFICHAGE-PAGE THRU
                         FIN-AFFICHAGE-PAGE
              ELSE
                 MOVE 'FIN DU CALENDRIER' TO ECR-XMSGILO
              END-IF
           END-IF.
       FIN-PAGE-SUIVANTE. EXIT.
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
           PERFORM RAZ-TS-PAGE-FB32 THRU
                   FIN-RAZ-TS-PAGE-FB32.
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
           PERFORM RAZ-TS-PAGE-FB32 THRU
                   FIN-RAZ-TS-PAGE-FB32.
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
           PERFORM RAZ-TS-PAGE-FB32 THRU
                   FIN-RAZ-TS-PAGE-FB32.
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
      ** FIN DE PROGRAMME  FB32T00  CREE LE  15/10/26  .
