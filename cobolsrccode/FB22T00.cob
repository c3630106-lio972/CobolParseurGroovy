       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FB22T00.
      * MODULE EN COURS DE MAINTENANCE PAR   : ...................... !
      * PREVU POUR ETRE MIS EN PRODUCTION LE : ../../..               !
      * N.B..: ...................................................... !
      *---------------------------------------------------------------+
      * NOM DU LOAD MODULE : FB22T00                CREE LE 15/10/26
      * NOM DE TRANSACTION : FB22
      * NOM DE MAP         : FB22M0Z
      * NOM DU PGM BATCH   : ........ (SI MODULE COMMUN TP/BATCH)
      * AUTEUR             : P.ESTEVE
      * LOGON TSO          : ETDA4
      *
      * TITRE              : CONFORMITE - REVUE DES GELS D'AVOIRS
      *---------------------------------------------------------------+
      *                          >> BUT <<
      * FILE DE REVUE DE LA CONFORMITE POUR LE CRIBLAGE DU
      * PORTEFEUILLE CONTRE LA LISTE NATIONALE DES GELS D'AVOIRS
      * (FD 51169). LISTE LES CORRESPONDANCES DU KSDS FB00GELK (DESSIN
      * FB00GELF, POSE PAR LE BATCH FB00B37) A REVOIR ('R',
      * RAPPROCHEMENT APPROCHE) OU CONFIRMEES ('C') : CLIENTS,
      * CONDUCTEURS ET MANDATAIRES. LA SELECTION 'C' CONFIRME UNE
      * CORRESPONDANCE A REVOIR ; LA SELECTION 'L' LEVE UNE
      * CORRESPONDANCE A REVOIR OU CONFIRMEE (HOMONYME), AVEC LE
      * COMMENTAIRE SAISI, OBLIGATOIRE. LA DECISION (DATE, RACF,
      * COMMENTAIRE) EST PORTEE SUR LE POSTE. UNE CORRESPONDANCE
      * CONFIRMEE BLOQUE LA SIGNATURE FB01 DES CONTRATS DU CLIENT OU
      * DU CONDUCTEUR ET SUSPEND LES EMISSIONS VERS LE MANDATAIRE
      * (PPGEMB17) JUSQU'A SA LEVEE.
      *---------------------------------------------------------------+
      *                       >> MAINTENANCE <<
      *-------------+-------------------------------------------------+
      * DATE/AUTEUR !         DESCRIPTION DE LA MODIFICATION          !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51169 : CREATION.                            !
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
      *--- CORRESPONDANCES AVEC LA LISTE NATIONALE DES GELS D'AVOIRS
      *--- (KSDS FB00GELK POSE PAR FB00B37, DESSIN FB00GELF)
       ++INCLUDE FB00GELF
       01  WSS-GELK-CLE-PARC       PIC X(49).
      *
      *--- LIGNE D'AFFICHAGE (LA CLE DE LA CORRESPONDANCE EST GARDEE
      *--- EN TETE, HORS ECRAN, POUR RETROUVER LE POSTE D'UNE
      *--- SELECTION)
       01  WSS-LIGNE-GEL.
           05  WSS-LG-CLE          PIC X(49).
           05  WSS-LG-DETAIL.
               10  WSS-LG-TYPE     PIC X(01).
               10  FILLER          PIC X(01).
               10  WSS-LG-NOM      PIC X(18).
               10  FILLER          PIC X(01).
               10  WSS-LG-PRENOM   PIC X(11).
               10  FILLER          PIC X(01).
               10  WSS-LG-NAISS    PIC X(08).
               10  FILLER          PIC X(01).
               10  WSS-LG-REF      PIC X(15).
               10  FILLER          PIC X(01).
               10  WSS-LG-RAPP     PIC X(01).
               10  FILLER          PIC X(01).
               10  WSS-LG-ETAT     PIC X(01).
               10  FILLER          PIC X(01).
               10  WSS-LG-DETECT   PIC X(08).
      *
       01  WSS-CPT-CONFIRMEES      PIC 9(03) VALUE ZERO.
       01  WSS-CPT-LEVEES          PIC 9(03) VALUE ZERO.
       01  WSS-EDIT-BILAN          PIC X(59) VALUE SPACES.
       01  WSS-JOUR-DECISION       PIC X(08) VALUE SPACES.
       01  WSS-IND-COMM-MANQUANT   PIC X(01) VALUE 'N'.
           88  COMMENTAIRE-MANQUANT        VALUE 'O'.
      *--- UNE PAGE DE CONSULTATION = 12 LIGNES FORMATEES. LES PAGES
      *--- SONT CONSERVEES DANS LA TS DE PAGINATION (IDENT-TS-PAGE),
      *--- L'ITEM 1 ETANT UN ITEM DE CONTROLE (NOMBRE DE PAGES, PAGE
      *--- COURANTE, NOMBRE DE CORRESPONDANCES)
       01  WSS-PAGE-CONTROLE.
           05  WSS-CTL-NB-PAGES        PIC S9(4) COMP.
           05  WSS-CTL-PAGE-COURANTE   PIC S9(4) COMP.
           05  WSS-CTL-NB-CORRESP      PIC S9(4) COMP.
           05  FILLER                  PIC X(1422).
       01  WSS-PAGE-ENR.
           05  WSS-PAGE-LIGNE          OCCURS 12 TIMES.
               10  WSS-PL-CLE          PIC X(49).
               10  WSS-PL-DETAIL       PIC X(70).
       01  WSS-PAGE-LONG               PIC S9(4) COMP VALUE +1428.
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
       01  WSS-FIN-BROWSE              PIC X(01).
           88  FIN-BROWSE-GEL                  VALUE 'O'.
       01  RANG-TS-PAGE-FB22           PIC S9(4) COMP VALUE +0.
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
      *    ZONES DE LA MAP  FB22M0                                    *
      *****************************************************************
       01  FILLER  PIC X(16) VALUE '*** MAP FB22 ***'.
      *
       01  Z-MAP.
      *
       ++INCLUDE FB22M0Z
      *
      *****************************************************************
      *     DESCRIPTION DE LA TS-ECRAN   MDT OFF                      *
      *****************************************************************
       ++INCLUDE SQKWTSMA
           02  TS-FB22M00O REDEFINES ZONE-TS-ECRAN.
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
               05 TS-ECR-XCOMMCL      COMP PIC S9(4).
               05 TS-ECR-XCOMMCA      PIC X.
               05 TS-ECR-XCOMMCO      PIC X(30).
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
       MODULE-FB22.
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
       FIN-MODULE-FB22.  EXIT.
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
           MOVE   'FB22'  TO NOM-TACHE,
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
      *    AFFICHAGE DE LA PREMIERE PAGE DE LA FILE DE REVUE          *
      *****************************************************************
       M-TRAITEMENT-AUTOMATIQUE.
      *------------------------*
           PERFORM INIT-CONV THRU
                   FIN-INIT-CONV.
           MOVE SPACES             TO ECR-XMSGALO
                                      ECR-XMSGILO.
           PERFORM RAZ-TS-PAGE-FB22 THRU
                   FIN-RAZ-TS-PAGE-FB22.
           PERFORM INVENTAIRE-TS THRU
                   FIN-INVENTAIRE-TS.
           IF WSS-CTL-NB-PAGES > ZERO
              MOVE 1               TO WSS-IND-PAGE
              PERFORM AFFICHAGE-PAGE THRU
                      FIN-AFFICHAGE-PAGE
           ELSE
              MOVE 'AUCUNE CORRESPONDANCE A REVOIR OU CONFIRMEE'
                                   TO ECR-XMSGILO
           END-IF.
       FIN-M-TRAITEMENT-AUTOMATIQUE. EXIT.
      *
      *****************************************************************
      *    PASSAGES SUIVANTS : CONTROLE DE LA SAISIE ET NAVIGATION    *
      *****************************************************************
       M-TRAITEMENT-NORMAL.
      *-------------------*
           MOVE SPACES             TO ECR-XMSGALO
                                      ECR-XMSGILO.
           PERFORM LECT-TS-PAGE-CONTROLE THRU
                   FIN-LECT-TS-PAGE-CONTROLE.
           EVALUATE TRUE
              WHEN TOUCHE-ENTER
                 PERFORM TRAITER-SELECTIONS THRU
                         FIN-TRAITER-SELECTIONS
              WHEN TOUCHE-PF5
                 PERFORM RAZ-TS-PAGE-FB22 THRU
                         FIN-RAZ-TS-PAGE-FB22
                 PERFORM INVENTAIRE-TS THRU
                         FIN-INVENTAIRE-TS
                 IF WSS-CTL-NB-PAGES > ZERO
                    MOVE 1         TO WSS-IND-PAGE
                    PERFORM AFFICHAGE-PAGE THRU
                            FIN-AFFICHAGE-PAGE
                 ELSE
                    PERFORM RAZ-LIGNES-ECRAN THRU
                            FIN-RAZ-LIGNES-ECRAN
                    MOVE 'AUCUNE CORRESPONDANCE A REVOIR OU CONFIRMEE'
                                   TO ECR-XMSGILO
                 END-IF
              WHEN TOUCHE-PF7
                 PERFORM PAGE-PRECEDENTE THRU
                         FIN-PAGE-PRECEDENTE
              WHEN TOUCHE-PF8
                 PERFORM PAGE-SUIVANTE THRU
                         FIN-PAGE-SUIVANTE
              WHEN OTHER
                 MOVE 'FB229'      TO COM-GENE-MESANO
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
      *    INVENTAIRE DES CORRESPONDANCES : PARCOURS DU KSDS FB00GELK *
      *    (STARTBR/READNEXT), SEULS LES POSTES A REVOIR OU CONFIRMES *
      *    SONT LISTES (PAGES DE 12 LIGNES DANS LA TS DE PAGINATION)  *
      *****************************************************************
       INVENTAIRE-TS.
      *-------------*
           MOVE ZERO                 TO WSS-IND-LIGNE.
           MOVE SPACES               TO WSS-PAGE-ENR.
           MOVE ZERO                 TO WSS-CTL-NB-PAGES
                                        WSS-CTL-NB-CORRESP.
           MOVE 1                    TO WSS-CTL-PAGE-COURANTE.
      *    L'ITEM 1 (ZONE DE CONTROLE) EST ECRIT EN PREMIER POUR QUE
      *    LES PAGES SE RANGENT AUX ITEMS 2..N+1 ; IL EST REECRIT
      *    AVEC LES COMPTEURS DEFINITIFS EN FIN D'INVENTAIRE
           PERFORM ECR-TS-PAGE-CONTROLE THRU
                   FIN-ECR-TS-PAGE-CONTROLE.
           MOVE 'N'                  TO WSS-FIN-BROWSE.
           MOVE LOW-VALUES           TO WSS-GELK-CLE-PARC.
           EXEC CICS STARTBR FILE   ('FB00GELK')
                             RIDFLD (WSS-GELK-CLE-PARC)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              SET FIN-BROWSE-GEL TO TRUE
           ELSE
              PERFORM EXAMINER-CORRESP-SUIVANTE THRU
                      FIN-EXAMINER-CORRESP-SUIVANTE
                 UNTIL FIN-BROWSE-GEL
              EXEC CICS ENDBR FILE ('FB00GELK')
                              NOHANDLE
              END-EXEC
           END-IF.
           IF WSS-IND-LIGNE > ZERO
              PERFORM ECRITURE-TS-PAGE THRU
                      FIN-ECRITURE-TS-PAGE
           END-IF.
           PERFORM ECR-TS-PAGE-CONTROLE THRU
                   FIN-ECR-TS-PAGE-CONTROLE.
       FIN-INVENTAIRE-TS. EXIT.
      *
      *****************************************************************
       EXAMINER-CORRESP-SUIVANTE.
      *-------------------------*
           EXEC CICS READNEXT FILE   ('FB00GELK')
                              INTO   (WSS-GELF-ENR)
                              LENGTH (LENGTH OF WSS-GELF-ENR)
                              RIDFLD (WSS-GELK-CLE-PARC)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              SET FIN-BROWSE-GEL TO TRUE
              GO TO FIN-EXAMINER-CORRESP-SUIVANTE
           END-IF.
           IF GELF-A-REVOIR OR GELF-CONFIRME
              MOVE SPACES               TO WSS-LIGNE-GEL
              MOVE GELF-CLE             TO WSS-LG-CLE
              MOVE GELF-TYPE-PERS       TO WSS-LG-TYPE
              MOVE GELF-NOM             TO WSS-LG-NOM
              MOVE GELF-PRENOM          TO WSS-LG-PRENOM
              MOVE GELF-DATE-NAISS      TO WSS-LG-NAISS
              MOVE GELF-REF-LISTE       TO WSS-LG-REF
              MOVE GELF-RAPPROCHEMENT   TO WSS-LG-RAPP
              MOVE GELF-ETAT            TO WSS-LG-ETAT
              MOVE GELF-DATE-DETECTION  TO WSS-LG-DETECT
              ADD  1                    TO WSS-IND-LIGNE
                                           WSS-CTL-NB-CORRESP
              MOVE WSS-LIGNE-GEL
                TO WSS-PAGE-LIGNE(WSS-IND-LIGNE)
              IF WSS-IND-LIGNE = 12
                 PERFORM ECRITURE-TS-PAGE THRU
                         FIN-ECRITURE-TS-PAGE
              END-IF
           END-IF.
       FIN-EXAMINER-CORRESP-SUIVANTE. EXIT.
      *
      *****************************************************************
      *    SELECTIONS DE LA PAGE COURANTE : 'C' CONFIRME UNE          *
      *    CORRESPONDANCE A REVOIR, 'L' LEVE UNE CORRESPONDANCE A     *
      *    REVOIR OU CONFIRMEE - LE COMMENTAIRE EST OBLIGATOIRE POUR  *
      *    UNE LEVEE (AUCUNE SELECTION N'EST APPLIQUEE SINON)         *
      *****************************************************************
       TRAITER-SELECTIONS.
      *------------------*
           MOVE ZERO                 TO WSS-CPT-CONFIRMEES
                                        WSS-CPT-LEVEES.
           COMPUTE RANG-TS-PAGE-FB22 = WSS-CTL-PAGE-COURANTE + 1.
           EXEC CICS READQ TS QUEUE  (IDENT-TS-PAGE)
                               INTO   (WSS-PAGE-ENR)
                               LENGTH (WSS-PAGE-LONG)
                               ITEM   (RANG-TS-PAGE-FB22)
                               NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB228'           TO COM-GENE-MESANO
                                        COM-CODERR
              MOVE 1                 TO KONTROL
              GO TO FIN-TRAITER-SELECTIONS
           END-IF.
           MOVE 'N'                  TO WSS-IND-COMM-MANQUANT.
           IF ECR-XCOMMCI = SPACES OR LOW-VALUE
              PERFORM VARYING WSS-IND-AFF FROM 1 BY 1
                 UNTIL WSS-IND-AFF > 12
                 IF ECR-TSSELCI (WSS-IND-AFF) = 'L'
                    SET COMMENTAIRE-MANQUANT TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
           IF COMMENTAIRE-MANQUANT
              MOVE 'FB227'           TO COM-GENE-MESANO
                                        COM-CODERR
              MOVE 1                 TO KONTROL
              GO TO FIN-TRAITER-SELECTIONS
           END-IF.
      *--- DATE DE DECISION AAAAMMJJ A PARTIR DE LA DATE ECRAN JJ/MM/AA
           MOVE ECR-XJOURDI (7:2)    TO WSS-JOUR-DECISION (3:2).
           MOVE ECR-XJOURDI (4:2)    TO WSS-JOUR-DECISION (5:2).
           MOVE ECR-XJOURDI (1:2)    TO WSS-JOUR-DECISION (7:2).
           IF ECR-XJOURDI (7:2) < '50'
              MOVE '20'              TO WSS-JOUR-DECISION (1:2)
           ELSE
              MOVE '19'              TO WSS-JOUR-DECISION (1:2)
           END-IF.
           PERFORM VARYING WSS-IND-AFF FROM 1 BY 1
              UNTIL WSS-IND-AFF > 12
              IF ECR-TSSELCI (WSS-IND-AFF) = 'C' OR 'L'
                 IF WSS-PL-CLE (WSS-IND-AFF) NOT = SPACES
                    PERFORM APPLIQUER-SELECTION THRU
                            FIN-APPLIQUER-SELECTION
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM RAZ-TS-PAGE-FB22 THRU
                   FIN-RAZ-TS-PAGE-FB22.
           PERFORM INVENTAIRE-TS THRU
                   FIN-INVENTAIRE-TS.
           PERFORM RAZ-LIGNES-ECRAN THRU
                   FIN-RAZ-LIGNES-ECRAN.
           IF WSS-CTL-NB-PAGES > ZERO
              MOVE 1                 TO WSS-IND-PAGE
              PERFORM AFFICHAGE-PAGE THRU
                      FIN-AFFICHAGE-PAGE
           END-IF.
           MOVE SPACES               TO ECR-XCOMMCO.
           MOVE SPACES               TO WSS-EDIT-BILAN.
           STRING 'CONFIRMEES : ' WSS-CPT-CONFIRMEES
                  ' - LEVEES : ' WSS-CPT-LEVEES
                  DELIMITED BY SIZE INTO WSS-EDIT-BILAN.
           MOVE WSS-EDIT-BILAN       TO ECR-XMSGILO.
       FIN-TRAITER-SELECTIONS. EXIT.
      *
      *****************************************************************
      *    DECISION SUR UNE CORRESPONDANCE : RELECTURE POUR MISE A    *
      *    JOUR (LE POSTE A PU ETRE RECRIBLE PAR FB00B37 DEPUIS       *
      *    L'AFFICHAGE), CONTROLE DE L'ETAT COURANT, REECRITURE AVEC  *
      *    LA DATE, LE RACF ET LE COMMENTAIRE DE LA DECISION          *
      *****************************************************************
       APPLIQUER-SELECTION.
      *-------------------*
           MOVE WSS-PL-CLE (WSS-IND-AFF) TO WSS-GELK-CLE-PARC.
           EXEC CICS READ FILE   ('FB00GELK')
                          INTO   (WSS-GELF-ENR)
                          LENGTH (LENGTH OF WSS-GELF-ENR)
                          RIDFLD (WSS-GELK-CLE-PARC)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              GO TO FIN-APPLIQUER-SELECTION
           END-IF.
           IF (ECR-TSSELCI (WSS-IND-AFF) = 'C'
               AND NOT GELF-A-REVOIR)
              OR (ECR-TSSELCI (WSS-IND-AFF) = 'L'
               AND NOT GELF-A-REVOIR AND NOT GELF-CONFIRME)
              EXEC CICS UNLOCK FILE ('FB00GELK')
                               NOHANDLE
              END-EXEC
              GO TO FIN-APPLIQUER-SELECTION
           END-IF.
           IF ECR-TSSELCI (WSS-IND-AFF) = 'C'
              SET GELF-CONFIRME       TO TRUE
              ADD 1                   TO WSS-CPT-CONFIRMEES
           ELSE
              SET GELF-LEVE           TO TRUE
              ADD 1                   TO WSS-CPT-LEVEES
           END-IF.
           MOVE WSS-JOUR-DECISION     TO GELF-DATE-DECISION.
           MOVE ECR-XRACFLI           TO GELF-RACF-DECISION.
           IF ECR-XCOMMCI = LOW-VALUE
              MOVE SPACES             TO GELF-COMMENTAIRE
           ELSE
              MOVE ECR-XCOMMCI        TO GELF-COMMENTAIRE
           END-IF.
           EXEC CICS REWRITE FILE   ('FB00GELK')
                             FROM   (WSS-GELF-ENR)
                             LENGTH (LENGTH OF WSS-GELF-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBGL :PB REWRITE KSDS FB00GELK' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
       FIN-APPLIQUER-SELECTION. EXIT.
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
                               ITEM   (RANG-TS-PAGE-FB22)
                               MAIN
                               NOHANDLE
           END-EXEC.
           IF EIBRCODE  NOT = LOW-VALUE
              MOVE 'FBGP :PB ECRITURE TS PAGINATION FB22' TO MESS
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
           MOVE 1                  TO RANG-TS-PAGE-FB22.
           EXEC CICS WRITEQ TS QUEUE  (IDENT-TS-PAGE)
                               FROM   (WSS-PAGE-CONTROLE)
                               LENGTH (WSS-PAGE-LONG)
                               ITEM   (RANG-TS-PAGE-FB22)
                               REWRITE
                               MAIN
                               NOHANDLE
           END-EXEC.
           IF EIBRCODE  NOT = LOW-VALUE
              EXEC CICS WRITEQ TS QUEUE  (IDENT-TS-PAGE)
                                  FROM   (WSS-PAGE-CONTROLE)
                                  LENGTH (WSS-PAGE-LONG)
                                  ITEM   (RANG-TS-PAGE-FB22)
                                  MAIN
                                  NOHANDLE
              END-EXEC
           END-IF.
       FIN-ECR-TS-PAGE-CONTROLE. EXIT.
      *
      *****************************************************************
       LECT-TS-PAGE-CONTROLE.
      *---------------------*
           MOVE 1                  TO RANG-TS-PAGE-FB22.
           EXEC CICS READQ TS QUEUE  (IDENT-TS-PAGE)
                               INTO   (WSS-PAGE-CONTROLE)
                               LENGTH (WSS-PAGE-LONG)
                               ITEM   (RANG-TS-PAGE-FB22)
                               NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE ZERO            TO WSS-CTL-NB-PAGES
                                      WSS-CTL-NB-CORRESP
              MOVE 1               TO WSS-CTL-PAGE-COURANTE
           END-IF.
       FIN-LECT-TS-PAGE-CONTROLE. EXIT.
      *
      *****************************************************************
      *    SUPPRESSION DE LA TS DE PAGINATION (NOUVELLE RECHERCHE OU  *
      *    SORTIE DE LA CONVERSATION) - L'ABSENCE DE FILE N'EST PAS   *
      *    UNE ERREUR                                                 *
      *****************************************************************
       RAZ-TS-PAGE-FB22.
      *----------------*
           EXEC CICS DELETEQ TS QUEUE (IDENT-TS-PAGE)
                                NOHANDLE
           END-EXEC.
       FIN-RAZ-TS-PAGE-FB22. EXIT.
      *
      *****************************************************************
      *    AFFICHAGE DE LA PAGE WSS-IND-PAGE                          *
      *****************************************************************
       AFFICHAGE-PAGE.
      *--------------*
           COMPUTE RANG-TS-PAGE-FB22 = WSS-IND-PAGE + 1.
           EXEC CICS READQ TS QUEUE  (IDENT-TS-PAGE)
                               INTO   (WSS-PAGE-ENR)
                               LENGTH (WSS-PAGE-LONG)
                               ITEM   (RANG-TS-PAGE-FB22)
                               NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBGP :PB LECTURE TS PAGINATION FB22' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           PERFORM RAZ-LIGNES-ECRAN THRU
                   FIN-RAZ-LIGNES-ECRAN.
           PERFORM VARYING WSS-IND-AFF FROM 1 BY 1
              UNTIL WSS-IND-AFF > 12
              MOVE WSS-PL-DETAIL(WSS-IND-AFF)
                TO ECR-TSDETLO(WSS-IND-AFF)
           END-PERFORM.
           MOVE WSS-IND-PAGE       TO WSS-CTL-PAGE-COURANTE
                                      WSS-EDIT-PAGE-CRT.
           MOVE WSS-CTL-NB-PAGES   TO WSS-EDIT-PAGE-NB.
           MOVE WSS-EDIT-PAGE      TO ECR-XPAGEO.
           PERFORM ECR-TS-PAGE-CONTROLE THRU
                   FIN-ECR-TS-PAGE-CONTROLE.
       FIN-AFFICHAGE-PAGE. EXIT.
      *
      *****************************************************************
       RAZ-LIGNES-ECRAN.
      *----------------*
           PERFORM VARYING WSS-IND-AFF FROM 1 BY 1
              UNTIL WSS-IND-AFF > 12
              MOVE SPACES TO ECR-TSDETLO(WSS-IND-AFF)
                             ECR-TSSELCO(WSS-IND-AFF)
           END-PERFORM.
       FIN-RAZ-LIGNES-ECRAN. EXIT.
      *
      *****************************************************************
       PAGE-PRECEDENTE.
      *---------------*
           IF WSS-CTL-NB-PAGES = ZERO
              MOVE 'FB223'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
           ELSE
              IF WSS-CTL-PAGE-COURANTE > 1
                 COMPUTE WSS-IND-PAGE = WSS-CTL-PAGE-COURANTE - 1
                 PERFORM AFFICHAGE-PAGE THRU
                         FIN-AFFICHAGE-PAGE
              ELSE
                 MOVE 'DEBUT DE LA FILE DE REVUE' TO ECR-XMSGILO
              END-IF
           END-IF.
       FIN-PAGE-PRECEDENTE. EXIT.
      *
      *****************************************************************
       PAGE-SUIVANTE.
      *-------------*
           IF WSS-CTL-NB-PAGES = ZERO
              MOVE 'FB223'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
           ELSE
              IF WSS-CTL-PAGE-COURANTE < WSS-CTL-NB-PAGES
                 COMPUTE WSS-IND-PAGE = WSS-CTL-PAGE-COURANTE + 1
                 PERFORM AFFICHAGE-PAGE THRU
                         FIN-AFFICHAGE-PAGE
              ELSE
                 MOVE 'FIN DE LA FILE DE REVUE' TO ECR-XMSGILO
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
           PERFORM RAZ-TS-PAGE-FB22 THRU
                   FIN-RAZ-TS-PAGE-FB22.
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
           PERFORM RAZ-TS-PAGE-FB22 THRU
                   FIN-RAZ-TS-PAGE-FB22.
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
           PERFORM RAZ-TS-PAGE-FB22 THRU
                   FIN-RAZ-TS-PAGE-FB22.
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
      ** FIN DE PROGRAMME  FB22T00  CREE LE  15/10/26  .
