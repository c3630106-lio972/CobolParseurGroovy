       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FB21T00.
      * MODULE EN COURS DE MAINTENANCE PAR   : ...................... !
      * PREVU POUR ETRE MIS EN PRODUCTION LE : ../../..               !
      * N.B..: ...................................................... !
      *---------------------------------------------------------------+
      * NOM DU LOAD MODULE : FB21T00                CREE LE 15/10/26
      * NOM DE TRANSACTION : FB21
      * NOM DE MAP         : FB21M0Z
      * NOM DU PGM BATCH   : ........ (SI MODULE COMMUN TP/BATCH)
      * AUTEUR             : P.ESTEVE
      * LOGON TSO          : ETDA4
      *
      * TITRE              : REFERENTIEL DES MOTIFS DE SORTIE FB01
      *---------------------------------------------------------------+
      *                          >> BUT <<
      * ENTRETIEN DU REFERENTIEL DES MOTIFS DE SORTIE DE COMPOSITION
      * (KSDS FB01MOTF, DESSIN FB00MOTF, CLE = CODE MOTIF - FD 51166).
      * LE MOTIF DE SORTIE N'ETAIT QU'UN CARACTERE LIBRE CONTROLE EN
      * DUR DANS FB01T00 : LES BATCHS AVAL NE DISTINGUAIENT PAS UNE
      * DESTRUCTION, UN VOL, UN DECES OU UNE ERREUR DE SAISIE. CHAQUE
      * MOTIF PORTE DESORMAIS L'ELEMENT AUQUEL IL S'APPLIQUE ET SES
      * CONSEQUENCES AVAL : EXCLUSION FCGEEDF1 (FB00B02), SORTIE FVA
      * ET DEMANDE DE RELEVE D'INFORMATION (FB04B09), LIBELLE DE
      * L'AVENANT (FB01B07). L'AVIS DE SORTIE CIGAL N'EST PLUS UNE
      * CONSEQUENCE (CIGAL00 N'A PAS DE MOUVEMENT DE SORTIE) : SA
      * ZONE EST RETIREE DE L'ECRAN. FB01T00 REFUSE UN MOTIF
      * INCONNU, NON SAISISSABLE OU SANS RAPPORT AVEC L'ELEMENT.
      * ACTIONS (MEME FACON DE FAIRE QUE FB20) :
      * A = AFFICHER, C = CREER, M = MODIFIER, S = SUPPRIMER. LA
      * SUPPRESSION EST LOGIQUE (MOTIF RENDU NON SAISISSABLE) : LE
      * POSTE DOIT SURVIVRE POUR LES SORTIES DEJA ENREGISTREES SOUS
      * CE MOTIF, DONT LES BATCHS AVAL APPLIQUENT ENCORE LES EFFETS.
      * LE CODE 'R' (CHANGEMENT DE VEHICULE) EST RESERVE A FB01T00.
      *---------------------------------------------------------------+
      *                       >> MAINTENANCE <<
      *-------------+-------------------------------------------------+
      * DATE/AUTEUR !         DESCRIPTION DE LA MODIFICATION          !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51166 : CREATION.                            !
      * P.ESTEVE    !                                                 !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51210 : RETRAIT DE LA ZONE AVIS DE SORTIE    !
      * P.ESTEVE    ! CIGAL, SANS EFFET AVAL DEPUIS FB04B09 M003.     !
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
      *--- POSTE DU REFERENTIEL DES MOTIFS DE SORTIE (DESSIN FB00MOTF)
       ++INCLUDE FB00MOTF
      *
      *--- CONTROLE DES INDICATEURS O/N SAISIS
       01  WSS-IND-SAISIE-ON          PIC X(01).
           88  SAISIE-ON-VALIDE           VALUE 'O' 'N'.
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
      *    ZONES DE LA MAP  FB21M0                                    *
      *****************************************************************
       01  FILLER  PIC X(16) VALUE '*** MAP FB21 ***'.
      *
       01  Z-MAP.
      *
       ++INCLUDE FB21M0Z
      *
      *****************************************************************
      *     DESCRIPTION DE LA TS-ECRAN   MDT OFF                      *
      *****************************************************************
       ++INCLUDE SQKWTSMA
           02  TS-FB21M00O REDEFINES ZONE-TS-ECRAN.
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
               05 TS-ECR-MTACTCL      COMP PIC S9(4).
               05 TS-ECR-MTACTCA      PIC X.
               05 TS-ECR-MTACTCO      PIC X(1).
               05 TS-ECR-MTCODCL      COMP PIC S9(4).
               05 TS-ECR-MTCODCA      PIC X.
               05 TS-ECR-MTCODCO      PIC X(1).
               05 TS-ECR-MTELTCL      COMP PIC S9(4).
               05 TS-ECR-MTELTCA      PIC X.
               05 TS-ECR-MTELTCO      PIC X(1).
               05 TS-ECR-MTLIBCL      COMP PIC S9(4).
               05 TS-ECR-MTLIBCA      PIC X.
               05 TS-ECR-MTLIBCO      PIC X(30).
               05 TS-ECR-MTEXCCL      COMP PIC S9(4).
               05 TS-ECR-MTEXCCA      PIC X.
               05 TS-ECR-MTEXCCO      PIC X(1).
               05 TS-ECR-MTFVACL      COMP PIC S9(4).
               05 TS-ECR-MTFVACA      PIC X.
               05 TS-ECR-MTFVACO      PIC X(1).
               05 TS-ECR-MTRELCL      COMP PIC S9(4).
               05 TS-ECR-MTRELCA      PIC X.
               05 TS-ECR-MTRELCO      PIC X(1).
               05 TS-ECR-MTAVTCL      COMP PIC S9(4).
               05 TS-ECR-MTAVTCA      PIC X.
               05 TS-ECR-MTAVTCO      PIC X(30).
               05 TS-ECR-MTACFCL      COMP PIC S9(4).
               05 TS-ECR-MTACFCA      PIC X.
               05 TS-ECR-MTACFCO      PIC X(1).
               05 TS-ECR-MTMAJCL      COMP PIC S9(4).
               05 TS-ECR-MTMAJCA      PIC X.
               05 TS-ECR-MTMAJCO      PIC X(8).
               05 TS-ECR-MTRACCL      COMP PIC S9(4).
               05 TS-ECR-MTRACCA      PIC X.
               05 TS-ECR-MTRACCO      PIC X(15).
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
       MODULE-FB21.
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
       FIN-MODULE-FB21.  EXIT.
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
           MOVE   'FB21'  TO NOM-TACHE,
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
           MOVE 'SAISIR ACTION ET CODE MOTIF PUIS ENTREE'
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
              MOVE 'FB219'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           EVALUATE ECR-MTACTCI
              WHEN 'A'
                 PERFORM AFFICHER-MOTIF THRU
                         FAFFICHER-MOTIF
              WHEN 'C'
                 PERFORM CREER-MOTIF THRU
                         FCREER-MOTIF
              WHEN 'M'
                 PERFORM MODIFIER-MOTIF THRU
                         FMODIFIER-MOTIF
              WHEN 'S'
                 PERFORM SUPPRIMER-MOTIF THRU
                         FSUPPRIMER-MOTIF
              WHEN OTHER
                 MOVE 'FB212'      TO COM-GENE-MESANO
                                      COM-CODERR
                 MOVE 1            TO KONTROL
           END-EVALUATE.
       FIN-M-TRAITEMENT-NORMAL. EXIT.
      *
      *****************************************************************
      *    LA CLE D'UN MOTIF EST SON CODE (1 CARACTERE). LE CODE 'R'  *
      *    (CHANGEMENT DE VEHICULE) EST RESERVE A FB01T00, LE '?'     *
      *    Y APPELLE L'AIDE EN LIGNE                                  *
      *****************************************************************
       CONTROLER-CLE-SAISIE.
      *--------------------*
           IF ECR-MTCODCI = SPACES OR LOW-VALUE
              MOVE 'FB211'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-CLE-SAISIE
           END-IF.
           IF ECR-MTCODCI = 'R' OR '?'
              MOVE 'FB218'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLER-CLE-SAISIE. EXIT.
      *
      *****************************************************************
       AFFICHER-MOTIF.
      *--------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FAFFICHER-MOTIF
           END-IF.
           MOVE ECR-MTCODCI             TO MOTF-CODE.
           EXEC CICS READ FILE   ('FB01MOTF')
                          INTO   (WSS-MOTF-ENR)
                          LENGTH (LENGTH OF WSS-MOTF-ENR)
                          RIDFLD (MOTF-CODE)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB214'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FAFFICHER-MOTIF
           END-IF.
           MOVE MOTF-ELEMENT           TO ECR-MTELTCO.
           MOVE MOTF-LIBELLE           TO ECR-MTLIBCO.
           MOVE MOTF-EFF-EXCLUSION     TO ECR-MTEXCCO.
           MOVE MOTF-EFF-FVA           TO ECR-MTFVACO.
           MOVE MOTF-EFF-RELEVE        TO ECR-MTRELCO.
           MOVE MOTF-LIB-AVENANT       TO ECR-MTAVTCO.
           MOVE MOTF-ACTIF             TO ECR-MTACFCO.
           MOVE MOTF-DATE-MAJ          TO ECR-MTMAJCO.
           MOVE MOTF-RACF-MAJ          TO ECR-MTRACCO.
       FAFFICHER-MOTIF. EXIT.
      *
      *****************************************************************
      *    CONTROLES DE FOND : ELEMENT V/P/T, LIBELLE OBLIGATOIRE,    *
      *    CONSEQUENCES ET INDICATEUR SAISISSABLE A 'O' OU 'N'        *
      *****************************************************************
       CONTROLER-FOND-SAISIE.
      *---------------------*
           MOVE ECR-MTELTCI            TO MOTF-ELEMENT.
           IF NOT MOTF-ELT-VALIDE
              MOVE 'FB213'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           IF ECR-MTLIBCI = SPACES OR LOW-VALUE
              MOVE 'FB215'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           MOVE ECR-MTEXCCI            TO WSS-IND-SAISIE-ON.
           IF NOT SAISIE-ON-VALIDE
              GO TO ERREUR-INDICATEUR-ON
           END-IF.
           MOVE ECR-MTFVACI            TO WSS-IND-SAISIE-ON.
           IF NOT SAISIE-ON-VALIDE
              GO TO ERREUR-INDICATEUR-ON
           END-IF.
           MOVE ECR-MTRELCI            TO WSS-IND-SAISIE-ON.
           IF NOT SAISIE-ON-VALIDE
              GO TO ERREUR-INDICATEUR-ON
           END-IF.
           MOVE ECR-MTACFCI            TO WSS-IND-SAISIE-ON.
           IF SAISIE-ON-VALIDE
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
       ERREUR-INDICATEUR-ON.
           MOVE 'FB216'                TO COM-GENE-MESANO
                                          COM-CODERR.
           MOVE 1                      TO KONTROL.
       FCONTROLER-FOND-SAISIE. EXIT.
      *
      *****************************************************************
      *    REPORT DE L'ECRAN DANS LE POSTE ET TRACE DE LA MISE A JOUR *
      *****************************************************************
       ALIMENTER-POSTE-MOTIF.
      *---------------------*
           MOVE ECR-MTELTCI            TO MOTF-ELEMENT.
           MOVE ECR-MTLIBCI            TO MOTF-LIBELLE.
           MOVE ECR-MTEXCCI            TO MOTF-EFF-EXCLUSION.
           MOVE ECR-MTFVACI            TO MOTF-EFF-FVA.
           MOVE ECR-MTRELCI            TO MOTF-EFF-RELEVE.
           IF ECR-MTAVTCI = LOW-VALUE
              MOVE SPACES              TO MOTF-LIB-AVENANT
           ELSE
              MOVE ECR-MTAVTCI         TO MOTF-LIB-AVENANT
           END-IF.
           MOVE ECR-MTACFCI            TO MOTF-ACTIF.
           PERFORM TRACER-MAJ-MOTIF THRU
                   FTRACER-MAJ-MOTIF.
       FALIMENTER-POSTE-MOTIF. EXIT.
      *
      *****************************************************************
       TRACER-MAJ-MOTIF.
      *----------------*
           MOVE ECR-XJOURDI (7:2)      TO MOTF-DATE-MAJ (3:2).
           MOVE ECR-XJOURDI (4:2)      TO MOTF-DATE-MAJ (5:2).
           MOVE ECR-XJOURDI (1:2)      TO MOTF-DATE-MAJ (7:2).
           IF ECR-XJOURDI (7:2) < '50'
              MOVE '20'                TO MOTF-DATE-MAJ (1:2)
           ELSE
              MOVE '19'                TO MOTF-DATE-MAJ (1:2)
           END-IF.
           MOVE ECR-XRACFLI            TO MOTF-RACF-MAJ.
       FTRACER-MAJ-MOTIF. EXIT.
      *
      *****************************************************************
       CREER-MOTIF.
      *-----------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCREER-MOTIF
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCREER-MOTIF
           END-IF.
           MOVE SPACES                 TO WSS-MOTF-ENR.
           MOVE ECR-MTCODCI            TO MOTF-CODE.
           PERFORM ALIMENTER-POSTE-MOTIF THRU
                   FALIMENTER-POSTE-MOTIF.
           EXEC CICS WRITE FILE   ('FB01MOTF')
                           FROM   (WSS-MOTF-ENR)
                           LENGTH (LENGTH OF WSS-MOTF-ENR)
                           RIDFLD (MOTF-CODE)
                           NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB217'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCREER-MOTIF
           END-IF.
           MOVE MOTF-DATE-MAJ          TO ECR-MTMAJCO.
           MOVE MOTF-RACF-MAJ          TO ECR-MTRACCO.
           MOVE 'MOTIF CREE'           TO ECR-XMSGILO.
       FCREER-MOTIF. EXIT.
      *
      *****************************************************************
       MODIFIER-MOTIF.
      *--------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FMODIFIER-MOTIF
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FMODIFIER-MOTIF
           END-IF.
           MOVE ECR-MTCODCI             TO MOTF-CODE.
           EXEC CICS READ FILE   ('FB01MOTF')
                          INTO   (WSS-MOTF-ENR)
                          LENGTH (LENGTH OF WSS-MOTF-ENR)
                          RIDFLD (MOTF-CODE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB214'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FMODIFIER-MOTIF
           END-IF.
           PERFORM ALIMENTER-POSTE-MOTIF THRU
                   FALIMENTER-POSTE-MOTIF.
           EXEC CICS REWRITE FILE ('FB01MOTF')
                             FROM (WSS-MOTF-ENR)
                             LENGTH (LENGTH OF WSS-MOTF-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBMT :PB REWRITE FB01MOTF' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           MOVE MOTF-DATE-MAJ          TO ECR-MTMAJCO.
           MOVE MOTF-RACF-MAJ          TO ECR-MTRACCO.
           MOVE 'MOTIF MIS A JOUR'     TO ECR-XMSGILO.
       FMODIFIER-MOTIF. EXIT.
      *
      *****************************************************************
      *    SUPPRESSION LOGIQUE : LE MOTIF N'EST PLUS SAISISSABLE DANS *
      *    FB01 MAIS LE POSTE RESTE LU PAR LES BATCHS AVAL POUR LES   *
      *    SORTIES DEJA ENREGISTREES SOUS CE CODE                     *
      *****************************************************************
       SUPPRIMER-MOTIF.
      *---------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FSUPPRIMER-MOTIF
           END-IF.
           MOVE ECR-MTCODCI             TO MOTF-CODE.
           EXEC CICS READ FILE   ('FB01MOTF')
                          INTO   (WSS-MOTF-ENR)
                          LENGTH (LENGTH OF WSS-MOTF-ENR)
                          RIDFLD (MOTF-CODE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB214'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FSUPPRIMER-MOTIF
           END-IF.
           MOVE 'N'                    TO MOTF-ACTIF.
           PERFORM TRACER-MAJ-MOTIF THRU
                   FTRACER-MAJ-MOTIF.
           EXEC CICS REWRITE FILE ('FB01MOTF')
                             FROM (WSS-MOTF-ENR)
                             LENGTH (LENGTH OF WSS-MOTF-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBMT :PB REWRITE FB01MOTF' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           MOVE MOTF-ACTIF             TO ECR-MTACFCO.
           MOVE MOTF-DATE-MAJ          TO ECR-MTMAJCO.
           MOVE MOTF-RACF-MAJ          TO ECR-MTRACCO.
           MOVE 'MOTIF DESACTIVE (PLUS SAISISSABLE DANS FB01)'
                                       TO ECR-XMSGILO.
       FSUPPRIMER-MOTIF. EXIT.
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
      ** FIN DE PROGRAMME  FB21T00  CREE LE  15/10/26  .
