       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FB23T00.
      * MODULE EN COURS DE MAINTENANCE PAR   : ...................... !
      * PREVU POUR ETRE MIS EN PRODUCTION LE : ../../..               !
      * N.B..: ...................................................... !
      *---------------------------------------------------------------+
      * NOM DU LOAD MODULE : FB23T00                CREE LE 15/10/26
      * NOM DE TRANSACTION : FB23
      * NOM DE MAP         : FB23M0Z
      * NOM DU PGM BATCH   : ........ (SI MODULE COMMUN TP/BATCH)
      * AUTEUR             : P.ESTEVE
      * LOGON TSO          : ETDA4
      *
      * TITRE              : REFERENTIEL DES SOUS-FLOTTES CLIENT
      *---------------------------------------------------------------+
      *                          >> BUT <<
      * ENTRETIEN DU REFERENTIEL DES SOUS-FLOTTES (SITES OU CENTRES
      * DE COUT) DES CLIENTS FLOTTE (KSDS FB00SFLR, DESSIN FB00SFLF,
      * CLE = GESCLI + CODE SOUS-FLOTTE - FD 51173). LES GRANDS
      * COMPTES GERENT LEURS VEHICULES PAR SITE ET DEMANDENT
      * ATTESTATIONS, RELEVES ET AVENANTS A CE NIVEAU ; UNE
      * COMPOSITION ETAIT JUSQU'ICI A PLAT. CHAQUE SOUS-FLOTTE PORTE
      * UN LIBELLE ET L'ADRESSE DU SITE (REPRISE SUR L'ATTESTATION
      * FILTREE 'ATSF=' DE FB01). LES VEHICULES ET CONDUCTEURS SONT
      * AFFECTES A UNE SOUS-FLOTTE PAR LA COMMANDE 'SF=' DE FB01
      * (KSDS FB01SFLA) ; FB01 REFUSE UN CODE INCONNU DU CLIENT OU
      * NON AFFECTABLE.
      * ACTIONS (MEME FACON DE FAIRE QUE FB21) :
      * A = AFFICHER, C = CREER, M = MODIFIER, S = SUPPRIMER. LA
      * SUPPRESSION EST LOGIQUE (SOUS-FLOTTE RENDUE NON AFFECTABLE) :
      * LE POSTE DOIT SURVIVRE POUR LES ELEMENTS QUI PORTENT ENCORE
      * CE CODE ET QUE LES BATCHS AVAL VENTILENT TOUJOURS.
      *---------------------------------------------------------------+
      *                       >> MAINTENANCE <<
      *-------------+-------------------------------------------------+
      * DATE/AUTEUR !         DESCRIPTION DE LA MODIFICATION          !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51173 : CREATION.                            !
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
      *--- POSTES DU REFERENTIEL DES SOUS-FLOTTES ET DES AFFECTATIONS
      *--- (DESSIN FB00SFLF)
       ++INCLUDE FB00SFLF
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
      *    ZONES DE LA MAP  FB23M0                                    *
      *****************************************************************
       01  FILLER  PIC X(16) VALUE '*** MAP FB23 ***'.
      *
       01  Z-MAP.
      *
       ++INCLUDE FB23M0Z
      *
      *****************************************************************
      *     DESCRIPTION DE LA TS-ECRAN   MDT OFF                      *
      *****************************************************************
       ++INCLUDE SQKWTSMA
           02  TS-FB23M00O REDEFINES ZONE-TS-ECRAN.
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
               05 TS-ECR-SFACTCL      COMP PIC S9(4).
               05 TS-ECR-SFACTCA      PIC X.
               05 TS-ECR-SFACTCO      PIC X(1).
               05 TS-ECR-SFGESCL      COMP PIC S9(4).
               05 TS-ECR-SFGESCA      PIC X.
               05 TS-ECR-SFGESCO      PIC X(11).
               05 TS-ECR-SFCODCL      COMP PIC S9(4).
               05 TS-ECR-SFCODCA      PIC X.
               05 TS-ECR-SFCODCO      PIC X(3).
               05 TS-ECR-SFLIBCL      COMP PIC S9(4).
               05 TS-ECR-SFLIBCA      PIC X.
               05 TS-ECR-SFLIBCO      PIC X(30).
               05 TS-ECR-SFVOICL      COMP PIC S9(4).
               05 TS-ECR-SFVOICA      PIC X.
               05 TS-ECR-SFVOICO      PIC X(32).
               05 TS-ECR-SFCPOCL      COMP PIC S9(4).
               05 TS-ECR-SFCPOCA      PIC X.
               05 TS-ECR-SFCPOCO      PIC X(5).
               05 TS-ECR-SFCOMCL      COMP PIC S9(4).
               05 TS-ECR-SFCOMCA      PIC X.
               05 TS-ECR-SFCOMCO      PIC X(26).
               05 TS-ECR-SFACFCL      COMP PIC S9(4).
               05 TS-ECR-SFACFCA      PIC X.
               05 TS-ECR-SFACFCO      PIC X(1).
               05 TS-ECR-SFMAJCL      COMP PIC S9(4).
               05 TS-ECR-SFMAJCA      PIC X.
               05 TS-ECR-SFMAJCO      PIC X(8).
               05 TS-ECR-SFRACCL      COMP PIC S9(4).
               05 TS-ECR-SFRACCA      PIC X.
               05 TS-ECR-SFRACCO      PIC X(15).
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
       MODULE-FB23.
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
       FIN-MODULE-FB23.  EXIT.
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
           MOVE   'FB23'  TO NOM-TACHE,
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
           MOVE 'SAISIR ACTION, CLIENT ET SOUS-FLOTTE PUIS ENTREE'
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
              MOVE 'FB239'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           EVALUATE ECR-SFACTCI
              WHEN 'A'
                 PERFORM AFFICHER-SOUS-FLOTTE THRU
                         FAFFICHER-SOUS-FLOTTE
              WHEN 'C'
                 PERFORM CREER-SOUS-FLOTTE THRU
                         FCREER-SOUS-FLOTTE
              WHEN 'M'
                 PERFORM MODIFIER-SOUS-FLOTTE THRU
                         FMODIFIER-SOUS-FLOTTE
              WHEN 'S'
                 PERFORM SUPPRIMER-SOUS-FLOTTE THRU
                         FSUPPRIMER-SOUS-FLOTTE
              WHEN OTHER
                 MOVE 'FB232'      TO COM-GENE-MESANO
                                      COM-CODERR
                 MOVE 1            TO KONTROL
           END-EVALUATE.
       FIN-M-TRAITEMENT-NORMAL. EXIT.
      *
      *****************************************************************
      *    LA CLE D'UNE SOUS-FLOTTE EST LE CLIENT (GESTIONNAIRE 6 +   *
      *    CLIENT 5, COMME SUR FB01) ET LE CODE SUR 3 CARACTERES. LE  *
      *    '?' APPELLE L'AIDE EN LIGNE SUR FB01 : IL EST REFUSE       *
      *****************************************************************
       CONTROLER-CLE-SAISIE.
      *--------------------*
           IF ECR-SFGESCI = SPACES OR LOW-VALUE
              OR ECR-SFCODCI = SPACES OR LOW-VALUE
              MOVE 'FB231'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-CLE-SAISIE
           END-IF.
           IF ECR-SFCODCI (1:1) = '?' OR SPACE
              MOVE 'FB238'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLER-CLE-SAISIE. EXIT.
      *
      *****************************************************************
       AFFICHER-SOUS-FLOTTE.
      *--------------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FAFFICHER-SOUS-FLOTTE
           END-IF.
           MOVE ECR-SFGESCI             TO SFLR-GESCLI.
           MOVE ECR-SFCODCI             TO SFLR-CODE.
           EXEC CICS READ FILE   ('FB00SFLR')
                          INTO   (WSS-SFLR-ENR)
                          LENGTH (LENGTH OF WSS-SFLR-ENR)
                          RIDFLD (SFLR-CLE)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB234'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FAFFICHER-SOUS-FLOTTE
           END-IF.
           MOVE SFLR-LIBELLE           TO ECR-SFLIBCO.
           MOVE SFLR-VOIE              TO ECR-SFVOICO.
           MOVE SFLR-CODE-POSTAL       TO ECR-SFCPOCO.
           MOVE SFLR-COMMUNE           TO ECR-SFCOMCO.
           MOVE SFLR-ACTIF             TO ECR-SFACFCO.
           MOVE SFLR-DATE-MAJ          TO ECR-SFMAJCO.
           MOVE SFLR-RACF-MAJ          TO ECR-SFRACCO.
       FAFFICHER-SOUS-FLOTTE. EXIT.
      *
      *****************************************************************
      *    CONTROLES DE FOND : LIBELLE OBLIGATOIRE, CODE POSTAL       *
      *    NUMERIQUE S'IL EST SAISI, INDICATEUR AFFECTABLE A 'O' OU   *
      *    'N'                                                        *
      *****************************************************************
       CONTROLER-FOND-SAISIE.
      *---------------------*
           IF ECR-SFLIBCI = SPACES OR LOW-VALUE
              MOVE 'FB235'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           IF ECR-SFCPOCI NOT = SPACES AND NOT = LOW-VALUE
              AND ECR-SFCPOCI NOT NUMERIC
              MOVE 'FB233'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           MOVE ECR-SFACFCI            TO WSS-IND-SAISIE-ON.
           IF NOT SAISIE-ON-VALIDE
              MOVE 'FB236'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLER-FOND-SAISIE. EXIT.
      *
      *****************************************************************
      *    REPORT DE L'ECRAN DANS LE POSTE ET TRACE DE LA MISE A JOUR *
      *    (LES ZONES D'ADRESSE NON SAISIES SONT MISES A BLANC)       *
      *****************************************************************
       ALIMENTER-POSTE-SFL.
      *-------------------*
           MOVE ECR-SFLIBCI            TO SFLR-LIBELLE.
           IF ECR-SFVOICI = LOW-VALUE
              MOVE SPACES              TO SFLR-VOIE
           ELSE
              MOVE ECR-SFVOICI         TO SFLR-VOIE
           END-IF.
           IF ECR-SFCPOCI = LOW-VALUE
              MOVE SPACES              TO SFLR-CODE-POSTAL
           ELSE
              MOVE ECR-SFCPOCI         TO SFLR-CODE-POSTAL
           END-IF.
           IF ECR-SFCOMCI = LOW-VALUE
              MOVE SPACES              TO SFLR-COMMUNE
           ELSE
              MOVE ECR-SFCOMCI         TO SFLR-COMMUNE
           END-IF.
           MOVE ECR-SFACFCI            TO SFLR-ACTIF.
           PERFORM TRACER-MAJ-SFL THRU
                   FTRACER-MAJ-SFL.
       FALIMENTER-POSTE-SFL. EXIT.
      *
      *****************************************************************
       TRACER-MAJ-SFL.
      *--------------*
           MOVE ECR-XJOURDI (7:2)      TO SFLR-DATE-MAJ (3:2).
           MOVE ECR-XJOURDI (4:2)      TO SFLR-DATE-MAJ (5:2).
           MOVE ECR-XJOURDI (1:2)      TO SFLR-DATE-MAJ (7:2).
           IF ECR-XJOURDI (7:2) < '50'
              MOVE '20'                TO SFLR-DATE-MAJ (1:2)
           ELSE
              MOVE '19'                TO SFLR-DATE-MAJ (1:2)
           END-IF.
           MOVE ECR-XRACFLI            TO SFLR-RACF-MAJ.
       FTRACER-MAJ-SFL. EXIT.
      *
      *****************************************************************
       CREER-SOUS-FLOTTE.
      *-----------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCREER-SOUS-FLOTTE
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCREER-SOUS-FLOTTE
           END-IF.
           MOVE SPACES                 TO WSS-SFLR-ENR.
           MOVE ECR-SFGESCI            TO SFLR-GESCLI.
           MOVE ECR-SFCODCI            TO SFLR-CODE.
           PERFORM ALIMENTER-POSTE-SFL THRU
                   FALIMENTER-POSTE-SFL.
           EXEC CICS WRITE FILE   ('FB00SFLR')
                           FROM   (WSS-SFLR-ENR)
                           LENGTH (LENGTH OF WSS-SFLR-ENR)
                           RIDFLD (SFLR-CLE)
                           NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB237'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCREER-SOUS-FLOTTE
           END-IF.
           MOVE SFLR-DATE-MAJ          TO ECR-SFMAJCO.
           MOVE SFLR-RACF-MAJ          TO ECR-SFRACCO.
           MOVE 'SOUS-FLOTTE CREEE'    TO ECR-XMSGILO.
       FCREER-SOUS-FLOTTE. EXIT.
      *
      *****************************************************************
       MODIFIER-SOUS-FLOTTE.
      *--------------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FMODIFIER-SOUS-FLOTTE
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FMODIFIER-SOUS-FLOTTE
           END-IF.
           MOVE ECR-SFGESCI             TO SFLR-GESCLI.
           MOVE ECR-SFCODCI             TO SFLR-CODE.
           EXEC CICS READ FILE   ('FB00SFLR')
                          INTO   (WSS-SFLR-ENR)
                          LENGTH (LENGTH OF WSS-SFLR-ENR)
                          RIDFLD (SFLR-CLE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB234'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FMODIFIER-SOUS-FLOTTE
           END-IF.
           PERFORM ALIMENTER-POSTE-SFL THRU
                   FALIMENTER-POSTE-SFL.
           EXEC CICS REWRITE FILE ('FB00SFLR')
                             FROM (WSS-SFLR-ENR)
                             LENGTH (LENGTH OF WSS-SFLR-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBSF :PB REWRITE FB00SFLR' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           MOVE SFLR-DATE-MAJ          TO ECR-SFMAJCO.
           MOVE SFLR-RACF-MAJ          TO ECR-SFRACCO.
           MOVE 'SOUS-FLOTTE MISE A JOUR' TO ECR-XMSGILO.
       FMODIFIER-SOUS-FLOTTE. EXIT.
      *
      *****************************************************************
      *    SUPPRESSION LOGIQUE : LA SOUS-FLOTTE N'EST PLUS AFFECTABLE *
      *    DANS FB01 MAIS LE POSTE RESTE LU POUR LES ELEMENTS QUI     *
      *    PORTENT ENCORE CE CODE (ATTESTATION, AVENANT, RELEVES)     *
      *****************************************************************
       SUPPRIMER-SOUS-FLOTTE.
      *---------------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FSUPPRIMER-SOUS-FLOTTE
           END-IF.
           MOVE ECR-SFGESCI             TO SFLR-GESCLI.
           MOVE ECR-SFCODCI             TO SFLR-CODE.
           EXEC CICS READ FILE   ('FB00SFLR')
                          INTO   (WSS-SFLR-ENR)
                          LENGTH (LENGTH OF WSS-SFLR-ENR)
                          RIDFLD (SFLR-CLE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB234'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FSUPPRIMER-SOUS-FLOTTE
           END-IF.
           MOVE 'N'                    TO SFLR-ACTIF.
           PERFORM TRACER-MAJ-SFL THRU
                   FTRACER-MAJ-SFL.
           EXEC CICS REWRITE FILE ('FB00SFLR')
                             FROM (WSS-SFLR-ENR)
                             LENGTH (LENGTH OF WSS-SFLR-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBSF :PB REWRITE FB00SFLR' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           MOVE SFLR-ACTIF             TO ECR-SFACFCO.
           MOVE SFLR-DATE-MAJ          TO ECR-SFMAJCO.
           MOVE SFLR-RACF-MAJ          TO ECR-SFRACCO.
           MOVE 'SOUS-FLOTTE DESACTIVEE (PLUS AFFECTABLE DANS FB01)'
                                       TO ECR-XMSGILO.
       FSUPPRIMER-SOUS-FLOTTE. EXIT.
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
      ** FIN DE PROGRAMME  FB23T00  CREE LE  15/10/26  .
