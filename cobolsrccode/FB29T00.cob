       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FB29T00.
      * MODULE EN COURS DE MAINTENANCE PAR   : ...................... !
      * PREVU POUR ETRE MIS EN PRODUCTION LE : ../../..               !
      * N.B..: ...................................................... !
      *---------------------------------------------------------------+
      * NOM DU LOAD MODULE : FB29T00                CREE LE 15/10/26
      * NOM DE TRANSACTION : FB29
      * NOM DE MAP         : FB29M0Z
      * NOM DU PGM BATCH   : ........ (SI MODULE COMMUN TP/BATCH)
      * AUTEUR             : P.ESTEVE
      * LOGON TSO          : ETDA4
      *
      * TITRE              : REGLES D'ACCEPTATION SOUSCRIPTION
      *---------------------------------------------------------------+
      *                          >> BUT <<
      * ENTRETIEN PAR LA SOUSCRIPTION DE LA TABLE DES REGLES
      * D'ACCEPTATION PORTANT SUR LES COUPLES CONDUCTEUR/VEHICULE DE
      * LA MATRICE D'AFFECTATION (KSDS FB01REGL, DESSIN FB01REGF, CLE
      * = CODE REGLE + DATE D'EFFET - FD 51182). UNE REGLE PAR LIGNE,
      * DATEE (EFFET ET FIN INCLUSE), AVEC UN VOLET CONDUCTEUR (AGE,
      * ANCIENNETE DE PERMIS, CRM) ET UN VOLET VEHICULE (GROUPE,
      * CLASSE, VALEUR) ET UNE ISSUE : BLOQUANTE, SOUMISE A L'ACCORD
      * DE LA SOUSCRIPTION (FILE FB08) OU SIMPLE AVERTISSEMENT. LES
      * REGLES SONT APPLIQUEES A LA SIGNATURE FB01 ET CHAQUE NUIT SUR
      * TOUT LE PORTEFEUILLE (FB01B18).
      * ACTIONS (MEME FACON DE FAIRE QUE FB28) :
      * A = AFFICHER (SANS DATE D'EFFET : VERSION EN VIGUEUR CE JOUR),
      * C = CREER, M = MODIFIER, S = CLORE, L = LISTER A PARTIR DU
      * CODE SAISI (OU DU DEBUT), 6 PAR PAGE.
      * DEUX VERSIONS D'UNE MEME REGLE NE PEUVENT SE CHEVAUCHER. LA
      * CLOTURE EST LOGIQUE (FIN DE VALIDITE AU JOUR) : LA VERSION
      * RESTE CONSULTABLE POUR LES DEMANDES D'ACCORD QUI LA CITENT.
      *---------------------------------------------------------------+
      *                       >> MAINTENANCE <<
      *-------------+-------------------------------------------------+
      * DATE/AUTEUR !         DESCRIPTION DE LA MODIFICATION          !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51182 : CREATION.                            !
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
      *--- REGLES D'ACCEPTATION SOUSCRIPTION (DESSIN FB01REGF)
       ++INCLUDE FB01REGF
      *
      *--- ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01 (CONTROLE
      *--- DES DATES SAISIES)
       ++INCLUDE FB00CALA
      *
      *--- LIGNE DE LA LISTE AFFICHEE
       01  WSS-LIGNE-LISTE.
           05  WSS-LST-CODE            PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-DEBUT           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-FIN             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-ROLE            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-ISSUE           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-LIBELLE         PIC X(40).
      *
       01  WSS-NB-AFFICHES             PIC S9(4) COMP VALUE +0.
       01  WSS-IND-FIN-BROWSE          PIC X(01) VALUE 'N'.
           88  FIN-BROWSE                  VALUE 'O'.
       01  WSS-CLE-DEPART              PIC X(13).
      *
      *--- DATE DU JOUR SSAAMMJJ (REPRISE DE L'EN-TETE JJ/MM/AA)
       01  WSS-DATE-JOUR               PIC X(08).
      *
      *--- REGLE SAISIE, CONTROLEE AVANT ECRITURE
       01  WSS-REGL-SAISIE.
           05  WSS-SAI-DATE-DEBUT      PIC X(08).
           05  WSS-SAI-DATE-FIN        PIC X(08).
           05  WSS-SAI-AGE-MAX         PIC 9(02).
           05  WSS-SAI-ANC-PERMIS-MIN  PIC 9(02).
           05  WSS-SAI-CRM-SEUIL       PIC 9(03).
           05  WSS-SAI-GROUPE-MIN      PIC X(02).
           05  WSS-SAI-CLASSE-MIN      PIC X(01).
           05  WSS-SAI-VALEUR-MIN      PIC 9(07).
       01  WSS-DATE-A-CONTROLER        PIC X(08).
       01  WSS-IND-DATE-VALIDE         PIC X(01) VALUE 'N'.
           88  DATE-VALIDE                 VALUE 'O'.
      *
      *--- VERSIONS D'UNE MEME REGLE : CHEVAUCHEMENT INTERDIT, VERSION
      *--- EN VIGUEUR CE JOUR RETENUE A L'AFFICHAGE SANS DATE D'EFFET
       01  WSS-IND-CHEVAUCHEMENT       PIC X(01) VALUE 'N'.
           88  VERSIONS-CHEVAUCHENT        VALUE 'O'.
       01  WSS-IND-VERSION-TROUVEE     PIC X(01) VALUE 'N'.
           88  VERSION-TROUVEE             VALUE 'O'.
       01  WSS-REGL-SAUVE              PIC X(150).
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
      *    ZONES DE LA MAP  FB29M0                                    *
      *****************************************************************
       01  FILLER  PIC X(16) VALUE '*** MAP FB29 ***'.
      *
       01  Z-MAP.
      *
       ++INCLUDE FB29M0Z
      *
      *****************************************************************
      *     DESCRIPTION DE LA TS-ECRAN   MDT OFF                      *
      *****************************************************************
       ++INCLUDE SQKWTSMA
           02  TS-FB29M00O REDEFINES ZONE-TS-ECRAN.
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
               05 TS-ECR-RGACTCL         COMP PIC S9(4).
               05 TS-ECR-RGACTCA         PIC X.
               05 TS-ECR-RGACTCO         PIC X(1).
               05 TS-ECR-RGCODCL         COMP PIC S9(4).
               05 TS-ECR-RGCODCA         PIC X.
               05 TS-ECR-RGCODCO         PIC X(5).
               05 TS-ECR-RGDDECL         COMP PIC S9(4).
               05 TS-ECR-RGDDECA         PIC X.
               05 TS-ECR-RGDDECO         PIC X(8).
               05 TS-ECR-RGDFICL         COMP PIC S9(4).
               05 TS-ECR-RGDFICA         PIC X.
               05 TS-ECR-RGDFICO         PIC X(8).
               05 TS-ECR-RGLIBCL         COMP PIC S9(4).
               05 TS-ECR-RGLIBCA         PIC X.
               05 TS-ECR-RGLIBCO         PIC X(40).
               05 TS-ECR-RGROLCL         COMP PIC S9(4).
               05 TS-ECR-RGROLCA         PIC X.
               05 TS-ECR-RGROLCO         PIC X(1).
               05 TS-ECR-RGAGECL         COMP PIC S9(4).
               05 TS-ECR-RGAGECA         PIC X.
               05 TS-ECR-RGAGECO         PIC X(2).
               05 TS-ECR-RGANCCL         COMP PIC S9(4).
               05 TS-ECR-RGANCCA         PIC X.
               05 TS-ECR-RGANCCO         PIC X(2).
               05 TS-ECR-RGCRMCL         COMP PIC S9(4).
               05 TS-ECR-RGCRMCA         PIC X.
               05 TS-ECR-RGCRMCO         PIC X(3).
               05 TS-ECR-RGGRPCL         COMP PIC S9(4).
               05 TS-ECR-RGGRPCA         PIC X.
               05 TS-ECR-RGGRPCO         PIC X(2).
               05 TS-ECR-RGCLACL         COMP PIC S9(4).
               05 TS-ECR-RGCLACA         PIC X.
               05 TS-ECR-RGCLACO         PIC X(1).
               05 TS-ECR-RGVALCL         COMP PIC S9(4).
               05 TS-ECR-RGVALCA         PIC X.
               05 TS-ECR-RGVALCO         PIC X(7).
               05 TS-ECR-RGISSCL         COMP PIC S9(4).
               05 TS-ECR-RGISSCA         PIC X.
               05 TS-ECR-RGISSCO         PIC X(1).
               05 TS-ECR-RGMAJCL         COMP PIC S9(4).
               05 TS-ECR-RGMAJCA         PIC X.
               05 TS-ECR-RGMAJCO         PIC X(8).
               05 TS-ECR-RGRACCL         COMP PIC S9(4).
               05 TS-ECR-RGRACCA         PIC X.
               05 TS-ECR-RGRACCO         PIC X(15).
               05 TS-ECR-RGL01L          COMP PIC S9(4).
               05 TS-ECR-RGL01A          PIC X.
               05 TS-ECR-RGL01O          PIC X(70).
               05 TS-ECR-RGL02L          COMP PIC S9(4).
               05 TS-ECR-RGL02A          PIC X.
               05 TS-ECR-RGL02O          PIC X(70).
               05 TS-ECR-RGL03L          COMP PIC S9(4).
               05 TS-ECR-RGL03A          PIC X.
               05 TS-ECR-RGL03O          PIC X(70).
               05 TS-ECR-RGL04L          COMP PIC S9(4).
               05 TS-ECR-RGL04A          PIC X.
               05 TS-ECR-RGL04O          PIC X(70).
               05 TS-ECR-RGL05L          COMP PIC S9(4).
               05 TS-ECR-RGL05A          PIC X.
               05 TS-ECR-RGL05O          PIC X(70).
               05 TS-ECR-RGL06L          COMP PIC S9(4).
               05 TS-ECR-RGL06A          PIC X.
               05 TS-ECR-RGL06O          PIC X(70).
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
       MODULE-FB29.
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
       FIN-MODULE-FB29.  EXIT.
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
           MOVE   'FB29'  TO NOM-TACHE,
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
           MOVE 'SAISIR ACTION ET CODE REGLE PUIS ENTREE'
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
              MOVE 'FB299'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           PERFORM DATE-DU-JOUR THRU
                   FDATE-DU-JOUR.
           EVALUATE ECR-RGACTCI
              WHEN 'A'
                 PERFORM AFFICHER-REGLE THRU
                         FAFFICHER-REGLE
              WHEN 'C'
                 PERFORM CREER-REGLE THRU
                         FCREER-REGLE
              WHEN 'M'
                 PERFORM MODIFIER-REGLE THRU
                         FMODIFIER-REGLE
              WHEN 'S'
                 PERFORM CLORE-REGLE THRU
                         FCLORE-REGLE
              WHEN 'L'
                 PERFORM LISTER-REGLES THRU
                         FLISTER-REGLES
              WHEN OTHER
                 MOVE 'FB292'      TO COM-GENE-MESANO
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
      *    LA CLE D'UNE REGLE EST SON CODE (5 CARACTERES) SUIVI DE    *
      *    SA DATE D'EFFET                                            *
      *****************************************************************
       CONTROLER-CLE-SAISIE.
      *--------------------*
           IF ECR-RGCODCI = SPACES OR LOW-VALUE
              MOVE 'FB291'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLER-CLE-SAISIE. EXIT.
      *
      *****************************************************************
      *    VERSION DESIGNEE PAR LE CODE ET LA DATE D'EFFET SAISIS ;   *
      *    SANS DATE D'EFFET, VERSION EN VIGUEUR CE JOUR              *
      *****************************************************************
       RECHERCHER-VERSION.
      *------------------*
           IF ECR-RGDDECI = SPACES OR LOW-VALUE
              PERFORM CHERCHER-VERSION-EN-VIGUEUR THRU
                      FCHERCHER-VERSION-EN-VIGUEUR
              IF NOT VERSION-TROUVEE
                 MOVE 'FB295'          TO COM-GENE-MESANO
                                          COM-CODERR
                 MOVE 1                TO KONTROL
              END-IF
              GO TO FRECHERCHER-VERSION
           END-IF.
           MOVE ECR-RGCODCI             TO REGL-CODE.
           MOVE ECR-RGDDECI             TO REGL-DATE-DEBUT.
           EXEC CICS READ FILE   ('FB01REGL')
                          INTO   (WSS-REGL-ENR)
                          LENGTH (LENGTH OF WSS-REGL-ENR)
                          RIDFLD (REGL-CLE)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB295'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FRECHERCHER-VERSION. EXIT.
      *
      *****************************************************************
       CHERCHER-VERSION-EN-VIGUEUR.
      *---------------------------*
           MOVE 'N'                 TO WSS-IND-VERSION-TROUVEE
                                       WSS-IND-FIN-BROWSE.
           MOVE LOW-VALUES          TO WSS-CLE-DEPART.
           MOVE ECR-RGCODCI         TO WSS-CLE-DEPART (1:5).
           EXEC CICS STARTBR FILE   ('FB01REGL')
                             RIDFLD (WSS-CLE-DEPART)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              GO TO FCHERCHER-VERSION-EN-VIGUEUR
           END-IF.
           PERFORM EXAMINER-VERSION-EN-VIGUEUR THRU
                   FEXAMINER-VERSION-EN-VIGUEUR
              UNTIL FIN-BROWSE.
           EXEC CICS ENDBR FILE ('FB01REGL')
                           NOHANDLE
           END-EXEC.
           IF VERSION-TROUVEE
              MOVE WSS-REGL-SAUVE   TO WSS-REGL-ENR
           END-IF.
       FCHERCHER-VERSION-EN-VIGUEUR. EXIT.
      *
      *****************************************************************
       EXAMINER-VERSION-EN-VIGUEUR.
      *---------------------------*
           EXEC CICS READNEXT FILE   ('FB01REGL')
                              INTO   (WSS-REGL-ENR)
                              LENGTH (LENGTH OF WSS-REGL-ENR)
                              RIDFLD (WSS-CLE-DEPART)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              OR REGL-CODE NOT = ECR-RGCODCI
              SET FIN-BROWSE TO TRUE
              GO TO FEXAMINER-VERSION-EN-VIGUEUR
           END-IF.
           IF REGL-DATE-DEBUT NOT > WSS-DATE-JOUR
              AND REGL-DATE-FIN NOT < WSS-DATE-JOUR
              MOVE WSS-REGL-ENR     TO WSS-REGL-SAUVE
              SET VERSION-TROUVEE   TO TRUE
              SET FIN-BROWSE        TO TRUE
           END-IF.
       FEXAMINER-VERSION-EN-VIGUEUR. EXIT.
      *
      *****************************************************************
       AFFICHER-REGLE.
      *--------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FAFFICHER-REGLE
           END-IF.
           PERFORM RECHERCHER-VERSION THRU
                   FRECHERCHER-VERSION.
           IF KONTROL NOT = ZERO
              GO TO FAFFICHER-REGLE
           END-IF.
           PERFORM DETAILLER-REGLE THRU
                   FDETAILLER-REGLE.
           IF REGL-DATE-FIN < WSS-DATE-JOUR
              MOVE 'REGLE CLOSE - PLUS APPLIQUEE'
                                       TO ECR-XMSGILO
           END-IF.
       FAFFICHER-REGLE. EXIT.
      *
      *****************************************************************
       DETAILLER-REGLE.
      *---------------*
           MOVE REGL-CODE              TO ECR-RGCODCO.
           MOVE REGL-DATE-DEBUT        TO ECR-RGDDECO.
           MOVE REGL-DATE-FIN          TO ECR-RGDFICO.
           MOVE REGL-LIBELLE           TO ECR-RGLIBCO.
           MOVE REGL-ROLE              TO ECR-RGROLCO.
           MOVE REGL-AGE-MAX           TO ECR-RGAGECO.
           MOVE REGL-ANC-PERMIS-MIN    TO ECR-RGANCCO.
           MOVE REGL-CRM-SEUIL         TO ECR-RGCRMCO.
           MOVE REGL-GROUPE-MIN        TO ECR-RGGRPCO.
           MOVE REGL-CLASSE-MIN        TO ECR-RGCLACO.
           MOVE REGL-VALEUR-MIN        TO ECR-RGVALCO.
           MOVE REGL-ISSUE             TO ECR-RGISSCO.
           MOVE REGL-DATE-MAJ          TO ECR-RGMAJCO.
           MOVE REGL-RACF-MAJ          TO ECR-RGRACCO.
       FDETAILLER-REGLE. EXIT.
      *
      *****************************************************************
      *    CONTROLES DE FOND : DATES VALIDES (EFFET DU JOUR PAR       *
      *    DEFAUT, FIN SANS LIMITE PAR DEFAUT), LIBELLE OBLIGATOIRE,  *
      *    ROLE P/T, ISSUE B/A/V, SEUILS NUMERIQUES, UN CRITERE AU    *
      *    MOINS, PAS DE CHEVAUCHEMENT AVEC UNE AUTRE VERSION         *
      *****************************************************************
       CONTROLER-FOND-SAISIE.
      *---------------------*
           IF ECR-RGDDECI = SPACES OR LOW-VALUE
              MOVE WSS-DATE-JOUR       TO WSS-SAI-DATE-DEBUT
           ELSE
              MOVE ECR-RGDDECI         TO WSS-DATE-A-CONTROLER
              PERFORM CONTROLER-DATE THRU
                      FCONTROLER-DATE
              IF NOT DATE-VALIDE
                 MOVE 'FB294'          TO COM-GENE-MESANO
                                          COM-CODERR
                 MOVE 1                TO KONTROL
                 GO TO FCONTROLER-FOND-SAISIE
              END-IF
              MOVE ECR-RGDDECI         TO WSS-SAI-DATE-DEBUT
           END-IF.
           IF ECR-RGDFICI = SPACES OR LOW-VALUE
              OR ECR-RGDFICI = '99999999'
              MOVE '99999999'          TO WSS-SAI-DATE-FIN
           ELSE
              MOVE ECR-RGDFICI         TO WSS-DATE-A-CONTROLER
              PERFORM CONTROLER-DATE THRU
                      FCONTROLER-DATE
              IF NOT DATE-VALIDE
                 OR ECR-RGDFICI < WSS-SAI-DATE-DEBUT
                 MOVE 'FB294'          TO COM-GENE-MESANO
                                          COM-CODERR
                 MOVE 1                TO KONTROL
                 GO TO FCONTROLER-FOND-SAISIE
              END-IF
              MOVE ECR-RGDFICI         TO WSS-SAI-DATE-FIN
           END-IF.
           IF ECR-RGLIBCI = SPACES OR LOW-VALUE
              MOVE 'FB293'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           MOVE ECR-RGROLCI            TO REGL-ROLE.
           MOVE ECR-RGISSCI            TO REGL-ISSUE.
           IF NOT REGL-ROLE-VALIDE
              OR NOT REGL-ISSUE-VALIDE
              MOVE 'FB296'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           PERFORM CONTROLER-SEUILS THRU
                   FCONTROLER-SEUILS.
           IF KONTROL NOT = ZERO
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           IF WSS-SAI-AGE-MAX = ZERO
              AND WSS-SAI-ANC-PERMIS-MIN = ZERO
              AND WSS-SAI-CRM-SEUIL = ZERO
              AND WSS-SAI-GROUPE-MIN = SPACES
              AND WSS-SAI-CLASSE-MIN = SPACES
              AND WSS-SAI-VALEUR-MIN = ZERO
              MOVE 'FB297'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           PERFORM CONTROLER-CHEVAUCHEMENT THRU
                   FCONTROLER-CHEVAUCHEMENT.
           IF VERSIONS-CHEVAUCHENT
              MOVE 'FB298'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLER-FOND-SAISIE. EXIT.
      *
      *****************************************************************
      *    SEUILS DES CRITERES : ZONE VIDE = CRITERE NON RETENU       *
      *****************************************************************
       CONTROLER-SEUILS.
      *----------------*
           MOVE ZERO                   TO WSS-SAI-AGE-MAX
                                          WSS-SAI-ANC-PERMIS-MIN
                                          WSS-SAI-CRM-SEUIL
                                          WSS-SAI-VALEUR-MIN.
           MOVE SPACES                 TO WSS-SAI-GROUPE-MIN
                                          WSS-SAI-CLASSE-MIN.
           IF ECR-RGAGECI NOT = SPACES AND LOW-VALUE
              IF ECR-RGAGECI NUMERIC
                 MOVE ECR-RGAGECI      TO WSS-SAI-AGE-MAX
              ELSE
                 MOVE 1                TO KONTROL
              END-IF
           END-IF.
           IF ECR-RGANCCI NOT = SPACES AND LOW-VALUE
              IF ECR-RGANCCI NUMERIC
                 MOVE ECR-RGANCCI      TO WSS-SAI-ANC-PERMIS-MIN
              ELSE
                 MOVE 1                TO KONTROL
              END-IF
           END-IF.
           IF ECR-RGCRMCI NOT = SPACES AND LOW-VALUE
              IF ECR-RGCRMCI NUMERIC
                 MOVE ECR-RGCRMCI      TO WSS-SAI-CRM-SEUIL
              ELSE
                 MOVE 1                TO KONTROL
              END-IF
           END-IF.
           IF ECR-RGVALCI NOT = SPACES AND LOW-VALUE
              IF ECR-RGVALCI NUMERIC
                 MOVE ECR-RGVALCI      TO WSS-SAI-VALEUR-MIN
              ELSE
                 MOVE 1                TO KONTROL
              END-IF
           END-IF.
           IF ECR-RGGRPCI NOT = LOW-VALUE
              MOVE ECR-RGGRPCI         TO WSS-SAI-GROUPE-MIN
           END-IF.
           IF ECR-RGCLACI NOT = LOW-VALUE
              MOVE ECR-RGCLACI         TO WSS-SAI-CLASSE-MIN
           END-IF.
           IF KONTROL NOT = ZERO
              MOVE 'FB294'             TO COM-GENE-MESANO
                                          COM-CODERR
           END-IF.
       FCONTROLER-SEUILS. EXIT.
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
      *    DEUX VERSIONS D'UNE MEME REGLE NE PEUVENT ETRE EN VIGUEUR  *
      *    LE MEME JOUR (LA VERSION MODIFIEE EST EXCLUE DU CONTROLE)  *
      *****************************************************************
       CONTROLER-CHEVAUCHEMENT.
      *-----------------------*
           MOVE 'N'                 TO WSS-IND-CHEVAUCHEMENT
                                       WSS-IND-FIN-BROWSE.
           MOVE LOW-VALUES          TO WSS-CLE-DEPART.
           MOVE ECR-RGCODCI         TO WSS-CLE-DEPART (1:5).
           EXEC CICS STARTBR FILE   ('FB01REGL')
                             RIDFLD (WSS-CLE-DEPART)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              GO TO FCONTROLER-CHEVAUCHEMENT
           END-IF.
           PERFORM COMPARER-VERSION-SUIVANTE THRU
                   FCOMPARER-VERSION-SUIVANTE
              UNTIL FIN-BROWSE.
           EXEC CICS ENDBR FILE ('FB01REGL')
                           NOHANDLE
           END-EXEC.
       FCONTROLER-CHEVAUCHEMENT. EXIT.
      *
      *****************************************************************
       COMPARER-VERSION-SUIVANTE.
      *-------------------------*
           EXEC CICS READNEXT FILE   ('FB01REGL')
                              INTO   (WSS-REGL-ENR)
                              LENGTH (LENGTH OF WSS-REGL-ENR)
                              RIDFLD (WSS-CLE-DEPART)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              OR REGL-CODE NOT = ECR-RGCODCI
              SET FIN-BROWSE TO TRUE
              GO TO FCOMPARER-VERSION-SUIVANTE
           END-IF.
           IF REGL-DATE-DEBUT NOT = WSS-SAI-DATE-DEBUT
              AND REGL-DATE-DEBUT NOT > WSS-SAI-DATE-FIN
              AND REGL-DATE-FIN NOT < WSS-SAI-DATE-DEBUT
              SET VERSIONS-CHEVAUCHENT TO TRUE
              SET FIN-BROWSE           TO TRUE
           END-IF.
       FCOMPARER-VERSION-SUIVANTE. EXIT.
      *
      *****************************************************************
      *    REPORT DE LA SAISIE DANS LE POSTE ET TRACE DE LA MISE A    *
      *    JOUR                                                       *
      *****************************************************************
       ALIMENTER-POSTE-REGLE.
      *---------------------*
           MOVE WSS-SAI-DATE-FIN       TO REGL-DATE-FIN.
           MOVE ECR-RGLIBCI            TO REGL-LIBELLE.
           MOVE ECR-RGROLCI            TO REGL-ROLE.
           MOVE WSS-SAI-AGE-MAX        TO REGL-AGE-MAX.
           MOVE WSS-SAI-ANC-PERMIS-MIN TO REGL-ANC-PERMIS-MIN.
           MOVE WSS-SAI-CRM-SEUIL      TO REGL-CRM-SEUIL.
           MOVE WSS-SAI-GROUPE-MIN     TO REGL-GROUPE-MIN.
           MOVE WSS-SAI-CLASSE-MIN     TO REGL-CLASSE-MIN.
           MOVE WSS-SAI-VALEUR-MIN     TO REGL-VALEUR-MIN.
           MOVE ECR-RGISSCI            TO REGL-ISSUE.
           PERFORM TRACER-MAJ-REGLE THRU
                   FTRACER-MAJ-REGLE.
       FALIMENTER-POSTE-REGLE. EXIT.
      *
      *****************************************************************
       TRACER-MAJ-REGLE.
      *----------------*
           MOVE WSS-DATE-JOUR          TO REGL-DATE-MAJ.
           MOVE ECR-XRACFLI            TO REGL-RACF-MAJ.
       FTRACER-MAJ-REGLE. EXIT.
      *
      *****************************************************************
       CREER-REGLE.
      *-----------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCREER-REGLE
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCREER-REGLE
           END-IF.
           MOVE SPACES                 TO WSS-REGL-ENR.
           MOVE ECR-RGCODCI            TO REGL-CODE.
           MOVE WSS-SAI-DATE-DEBUT     TO REGL-DATE-DEBUT.
           PERFORM ALIMENTER-POSTE-REGLE THRU
                   FALIMENTER-POSTE-REGLE.
           EXEC CICS WRITE FILE   ('FB01REGL')
                           FROM   (WSS-REGL-ENR)
                           LENGTH (LENGTH OF WSS-REGL-ENR)
                           RIDFLD (REGL-CLE)
                           NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB29B'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCREER-REGLE
           END-IF.
           PERFORM DETAILLER-REGLE THRU
                   FDETAILLER-REGLE.
           MOVE 'REGLE CREEE'          TO ECR-XMSGILO.
       FCREER-REGLE. EXIT.
      *
      *****************************************************************
      *    MODIFICATION D'UNE VERSION (CODE ET DATE D'EFFET SAISIS) : *
      *    LA NOUVELLE VALEUR VAUT POUR LES CONTROLES SUIVANTS ; LES  *
      *    ACCORDS DEJA DONNES SUR FB08 RESTENT ACQUIS                *
      *****************************************************************
       MODIFIER-REGLE.
      *--------------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FMODIFIER-REGLE
           END-IF.
           IF ECR-RGDDECI = SPACES OR LOW-VALUE
              MOVE 'FB291'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FMODIFIER-REGLE
           END-IF.
           PERFORM CONTROLER-FOND-SAISIE THRU
                   FCONTROLER-FOND-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FMODIFIER-REGLE
           END-IF.
           MOVE ECR-RGCODCI             TO REGL-CODE.
           MOVE ECR-RGDDECI             TO REGL-DATE-DEBUT.
           EXEC CICS READ FILE   ('FB01REGL')
                          INTO   (WSS-REGL-ENR)
                          LENGTH (LENGTH OF WSS-REGL-ENR)
                          RIDFLD (REGL-CLE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB295'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FMODIFIER-REGLE
           END-IF.
           PERFORM ALIMENTER-POSTE-REGLE THRU
                   FALIMENTER-POSTE-REGLE.
           EXEC CICS REWRITE FILE ('FB01REGL')
                             FROM (WSS-REGL-ENR)
                             LENGTH (LENGTH OF WSS-REGL-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBRG :PB REWRITE FB01REGL' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           PERFORM DETAILLER-REGLE THRU
                   FDETAILLER-REGLE.
           MOVE 'REGLE MISE A JOUR'    TO ECR-XMSGILO.
       FMODIFIER-REGLE. EXIT.
      *
      *****************************************************************
      *    CLOTURE LOGIQUE : LA VERSION S'ARRETE CE JOUR (DERNIER     *
      *    JOUR D'APPLICATION) ET RESTE CONSULTABLE                   *
      *****************************************************************
       CLORE-REGLE.
      *-----------*
           PERFORM CONTROLER-CLE-SAISIE THRU
                   FCONTROLER-CLE-SAISIE.
           IF KONTROL NOT = ZERO
              GO TO FCLORE-REGLE
           END-IF.
           PERFORM RECHERCHER-VERSION THRU
                   FRECHERCHER-VERSION.
           IF KONTROL NOT = ZERO
              GO TO FCLORE-REGLE
           END-IF.
           IF REGL-DATE-FIN NOT > WSS-DATE-JOUR
              PERFORM DETAILLER-REGLE THRU
                      FDETAILLER-REGLE
              MOVE 'REGLE DEJA CLOSE'  TO ECR-XMSGILO
              GO TO FCLORE-REGLE
           END-IF.
           EXEC CICS READ FILE   ('FB01REGL')
                          INTO   (WSS-REGL-ENR)
                          LENGTH (LENGTH OF WSS-REGL-ENR)
                          RIDFLD (REGL-CLE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB295'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCLORE-REGLE
           END-IF.
           MOVE WSS-DATE-JOUR          TO REGL-DATE-FIN.
           PERFORM TRACER-MAJ-REGLE THRU
                   FTRACER-MAJ-REGLE.
           EXEC CICS REWRITE FILE ('FB01REGL')
                             FROM (WSS-REGL-ENR)
                             LENGTH (LENGTH OF WSS-REGL-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBRG :PB REWRITE FB01REGL' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           PERFORM DETAILLER-REGLE THRU
                   FDETAILLER-REGLE.
           MOVE 'REGLE CLOSE CE JOUR (PLUS APPLIQUEE DES DEMAIN)'
                                       TO ECR-XMSGILO.
       FCLORE-REGLE. EXIT.
      *
      *****************************************************************
      *    LISTE DE LA TABLE A PARTIR DU CODE SAISI (OU DU DEBUT), 6  *
      *    PAR PAGE : POUR PAGINER, RESAISIR LE DERNIER CODE ET LA    *
      *    DERNIERE DATE D'EFFET AFFICHES                             *
      *****************************************************************
       LISTER-REGLES.
      *-------------*
           MOVE SPACES              TO ECR-RGL01O ECR-RGL02O
                                       ECR-RGL03O ECR-RGL04O
                                       ECR-RGL05O ECR-RGL06O.
           MOVE ZERO                TO WSS-NB-AFFICHES.
           MOVE 'N'                 TO WSS-IND-FIN-BROWSE.
           MOVE LOW-VALUES          TO WSS-CLE-DEPART.
           IF ECR-RGCODCI NOT = SPACES AND LOW-VALUE
              MOVE ECR-RGCODCI      TO WSS-CLE-DEPART (1:5)
              IF ECR-RGDDECI NOT = SPACES AND LOW-VALUE
                 MOVE ECR-RGDDECI   TO WSS-CLE-DEPART (6:8)
              END-IF
           END-IF.
           EXEC CICS STARTBR FILE   ('FB01REGL')
                             RIDFLD (WSS-CLE-DEPART)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'AUCUNE REGLE A PARTIR DE CE CODE'
                                    TO ECR-XMSGILO
              GO TO FLISTER-REGLES
           END-IF.
           PERFORM LIRE-REGLE-SUIVANTE THRU
                   FLIRE-REGLE-SUIVANTE
              UNTIL FIN-BROWSE
              OR WSS-NB-AFFICHES = 6.
           EXEC CICS ENDBR FILE ('FB01REGL')
                           NOHANDLE
           END-EXEC.
           IF WSS-NB-AFFICHES = ZERO
              MOVE 'AUCUNE REGLE A PARTIR DE CE CODE'
                                    TO ECR-XMSGILO
           ELSE
              MOVE 'R : ROLE P/T - I : ISSUE B BLOQUE A ACCORD V AVERT.'
                                    TO ECR-XMSGILO
           END-IF.
       FLISTER-REGLES. EXIT.
      *
      *****************************************************************
       LIRE-REGLE-SUIVANTE.
      *-------------------*
           EXEC CICS READNEXT FILE   ('FB01REGL')
                              INTO   (WSS-REGL-ENR)
                              LENGTH (LENGTH OF WSS-REGL-ENR)
                              RIDFLD (WSS-CLE-DEPART)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              SET FIN-BROWSE TO TRUE
              GO TO FLIRE-REGLE-SUIVANTE
           END-IF.
           MOVE REGL-CODE           TO WSS-LST-CODE.
           MOVE REGL-DATE-DEBUT     TO WSS-LST-DEBUT.
           MOVE REGL-DATE-FIN       TO WSS-LST-FIN.
           MOVE REGL-ROLE           TO WSS-LST-ROLE.
           MOVE REGL-ISSUE          TO WSS-LST-ISSUE.
           MOVE REGL-LIBELLE        TO WSS-LST-LIBELLE.
           ADD 1 TO WSS-NB-AFFICHES.
           EVALUATE WSS-NB-AFFICHES
              WHEN 1
                 MOVE WSS-LIGNE-LISTE TO ECR-RGL01O
              WHEN 2
                 MOVE WSS-LIGNE-LISTE TO ECR-RGL02O
              WHEN 3
                 MOVE WSS-LIGNE-LISTE TO ECR-RGL03O
              WHEN 4
                 MOVE WSS-LIGNE-LISTE TO ECR-RGL04O
              WHEN 5
                 MOVE WSS-LIGNE-LISTE TO ECR-RGL05O
              WHEN 6
                 MOVE WSS-LIGNE-LISTE TO ECR-RGL06O
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       FLIRE-REGLE-SUIVANTE. EXIT.
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
      ** FIN DE PROGRAMME  FB29T00  CREE LE  15/10/26  .
