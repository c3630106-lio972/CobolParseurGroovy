       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FB26T00.
      * MODULE EN COURS DE MAINTENANCE PAR   : ...................... !
      * PREVU POUR ETRE MIS EN PRODUCTION LE : ../../..               !
      * N.B..: ...................................................... !
      *---------------------------------------------------------------+
      * NOM DU LOAD MODULE : FB26T00                CREE LE 15/10/26
      * NOM DE TRANSACTION : FB26
      * NOM DE MAP         : FB26M0Z
      * NOM DU PGM BATCH   : ........ (SI MODULE COMMUN TP/BATCH)
      * AUTEUR             : P.ESTEVE
      * LOGON TSO          : ETDA4
      *
      * TITRE              : REGISTRE DES RECLAMATIONS CLIENT
      *---------------------------------------------------------------+
      *                          >> BUT <<
      * REGISTRE DES RECLAMATIONS CLIENT (FD 51178). LES RECLAMATIONS
      * SUR LA COMPOSITION, LE CRM OU LES DOCUMENTS AF/IF N'ETAIENT
      * NOTEES, AU MIEUX, QUE DANS L'AGENDA DE CONTRAT FB15 ; ELLES
      * SONT DESORMAIS ENREGISTREES DANS LE KSDS FB00RECL (DESSIN
      * FB00RCLF, CLE CONTRAT + JOUR DE RECEPTION + HEURE DE SAISIE).
      * ACTIONS :
      * C = CREER : RECLAMANT, CATEGORIE (CO=COMPOSITION, CR=CRM,
      *     AF=DOCUMENT AF/IF, AU=AUTRE), CANAL (C=COURRIER,
      *     M=COURRIEL, T=TELEPHONE, A=AGENCE, E=EXTRANET), JOUR DE
      *     RECEPTION, OBJET, LIEN FACULTATIF (H = ACTION FB00HIST DU
      *     CONTRAT, REFERENCE JOUR + HEURE + RANG ; D = DOCUMENT,
      *     REFERENCE LIBRE). LES ECHEANCES D'ACCUSE DE RECEPTION
      *     (10 JOURS OUVRES) ET DE REPONSE (2 MOIS) SONT CALCULEES
      *     SUR LE CALENDRIER REEL PAR LE MODULE FB00SV01,
      * L = LISTER LES RECLAMATIONS DU CONTRAT A PARTIR DE LA
      *     REFERENCE SAISIE (8 PAR PAGE, MEME PRESENTATION QUE FB15),
      * A = AFFICHER LE DETAIL D'UNE RECLAMATION,
      * K = ENREGISTRER L'ACCUSE DE RECEPTION,
      * R = ENREGISTRER LA REPONSE (ISSUE F=FONDEE, P=PARTIELLEMENT,
      *     N=NON FONDEE, ET RESUME) : ELLE VAUT ACCUSE SI AUCUN N'A
      *     ETE ENREGISTRE.
      * LES ECHEANCES DEPASSEES SONT RELANCEES CHAQUE NUIT PAR FB00B47
      * ET LE BILAN PAR AGENCE EST EDITE CHAQUE TRIMESTRE PAR FB00B48.
      *---------------------------------------------------------------+
      *                       >> MAINTENANCE <<
      *-------------+-------------------------------------------------+
      * DATE/AUTEUR !         DESCRIPTION DE LA MODIFICATION          !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51178 : CREATION.                            !
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
      *--- REGISTRE DES RECLAMATIONS (DESSIN FB00RCLF)
       ++INCLUDE FB00RCLF
      *
      *--- HISTORIQUE PERMANENT DES ACTIONS DE COMPOSITION (VSAM KSDS
      *--- FB00HIST, MEME DESSIN QUE DANS FB05T00) : CONTROLE DU LIEN
       01  WSS-HIST-ENR.
           05  WSS-HIST-CLE.
               10  WSS-HIST-NUMCONT    PIC X(12).
               10  WSS-HIST-JOUR       PIC X(08).
               10  WSS-HIST-HEURE      PIC X(08).
               10  WSS-HIST-RANG       PIC 9(03).
           05  WSS-HIST-ECRAN          PIC X(04).
           05  WSS-HIST-CODE-ACTION    PIC X(01).
           05  WSS-HIST-LIBELLE        PIC X(30).
           05  WSS-HIST-RACF           PIC X(15).
           05  FILLER                  PIC X(19).
      *
      *--- ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01
       ++INCLUDE FB00CALA
      *
      *--- ECHEANCES REGLEMENTAIRES : MODIFIABLES UNIQUEMENT PAR
      *--- RECOMPILATION (MEME REGLE QUE LE BUTOIR DE FB01T00)
       01  WSS-DELAI-AR                PIC S9(5) COMP-3 VALUE +10.
       01  WSS-DELAI-REPONSE-MOIS      PIC S9(5) COMP-3 VALUE +2.
      *
      *--- LIGNE DE LA LISTE AFFICHEE
       01  WSS-LIGNE-LISTE.
           05  WSS-LST-REFERENCE       PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-ETAT            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-CATEGORIE       PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-CANAL           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-ECHEANCE-AR     PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-ECHEANCE-REP    PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-AGENCE          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-CLIENT          PIC X(24).
      *
       01  WSS-NB-AFFICHES             PIC S9(4) COMP VALUE +0.
       01  WSS-IND-FIN-BROWSE          PIC X(01) VALUE 'N'.
           88  FIN-BROWSE                  VALUE 'O'.
       01  WSS-CLE-DEPART.
           05  WSS-DEP-NUMCONT         PIC X(12).
           05  WSS-DEP-REFERENCE       PIC X(14).
       01  WSS-RACF-SIGNE              PIC X(15).
      *
      *--- DATE (SSAAMMJJ) ET HEURE (HHMMSS) DE LA SAISIE, REPRISES
      *--- DU BANDEAU
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
      *    ZONES DE LA MAP  FB26M0                                    *
      *****************************************************************
       01  FILLER  PIC X(16) VALUE '*** MAP FB26 ***'.
      *
       01  Z-MAP.
      *
       ++INCLUDE FB26M0Z
      *
      *****************************************************************
      *     DESCRIPTION DE LA TS-ECRAN   MDT OFF                      *
      *****************************************************************
       ++INCLUDE SQKWTSMA
           02  TS-FB26M00O REDEFINES ZONE-TS-ECRAN.
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
               05 TS-ECR-RCACTCL        COMP PIC S9(4).
               05 TS-ECR-RCACTCA        PIC X.
               05 TS-ECR-RCACTCO        PIC X(1).
               05 TS-ECR-RCCONCL        COMP PIC S9(4).
               05 TS-ECR-RCCONCA        PIC X.
               05 TS-ECR-RCCONCO        PIC X(12).
               05 TS-ECR-RCREFCL        COMP PIC S9(4).
               05 TS-ECR-RCREFCA        PIC X.
               05 TS-ECR-RCREFCO        PIC X(14).
               05 TS-ECR-RCCLICL        COMP PIC S9(4).
               05 TS-ECR-RCCLICA        PIC X.
               05 TS-ECR-RCCLICO        PIC X(30).
               05 TS-ECR-RCCANCL        COMP PIC S9(4).
               05 TS-ECR-RCCANCA        PIC X.
               05 TS-ECR-RCCANCO        PIC X(1).
               05 TS-ECR-RCCATCL        COMP PIC S9(4).
               05 TS-ECR-RCCATCA        PIC X.
               05 TS-ECR-RCCATCO        PIC X(2).
               05 TS-ECR-RCDRCCL        COMP PIC S9(4).
               05 TS-ECR-RCDRCCA        PIC X.
               05 TS-ECR-RCDRCCO        PIC X(8).
               05 TS-ECR-RCISSCL        COMP PIC S9(4).
               05 TS-ECR-RCISSCA        PIC X.
               05 TS-ECR-RCISSCO        PIC X(1).
               05 TS-ECR-RCLTYCL        COMP PIC S9(4).
               05 TS-ECR-RCLTYCA        PIC X.
               05 TS-ECR-RCLTYCO        PIC X(1).
               05 TS-ECR-RCLRECL        COMP PIC S9(4).
               05 TS-ECR-RCLRECA        PIC X.
               05 TS-ECR-RCLRECO        PIC X(30).
               05 TS-ECR-RCTXTCL        COMP PIC S9(4).
               05 TS-ECR-RCTXTCA        PIC X.
               05 TS-ECR-RCTXTCO        PIC X(60).
               05 TS-ECR-RCL01L         COMP PIC S9(4).
               05 TS-ECR-RCL01A         PIC X.
               05 TS-ECR-RCL01O         PIC X(70).
               05 TS-ECR-RCL02L         COMP PIC S9(4).
               05 TS-ECR-RCL02A         PIC X.
               05 TS-ECR-RCL02O         PIC X(70).
               05 TS-ECR-RCL03L         COMP PIC S9(4).
               05 TS-ECR-RCL03A         PIC X.
               05 TS-ECR-RCL03O         PIC X(70).
               05 TS-ECR-RCL04L         COMP PIC S9(4).
               05 TS-ECR-RCL04A         PIC X.
               05 TS-ECR-RCL04O         PIC X(70).
               05 TS-ECR-RCL05L         COMP PIC S9(4).
               05 TS-ECR-RCL05A         PIC X.
               05 TS-ECR-RCL05O         PIC X(70).
               05 TS-ECR-RCL06L         COMP PIC S9(4).
               05 TS-ECR-RCL06A         PIC X.
               05 TS-ECR-RCL06O         PIC X(70).
               05 TS-ECR-RCL07L         COMP PIC S9(4).
               05 TS-ECR-RCL07A         PIC X.
               05 TS-ECR-RCL07O         PIC X(70).
               05 TS-ECR-RCL08L         COMP PIC S9(4).
               05 TS-ECR-RCL08A         PIC X.
               05 TS-ECR-RCL08O         PIC X(70).
               05 TS-ECR-RCD01L         COMP PIC S9(4).
               05 TS-ECR-RCD01A         PIC X.
               05 TS-ECR-RCD01O         PIC X(79).
               05 TS-ECR-RCD02L         COMP PIC S9(4).
               05 TS-ECR-RCD02A         PIC X.
               05 TS-ECR-RCD02O         PIC X(79).
               05 TS-ECR-RCD03L         COMP PIC S9(4).
               05 TS-ECR-RCD03A         PIC X.
               05 TS-ECR-RCD03O         PIC X(79).
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
       MODULE-FB26.
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
       FIN-MODULE-FB26.  EXIT.
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
           MOVE   'FB26'  TO NOM-TACHE,
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
      *    PREMIER PASSAGE : INITIALISATION DE LA CONVERSATION        *
      *****************************************************************
       M-TRAITEMENT-AUTOMATIQUE.
      *------------------------*
           PERFORM INIT-CONV THRU
                   FIN-INIT-CONV.
           MOVE SPACES             TO ECR-XMSGALO.
           MOVE 'SAISIR LE CONTRAT ET L''ACTION'
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
              MOVE 'FB269'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           IF ECR-RCCONCI = SPACES OR LOW-VALUE
              MOVE 'FB261'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           PERFORM RELEVER-RACF-SIGNE THRU
                   FRELEVER-RACF-SIGNE.
           EVALUATE ECR-RCACTCI
              WHEN 'C'
                 PERFORM CREER-RECLAMATION THRU
                         FCREER-RECLAMATION
              WHEN 'L'
                 PERFORM LISTER-RECLAMATIONS THRU
                         FLISTER-RECLAMATIONS
              WHEN 'A'
                 PERFORM AFFICHER-RECLAMATION THRU
                         FAFFICHER-RECLAMATION
              WHEN 'K'
                 PERFORM ACCUSER-RECEPTION THRU
                         FACCUSER-RECEPTION
              WHEN 'R'
                 PERFORM REPONDRE-RECLAMATION THRU
                         FREPONDRE-RECLAMATION
              WHEN OTHER
                 MOVE 'FB262'      TO COM-GENE-MESANO
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
      *    CREATION : TOUTES LES ZONES SONT CONTROLEES AVANT          *
      *    L'ECRITURE ; LA RECLAMATION EST OUVERTE AVEC SES DEUX      *
      *    ECHEANCES. L'AGENCE EST POSEE LA NUIT PAR FB00B47          *
      *****************************************************************
       CREER-RECLAMATION.
      *-----------------*
           IF ECR-RCCLICI = SPACES OR LOW-VALUE
              OR ECR-RCTXTCI = SPACES OR LOW-VALUE
              MOVE 'FB268'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCREER-RECLAMATION
           END-IF.
           PERFORM HORODATER THRU
                   FHORODATER.
           MOVE SPACES                 TO WSS-RECL-ENR.
           MOVE ECR-RCCATCI            TO RECL-CATEGORIE.
           IF NOT RECL-CATEGORIE-VALIDE
              MOVE 'FB264'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCREER-RECLAMATION
           END-IF.
           MOVE ECR-RCCANCI            TO RECL-CANAL.
           IF NOT RECL-CANAL-VALIDE
              MOVE 'FB265'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCREER-RECLAMATION
           END-IF.
           PERFORM CONTROLER-RECEPTION THRU
                   FCONTROLER-RECEPTION.
           IF KONTROL NOT = ZERO
              GO TO FCREER-RECLAMATION
           END-IF.
           PERFORM CONTROLER-LIEN THRU
                   FCONTROLER-LIEN.
           IF KONTROL NOT = ZERO
              GO TO FCREER-RECLAMATION
           END-IF.
           PERFORM CALCULER-ECHEANCES THRU
                   FCALCULER-ECHEANCES.
           IF KONTROL NOT = ZERO
              GO TO FCREER-RECLAMATION
           END-IF.
           MOVE ECR-RCCONCI            TO RECL-NUMCONT.
           MOVE WSS-HEURE-HHMMSS       TO RECL-HEURE-SAISIE.
           MOVE ECR-RCCLICI            TO RECL-CLIENT.
           MOVE ECR-RCTXTCI            TO RECL-OBJET.
           MOVE WSS-RACF-SIGNE         TO RECL-RACF-SAISIE.
           MOVE WSS-CEJOUR-SSAAMMJJ    TO RECL-JOUR-SAISIE.
           SET RECL-OUVERTE            TO TRUE.
           EXEC CICS WRITE FILE   ('FB00RECL')
                           FROM   (WSS-RECL-ENR)
                           LENGTH (LENGTH OF WSS-RECL-ENR)
                           RIDFLD (RECL-CLE)
                           NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB26B'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCREER-RECLAMATION
           END-IF.
           PERFORM DETAILLER-RECLAMATION THRU
                   FDETAILLER-RECLAMATION.
           MOVE 'RECLAMATION ENREGISTREE' TO ECR-XMSGILO.
       FCREER-RECLAMATION. EXIT.
      *
      *****************************************************************
      *    JOUR DE RECEPTION SSAAMMJJ : DATE REELLE DU CALENDRIER,    *
      *    NON POSTERIEURE AU JOUR                                    *
      *****************************************************************
       CONTROLER-RECEPTION.
      *-------------------*
           IF ECR-RCDRCCI NOT NUMERIC
              MOVE 'FB266'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-RECEPTION
           END-IF.
           SET CALA-FONC-ECART-CAL     TO TRUE.
           MOVE ECR-RCDRCCI            TO CALA-DATE-1.
           MOVE WSS-CEJOUR-SSAAMMJJ    TO CALA-DATE-2.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              OR CALA-RESULTAT < ZERO
              MOVE 'FB266'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-RECEPTION
           END-IF.
           MOVE ECR-RCDRCCI            TO RECL-JOUR-RECU.
       FCONTROLER-RECEPTION. EXIT.
      *
      *****************************************************************
      *    LIEN FACULTATIF : H = ACTION DE L'HISTORIQUE DU CONTRAT    *
      *    (JOUR SSAAMMJJ + HEURE HH.MM.SS + RANG, LUE DANS FB00HIST) *
      *    D = DOCUMENT AF/IF (REFERENCE LIBRE OBLIGATOIRE)           *
      *****************************************************************
       CONTROLER-LIEN.
      *--------------*
           IF ECR-RCLTYCI = LOW-VALUE
              MOVE SPACE               TO RECL-LIEN-TYPE
           ELSE
              MOVE ECR-RCLTYCI         TO RECL-LIEN-TYPE
           END-IF.
           IF ECR-RCLRECI = LOW-VALUE
              MOVE SPACES              TO RECL-LIEN-REF
           ELSE
              MOVE ECR-RCLRECI         TO RECL-LIEN-REF
           END-IF.
           EVALUATE TRUE
              WHEN RECL-SANS-LIEN
                 IF RECL-LIEN-REF NOT = SPACES
                    MOVE 1             TO KONTROL
                 END-IF
              WHEN RECL-LIEN-DOCUMENT
                 IF RECL-LIEN-REF = SPACES
                    MOVE 1             TO KONTROL
                 END-IF
              WHEN RECL-LIEN-ACTION
                 IF RECL-LIEN-HIST-RANG NOT NUMERIC
                    MOVE 1             TO KONTROL
                 ELSE
                    MOVE ECR-RCCONCI         TO WSS-HIST-NUMCONT
                    MOVE RECL-LIEN-HIST-JOUR  TO WSS-HIST-JOUR
                    MOVE RECL-LIEN-HIST-HEURE TO WSS-HIST-HEURE
                    MOVE RECL-LIEN-HIST-RANG  TO WSS-HIST-RANG
                    EXEC CICS READ FILE   ('FB00HIST')
                                   INTO   (WSS-HIST-ENR)
                                   LENGTH (LENGTH OF WSS-HIST-ENR)
                                   RIDFLD (WSS-HIST-CLE)
                                   NOHANDLE
                    END-EXEC
                    IF EIBRCODE NOT = LOW-VALUE
                       MOVE 1          TO KONTROL
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 1                TO KONTROL
           END-EVALUATE.
           IF KONTROL NOT = ZERO
              MOVE 'FB267'             TO COM-GENE-MESANO
                                          COM-CODERR
           END-IF.
       FCONTROLER-LIEN. EXIT.
      *
      *****************************************************************
      *    ECHEANCES A PARTIR DU JOUR DE RECEPTION : ACCUSE EN JOURS  *
      *    OUVRES, REPONSE EN MOIS                                    *
      *****************************************************************
       CALCULER-ECHEANCES.
      *------------------*
           SET CALA-FONC-AJOUT-OUV     TO TRUE.
           MOVE RECL-JOUR-RECU         TO CALA-DATE-1.
           MOVE WSS-DELAI-AR           TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              MOVE 'FB266'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCALCULER-ECHEANCES
           END-IF.
           MOVE CALA-DATE-RESULTAT     TO RECL-ECHEANCE-AR.
           SET CALA-FONC-AJOUT-MOIS    TO TRUE.
           MOVE RECL-JOUR-RECU         TO CALA-DATE-1.
           MOVE WSS-DELAI-REPONSE-MOIS TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              MOVE 'FB266'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCALCULER-ECHEANCES
           END-IF.
           MOVE CALA-DATE-RESULTAT     TO RECL-ECHEANCE-REPONSE.
       FCALCULER-ECHEANCES. EXIT.
      *
      *****************************************************************
      *    LISTE DES RECLAMATIONS DU CONTRAT A PARTIR DE LA           *
      *    REFERENCE SAISIE (OU DE LA PREMIERE), 8 PAR PAGE : POUR    *
      *    PAGINER, RESAISIR LA DERNIERE REFERENCE AFFICHEE           *
      *****************************************************************
       LISTER-RECLAMATIONS.
      *-------------------*
           MOVE SPACES              TO ECR-RCL01O ECR-RCL02O
                                       ECR-RCL03O ECR-RCL04O
                                       ECR-RCL05O ECR-RCL06O
                                       ECR-RCL07O ECR-RCL08O.
           MOVE ZERO                TO WSS-NB-AFFICHES.
           MOVE 'N'                 TO WSS-IND-FIN-BROWSE.
           MOVE ECR-RCCONCI         TO WSS-DEP-NUMCONT.
           IF ECR-RCREFCI = SPACES OR LOW-VALUE
              MOVE LOW-VALUES       TO WSS-DEP-REFERENCE
           ELSE
              MOVE ECR-RCREFCI      TO WSS-DEP-REFERENCE
           END-IF.
           EXEC CICS STARTBR FILE   ('FB00RECL')
                             RIDFLD (WSS-CLE-DEPART)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'AUCUNE RECLAMATION POUR CE CONTRAT'
                                    TO ECR-XMSGILO
              GO TO FLISTER-RECLAMATIONS
           END-IF.
           PERFORM LIRE-RECLAMATION-SUIVANTE THRU
                   FLIRE-RECLAMATION-SUIVANTE
              UNTIL FIN-BROWSE
              OR WSS-NB-AFFICHES = 8.
           EXEC CICS ENDBR FILE ('FB00RECL')
                           NOHANDLE
           END-EXEC.
           IF WSS-NB-AFFICHES = ZERO
              MOVE 'AUCUNE RECLAMATION POUR CE CONTRAT'
                                    TO ECR-XMSGILO
           ELSE
              MOVE 'RECLAMATIONS DU CONTRAT - A/K/R + REFERENCE'
                                    TO ECR-XMSGILO
           END-IF.
       FLISTER-RECLAMATIONS. EXIT.
      *
      *****************************************************************
       LIRE-RECLAMATION-SUIVANTE.
      *-------------------------*
           EXEC CICS READNEXT FILE   ('FB00RECL')
                              INTO   (WSS-RECL-ENR)
                              LENGTH (LENGTH OF WSS-RECL-ENR)
                              RIDFLD (WSS-CLE-DEPART)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              OR RECL-NUMCONT NOT = ECR-RCCONCI
              SET FIN-BROWSE TO TRUE
              GO TO FLIRE-RECLAMATION-SUIVANTE
           END-IF.
           MOVE RECL-JOUR-RECU      TO WSS-LST-REFERENCE (1:8).
           MOVE RECL-HEURE-SAISIE   TO WSS-LST-REFERENCE (9:6).
           MOVE RECL-ETAT           TO WSS-LST-ETAT.
           MOVE RECL-CATEGORIE      TO WSS-LST-CATEGORIE.
           MOVE RECL-CANAL          TO WSS-LST-CANAL.
           MOVE RECL-ECHEANCE-AR    TO WSS-LST-ECHEANCE-AR.
           MOVE RECL-ECHEANCE-REPONSE TO WSS-LST-ECHEANCE-REP.
           MOVE RECL-AGENCE         TO WSS-LST-AGENCE.
           MOVE RECL-CLIENT         TO WSS-LST-CLIENT.
           ADD 1 TO WSS-NB-AFFICHES.
           EVALUATE WSS-NB-AFFICHES
              WHEN 1
                 MOVE WSS-LIGNE-LISTE TO ECR-RCL01O
              WHEN 2
                 MOVE WSS-LIGNE-LISTE TO ECR-RCL02O
              WHEN 3
                 MOVE WSS-LIGNE-LISTE TO ECR-RCL03O
              WHEN 4
                 MOVE WSS-LIGNE-LISTE TO ECR-RCL04O
              WHEN 5
                 MOVE WSS-LIGNE-LISTE TO ECR-RCL05O
              WHEN 6
                 MOVE WSS-LIGNE-LISTE TO ECR-RCL06O
              WHEN 7
                 MOVE WSS-LIGNE-LISTE TO ECR-RCL07O
              WHEN 8
                 MOVE WSS-LIGNE-LISTE TO ECR-RCL08O
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       FLIRE-RECLAMATION-SUIVANTE. EXIT.
      *
      *****************************************************************
      *    LA REFERENCE (JOUR DE RECEPTION + HEURE DE SAISIE) EST     *
      *    OBLIGATOIRE POUR A, K ET R                                 *
      *****************************************************************
       CONTROLER-REFERENCE.
      *-------------------*
           IF ECR-RCREFCI = SPACES OR LOW-VALUE
              MOVE 'FB26A'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-REFERENCE
           END-IF.
           MOVE ECR-RCCONCI             TO RECL-NUMCONT.
           MOVE ECR-RCREFCI (1:8)       TO RECL-JOUR-RECU.
           MOVE ECR-RCREFCI (9:6)       TO RECL-HEURE-SAISIE.
       FCONTROLER-REFERENCE. EXIT.
      *
      *****************************************************************
       AFFICHER-RECLAMATION.
      *--------------------*
           PERFORM CONTROLER-REFERENCE THRU
                   FCONTROLER-REFERENCE.
           IF KONTROL NOT = ZERO
              GO TO FAFFICHER-RECLAMATION
           END-IF.
           EXEC CICS READ FILE   ('FB00RECL')
                          INTO   (WSS-RECL-ENR)
                          LENGTH (LENGTH OF WSS-RECL-ENR)
                          RIDFLD (RECL-CLE)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB263'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FAFFICHER-RECLAMATION
           END-IF.
           PERFORM DETAILLER-RECLAMATION THRU
                   FDETAILLER-RECLAMATION.
       FAFFICHER-RECLAMATION. EXIT.
      *
      *****************************************************************
      *    DETAIL SUR 3 LIGNES : RECEPTION ET SAISIE, ECHEANCES ET    *
      *    SUIVI, REPONSE ; LES ZONES DE SAISIE SONT PREREMPLIES      *
      *****************************************************************
       DETAILLER-RECLAMATION.
      *---------------------*
           MOVE SPACES                 TO ECR-RCD01O ECR-RCD02O
                                          ECR-RCD03O.
           STRING 'RECUE LE '     RECL-JOUR-RECU
                  ' CANAL '       RECL-CANAL
                  ' SAISIE PAR '  RECL-RACF-SAISIE
                  ' LE '          RECL-JOUR-SAISIE
                  ' AGENCE '      RECL-AGENCE
                  DELIMITED BY SIZE INTO ECR-RCD01O.
           STRING 'ECH. AR '      RECL-ECHEANCE-AR
                  ' REP. '        RECL-ECHEANCE-REPONSE
                  ' ACCUSE '      RECL-JOUR-AR
                  ' REPONDU '     RECL-JOUR-REPONSE
                  ' ETAT '        RECL-ETAT
                  ' ISSUE '       RECL-ISSUE
                  DELIMITED BY SIZE INTO ECR-RCD02O.
           IF RECL-REPONDUE
              STRING 'REPONSE : '  RECL-REPONSE
                     DELIMITED BY SIZE INTO ECR-RCD03O
           END-IF.
           MOVE RECL-JOUR-RECU         TO ECR-RCREFCO (1:8).
           MOVE RECL-HEURE-SAISIE      TO ECR-RCREFCO (9:6).
           MOVE RECL-CLIENT            TO ECR-RCCLICO.
           MOVE RECL-CANAL             TO ECR-RCCANCO.
           MOVE RECL-CATEGORIE         TO ECR-RCCATCO.
           MOVE RECL-JOUR-RECU         TO ECR-RCDRCCO.
           MOVE RECL-ISSUE             TO ECR-RCISSCO.
           MOVE RECL-LIEN-TYPE         TO ECR-RCLTYCO.
           MOVE RECL-LIEN-REF          TO ECR-RCLRECO.
           MOVE RECL-OBJET             TO ECR-RCTXTCO.
       FDETAILLER-RECLAMATION. EXIT.
      *
      *****************************************************************
      *    LECTURE POUR MISE A JOUR : LA RECLAMATION DOIT ETRE        *
      *    ENCORE EN COURS                                            *
      *****************************************************************
       LIRE-RECLAMATION-MAJ.
      *--------------------*
           PERFORM CONTROLER-REFERENCE THRU
                   FCONTROLER-REFERENCE.
           IF KONTROL NOT = ZERO
              GO TO FLIRE-RECLAMATION-MAJ
           END-IF.
           EXEC CICS READ FILE   ('FB00RECL')
                          INTO   (WSS-RECL-ENR)
                          LENGTH (LENGTH OF WSS-RECL-ENR)
                          RIDFLD (RECL-CLE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB263'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FLIRE-RECLAMATION-MAJ
           END-IF.
           IF RECL-REPONDUE
              OR (ECR-RCACTCI = 'K' AND RECL-ACCUSEE)
              EXEC CICS UNLOCK FILE ('FB00RECL')
                               NOHANDLE
              END-EXEC
              MOVE 'FB26C'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              PERFORM DETAILLER-RECLAMATION THRU
                      FDETAILLER-RECLAMATION
           END-IF.
       FLIRE-RECLAMATION-MAJ. EXIT.
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
       REECRIRE-RECLAMATION.
      *--------------------*
           EXEC CICS REWRITE FILE ('FB00RECL')
                             FROM (WSS-RECL-ENR)
                             LENGTH (LENGTH OF WSS-RECL-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBRC :PB REWRITE FB00RECL' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           PERFORM DETAILLER-RECLAMATION THRU
                   FDETAILLER-RECLAMATION.
       FREECRIRE-RECLAMATION. EXIT.
      *
      *****************************************************************
      *    ACCUSE DE RECEPTION : RECLAMATION OUVERTE SEULEMENT        *
      *****************************************************************
       ACCUSER-RECEPTION.
      *-----------------*
           PERFORM LIRE-RECLAMATION-MAJ THRU
                   FLIRE-RECLAMATION-MAJ.
           IF KONTROL NOT = ZERO
              GO TO FACCUSER-RECEPTION
           END-IF.
           PERFORM HORODATER THRU
                   FHORODATER.
           SET RECL-ACCUSEE            TO TRUE.
           MOVE WSS-CEJOUR-SSAAMMJJ    TO RECL-JOUR-AR.
           MOVE WSS-RACF-SIGNE         TO RECL-RACF-AR.
           PERFORM REECRIRE-RECLAMATION THRU
                   FREECRIRE-RECLAMATION.
           MOVE 'ACCUSE DE RECEPTION ENREGISTRE' TO ECR-XMSGILO.
       FACCUSER-RECEPTION. EXIT.
      *
      *****************************************************************
      *    REPONSE : ISSUE ET RESUME OBLIGATOIRES ; SANS ACCUSE       *
      *    PREALABLE, LA REPONSE VAUT ACCUSE LE MEME JOUR             *
      *****************************************************************
       REPONDRE-RECLAMATION.
      *--------------------*
           IF ECR-RCISSCI NOT = 'F' AND 'P' AND 'N'
              MOVE 'FB26D'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FREPONDRE-RECLAMATION
           END-IF.
           IF ECR-RCTXTCI = SPACES OR LOW-VALUE
              MOVE 'FB268'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FREPONDRE-RECLAMATION
           END-IF.
           PERFORM LIRE-RECLAMATION-MAJ THRU
                   FLIRE-RECLAMATION-MAJ.
           IF KONTROL NOT = ZERO
              GO TO FREPONDRE-RECLAMATION
           END-IF.
           PERFORM HORODATER THRU
                   FHORODATER.
           IF RECL-OUVERTE
              MOVE WSS-CEJOUR-SSAAMMJJ TO RECL-JOUR-AR
              MOVE WSS-RACF-SIGNE      TO RECL-RACF-AR
           END-IF.
           SET RECL-REPONDUE           TO TRUE.
           MOVE WSS-CEJOUR-SSAAMMJJ    TO RECL-JOUR-REPONSE.
           MOVE WSS-RACF-SIGNE         TO RECL-RACF-REPONSE.
           MOVE ECR-RCISSCI            TO RECL-ISSUE.
           MOVE ECR-RCTXTCI            TO RECL-REPONSE.
           PERFORM REECRIRE-RECLAMATION THRU
                   FREECRIRE-RECLAMATION.
           MOVE 'REPONSE ENREGISTREE - RECLAMATION CLOSE'
                                       TO ECR-XMSGILO.
       FREPONDRE-RECLAMATION. EXIT.
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
      ** FIN DE PROGRAMME  FB26T00  CREE LE  15/10/26  .
