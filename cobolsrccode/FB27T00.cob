       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FB27T00.
      * MODULE EN COURS DE MAINTENANCE PAR   : ...................... !
      * PREVU POUR ETRE MIS EN PRODUCTION LE : ../../..               !
      * N.B..: ...................................................... !
      *---------------------------------------------------------------+
      * NOM DU LOAD MODULE : FB27T00                CREE LE 15/10/26
      * NOM DE TRANSACTION : FB27
      * NOM DE MAP         : FB27M0Z
      * NOM DU PGM BATCH   : ........ (SI MODULE COMMUN TP/BATCH)
      * AUTEUR             : P.ESTEVE
      * LOGON TSO          : ETDA4
      *
      * TITRE              : RESILIATIONS LOI HAMON
      *---------------------------------------------------------------+
      *                          >> BUT <<
      * REGISTRE DES DEMANDES DE RESILIATION ENVOYEES PAR LE NOUVEL
      * ASSUREUR DU CLIENT (LOI HAMON, FD 51179). CES COURRIERS ETAIENT
      * TRAITES COMME TOUTE RESILIATION, SANS CONTROLE DU DELAI D'UN
      * MOIS NI CONFIRMATION AU NOUVEL ASSUREUR ; ILS SONT DESORMAIS
      * ENREGISTRES DANS LE KSDS FB00HAMO (DESSIN FB00HAMF, CLE
      * CONTRAT + JOUR DE RECEPTION).
      * ACTIONS :
      * C = CREER : JOUR DE RECEPTION, SOUSCRIPTEUR, NOUVEL ASSUREUR,
      *     SA REFERENCE ET SON ADRESSE ; LA DATE D'EFFET (RECEPTION
      *     + UN MOIS) EST CALCULEE PAR LE MODULE FB00SV01,
      * L = LISTER LE REGISTRE A PARTIR DU CONTRAT SAISI (OU DU
      *     DEBUT), 8 PAR PAGE,
      * A = AFFICHER LE DETAIL D'UNE DEMANDE,
      * X = ANNULER UNE DEMANDE SAISIE A TORT, TANT QU'ELLE N'A PAS
      *     ETE TRAITEE.
      * LA NUIT, FB00B49 CONTROLE L'ELIGIBILITE (CONTRAT DE PLUS D'UN
      * AN), DEPOSE L'ORDRE DE RESILIATION POUR FB00B25 (QUI DEMANDE
      * LE RELEVE D'INFORMATION) ET CONFIRME LA DATE DE RESILIATION
      * - OU NOTIFIE LE REFUS - AU NOUVEL ASSUREUR.
      *---------------------------------------------------------------+
      *                       >> MAINTENANCE <<
      *-------------+-------------------------------------------------+
      * DATE/AUTEUR !         DESCRIPTION DE LA MODIFICATION          !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51179 : CREATION.                            !
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
      *--- REGISTRE DES DEMANDES LOI HAMON (DESSIN FB00HAMF)
       ++INCLUDE FB00HAMF
      *
      *--- ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01
       ++INCLUDE FB00CALA
      *
      *--- PREAVIS LEGAL EN MOIS : MODIFIABLE UNIQUEMENT PAR
      *--- RECOMPILATION (MEME REGLE QUE LE BUTOIR DE FB01T00)
       01  WSS-PREAVIS-MOIS            PIC S9(5) COMP-3 VALUE +1.
      *
      *--- LIGNE DE LA LISTE AFFICHEE
       01  WSS-LIGNE-LISTE.
           05  WSS-LST-NUMCONT         PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-JOUR-RECU       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-ETAT            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-DATE-EFFET      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-ASSUREUR        PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-REFERENCE       PIC X(15).
      *
       01  WSS-NB-AFFICHES             PIC S9(4) COMP VALUE +0.
       01  WSS-IND-FIN-BROWSE          PIC X(01) VALUE 'N'.
           88  FIN-BROWSE                  VALUE 'O'.
       01  WSS-CLE-DEPART.
           05  WSS-DEP-NUMCONT         PIC X(12).
           05  WSS-DEP-JOUR-RECU       PIC X(08).
       01  WSS-RACF-SIGNE              PIC X(15).
      *
      *--- DATE DE LA SAISIE (SSAAMMJJ), REPRISE DU BANDEAU
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
      *    ZONES DE LA MAP  FB27M0                                    *
      *****************************************************************
       01  FILLER  PIC X(16) VALUE '*** MAP FB27 ***'.
      *
       01  Z-MAP.
      *
       ++INCLUDE FB27M0Z
      *
      *****************************************************************
      *     DESCRIPTION DE LA TS-ECRAN   MDT OFF                      *
      *****************************************************************
       ++INCLUDE SQKWTSMA
           02  TS-FB27M00O REDEFINES ZONE-TS-ECRAN.
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
               05 TS-ECR-HMACTCL        COMP PIC S9(4).
               05 TS-ECR-HMACTCA        PIC X.
               05 TS-ECR-HMACTCO        PIC X(1).
               05 TS-ECR-HMCONCL        COMP PIC S9(4).
               05 TS-ECR-HMCONCA        PIC X.
               05 TS-ECR-HMCONCO        PIC X(12).
               05 TS-ECR-HMDRCCL        COMP PIC S9(4).
               05 TS-ECR-HMDRCCA        PIC X.
               05 TS-ECR-HMDRCCO        PIC X(8).
               05 TS-ECR-HMSOUCL        COMP PIC S9(4).
               05 TS-ECR-HMSOUCA        PIC X.
               05 TS-ECR-HMSOUCO        PIC X(30).
               05 TS-ECR-HMASSCL        COMP PIC S9(4).
               05 TS-ECR-HMASSCA        PIC X.
               05 TS-ECR-HMASSCO        PIC X(30).
               05 TS-ECR-HMREFCL        COMP PIC S9(4).
               05 TS-ECR-HMREFCA        PIC X.
               05 TS-ECR-HMREFCO        PIC X(20).
               05 TS-ECR-HMAD1CL        COMP PIC S9(4).
               05 TS-ECR-HMAD1CA        PIC X.
               05 TS-ECR-HMAD1CO        PIC X(32).
               05 TS-ECR-HMAD2CL        COMP PIC S9(4).
               05 TS-ECR-HMAD2CA        PIC X.
               05 TS-ECR-HMAD2CO        PIC X(32).
               05 TS-ECR-HMCPVCL        COMP PIC S9(4).
               05 TS-ECR-HMCPVCA        PIC X.
               05 TS-ECR-HMCPVCO        PIC X(32).
               05 TS-ECR-HML01L         COMP PIC S9(4).
               05 TS-ECR-HML01A         PIC X.
               05 TS-ECR-HML01O         PIC X(70).
               05 TS-ECR-HML02L         COMP PIC S9(4).
               05 TS-ECR-HML02A         PIC X.
               05 TS-ECR-HML02O         PIC X(70).
               05 TS-ECR-HML03L         COMP PIC S9(4).
               05 TS-ECR-HML03A         PIC X.
               05 TS-ECR-HML03O         PIC X(70).
               05 TS-ECR-HML04L         COMP PIC S9(4).
               05 TS-ECR-HML04A         PIC X.
               05 TS-ECR-HML04O         PIC X(70).
               05 TS-ECR-HML05L         COMP PIC S9(4).
               05 TS-ECR-HML05A         PIC X.
               05 TS-ECR-HML05O         PIC X(70).
               05 TS-ECR-HML06L         COMP PIC S9(4).
               05 TS-ECR-HML06A         PIC X.
               05 TS-ECR-HML06O         PIC X(70).
               05 TS-ECR-HML07L         COMP PIC S9(4).
               05 TS-ECR-HML07A         PIC X.
               05 TS-ECR-HML07O         PIC X(70).
               05 TS-ECR-HML08L         COMP PIC S9(4).
               05 TS-ECR-HML08A         PIC X.
               05 TS-ECR-HML08O         PIC X(70).
               05 TS-ECR-HMD01L         COMP PIC S9(4).
               05 TS-ECR-HMD01A         PIC X.
               05 TS-ECR-HMD01O         PIC X(79).
               05 TS-ECR-HMD02L         COMP PIC S9(4).
               05 TS-ECR-HMD02A         PIC X.
               05 TS-ECR-HMD02O         PIC X(79).
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
       MODULE-FB27.
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
       FIN-MODULE-FB27.  EXIT.
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
           MOVE   'FB27'  TO NOM-TACHE,
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
      *    PASSAGES SUIVANTS : EXECUTION DE L'ACTION DEMANDEE ; LE    *
      *    CONTRAT EST OBLIGATOIRE SAUF POUR LA LISTE                 *
      *****************************************************************
       M-TRAITEMENT-NORMAL.
      *-------------------*
           MOVE SPACES             TO ECR-XMSGALO
                                      ECR-XMSGILO.
           IF NOT TOUCHE-ENTER
              MOVE 'FB279'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           IF (ECR-HMCONCI = SPACES OR LOW-VALUE)
              AND ECR-HMACTCI NOT = 'L'
              MOVE 'FB271'         TO COM-GENE-MESANO
                                      COM-CODERR
              MOVE 1               TO KONTROL
              GO TO FIN-M-TRAITEMENT-NORMAL
           END-IF.
           PERFORM RELEVER-RACF-SIGNE THRU
                   FRELEVER-RACF-SIGNE.
           EVALUATE ECR-HMACTCI
              WHEN 'C'
                 PERFORM CREER-DEMANDE THRU
                         FCREER-DEMANDE
              WHEN 'L'
                 PERFORM LISTER-DEMANDES THRU
                         FLISTER-DEMANDES
              WHEN 'A'
                 PERFORM AFFICHER-DEMANDE THRU
                         FAFFICHER-DEMANDE
              WHEN 'X'
                 PERFORM ANNULER-DEMANDE THRU
                         FANNULER-DEMANDE
              WHEN OTHER
                 MOVE 'FB272'      TO COM-GENE-MESANO
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
      *    L'ECRITURE ; L'ELIGIBILITE EST CONTROLEE LA NUIT PAR       *
      *    FB00B49 SUR L'ECHEANCIER DES CONTRATS                      *
      *****************************************************************
       CREER-DEMANDE.
      *-------------*
           IF ECR-HMSOUCI = SPACES OR LOW-VALUE
              OR ECR-HMASSCI = SPACES OR LOW-VALUE
              OR ECR-HMREFCI = SPACES OR LOW-VALUE
              MOVE 'FB273'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCREER-DEMANDE
           END-IF.
           IF ECR-HMAD1CI = SPACES OR LOW-VALUE
              OR ECR-HMCPVCI = SPACES OR LOW-VALUE
              MOVE 'FB274'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCREER-DEMANDE
           END-IF.
           PERFORM HORODATER THRU
                   FHORODATER.
           MOVE SPACES                 TO WSS-HAMO-ENR.
           PERFORM CONTROLER-RECEPTION THRU
                   FCONTROLER-RECEPTION.
           IF KONTROL NOT = ZERO
              GO TO FCREER-DEMANDE
           END-IF.
           PERFORM CALCULER-EFFET THRU
                   FCALCULER-EFFET.
           IF KONTROL NOT = ZERO
              GO TO FCREER-DEMANDE
           END-IF.
           MOVE ECR-HMCONCI            TO HAMO-NUMCONT.
           MOVE ECR-HMSOUCI            TO HAMO-SOUSCRIPTEUR.
           MOVE ECR-HMASSCI            TO HAMO-ASSUREUR-NOM.
           MOVE ECR-HMREFCI            TO HAMO-ASSUREUR-REF.
           MOVE ECR-HMAD1CI            TO HAMO-ASSUREUR-ADR1.
           IF ECR-HMAD2CI NOT = LOW-VALUE
              MOVE ECR-HMAD2CI         TO HAMO-ASSUREUR-ADR2
           END-IF.
           MOVE ECR-HMCPVCI            TO HAMO-ASSUREUR-CPVILLE.
           MOVE WSS-RACF-SIGNE         TO HAMO-RACF-SAISIE.
           MOVE WSS-CEJOUR-SSAAMMJJ    TO HAMO-JOUR-SAISIE.
           SET HAMO-SAISIE             TO TRUE.
           EXEC CICS WRITE FILE   ('FB00HAMO')
                           FROM   (WSS-HAMO-ENR)
                           LENGTH (LENGTH OF WSS-HAMO-ENR)
                           RIDFLD (HAMO-CLE)
                           NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB27B'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCREER-DEMANDE
           END-IF.
           PERFORM DETAILLER-DEMANDE THRU
                   FDETAILLER-DEMANDE.
           MOVE 'DEMANDE ENREGISTREE - EFFET CALCULE'
                                       TO ECR-XMSGILO.
       FCREER-DEMANDE. EXIT.
      *
      *****************************************************************
      *    JOUR DE RECEPTION SSAAMMJJ : DATE REELLE DU CALENDRIER,    *
      *    NON POSTERIEURE AU JOUR                                    *
      *****************************************************************
       CONTROLER-RECEPTION.
      *-------------------*
           IF ECR-HMDRCCI NOT NUMERIC
              MOVE 'FB276'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-RECEPTION
           END-IF.
           SET CALA-FONC-ECART-CAL     TO TRUE.
           MOVE ECR-HMDRCCI            TO CALA-DATE-1.
           MOVE WSS-CEJOUR-SSAAMMJJ    TO CALA-DATE-2.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              OR CALA-RESULTAT < ZERO
              MOVE 'FB276'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-RECEPTION
           END-IF.
           MOVE ECR-HMDRCCI            TO HAMO-JOUR-RECU.
       FCONTROLER-RECEPTION. EXIT.
      *
      *****************************************************************
      *    LA RESILIATION PREND EFFET UN MOIS APRES LA RECEPTION DE   *
      *    LA NOTIFICATION (FIN DE MOIS RESPECTEE PAR FB00SV01)       *
      *****************************************************************
       CALCULER-EFFET.
      *--------------*
           SET CALA-FONC-AJOUT-MOIS    TO TRUE.
           MOVE HAMO-JOUR-RECU         TO CALA-DATE-1.
           MOVE WSS-PREAVIS-MOIS       TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              MOVE 'FB276'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCALCULER-EFFET
           END-IF.
           MOVE CALA-DATE-RESULTAT     TO HAMO-DATE-EFFET.
       FCALCULER-EFFET. EXIT.
      *
      *****************************************************************
      *    LISTE DU REGISTRE A PARTIR DU CONTRAT SAISI (OU DU DEBUT), *
      *    8 PAR PAGE : POUR PAGINER, RESAISIR LE DERNIER CONTRAT ET  *
      *    LE DERNIER JOUR DE RECEPTION AFFICHES                      *
      *****************************************************************
       LISTER-DEMANDES.
      *---------------*
           MOVE SPACES              TO ECR-HML01O ECR-HML02O
                                       ECR-HML03O ECR-HML04O
                                       ECR-HML05O ECR-HML06O
                                       ECR-HML07O ECR-HML08O.
           MOVE ZERO                TO WSS-NB-AFFICHES.
           MOVE 'N'                 TO WSS-IND-FIN-BROWSE.
           IF ECR-HMCONCI = SPACES OR LOW-VALUE
              MOVE LOW-VALUES       TO WSS-CLE-DEPART
           ELSE
              MOVE ECR-HMCONCI      TO WSS-DEP-NUMCONT
              IF ECR-HMDRCCI = SPACES OR LOW-VALUE
                 MOVE LOW-VALUES    TO WSS-DEP-JOUR-RECU
              ELSE
                 MOVE ECR-HMDRCCI   TO WSS-DEP-JOUR-RECU
              END-IF
           END-IF.
           EXEC CICS STARTBR FILE   ('FB00HAMO')
                             RIDFLD (WSS-CLE-DEPART)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'AUCUNE DEMANDE A PARTIR DE CE CONTRAT'
                                    TO ECR-XMSGILO
              GO TO FLISTER-DEMANDES
           END-IF.
           PERFORM LIRE-DEMANDE-SUIVANTE THRU
                   FLIRE-DEMANDE-SUIVANTE
              UNTIL FIN-BROWSE
              OR WSS-NB-AFFICHES = 8.
           EXEC CICS ENDBR FILE ('FB00HAMO')
                           NOHANDLE
           END-EXEC.
           IF WSS-NB-AFFICHES = ZERO
              MOVE 'AUCUNE DEMANDE A PARTIR DE CE CONTRAT'
                                    TO ECR-XMSGILO
           ELSE
              MOVE 'ETAT : S SAISIE T TRANSMISE I INELIGIBLE A ANNULEE'
                                    TO ECR-XMSGILO
           END-IF.
       FLISTER-DEMANDES. EXIT.
      *
      *****************************************************************
       LIRE-DEMANDE-SUIVANTE.
      *---------------------*
           EXEC CICS READNEXT FILE   ('FB00HAMO')
                              INTO   (WSS-HAMO-ENR)
                              LENGTH (LENGTH OF WSS-HAMO-ENR)
                              RIDFLD (WSS-CLE-DEPART)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              SET FIN-BROWSE TO TRUE
              GO TO FLIRE-DEMANDE-SUIVANTE
           END-IF.
           MOVE HAMO-NUMCONT        TO WSS-LST-NUMCONT.
           MOVE HAMO-JOUR-RECU      TO WSS-LST-JOUR-RECU.
           MOVE HAMO-ETAT           TO WSS-LST-ETAT.
           MOVE HAMO-DATE-EFFET     TO WSS-LST-DATE-EFFET.
           MOVE HAMO-ASSUREUR-NOM   TO WSS-LST-ASSUREUR.
           MOVE HAMO-ASSUREUR-REF   TO WSS-LST-REFERENCE.
           ADD 1 TO WSS-NB-AFFICHES.
           EVALUATE WSS-NB-AFFICHES
              WHEN 1
                 MOVE WSS-LIGNE-LISTE TO ECR-HML01O
              WHEN 2
                 MOVE WSS-LIGNE-LISTE TO ECR-HML02O
              WHEN 3
                 MOVE WSS-LIGNE-LISTE TO ECR-HML03O
              WHEN 4
                 MOVE WSS-LIGNE-LISTE TO ECR-HML04O
              WHEN 5
                 MOVE WSS-LIGNE-LISTE TO ECR-HML05O
              WHEN 6
                 MOVE WSS-LIGNE-LISTE TO ECR-HML06O
              WHEN 7
                 MOVE WSS-LIGNE-LISTE TO ECR-HML07O
              WHEN 8
                 MOVE WSS-LIGNE-LISTE TO ECR-HML08O
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       FLIRE-DEMANDE-SUIVANTE. EXIT.
      *
      *****************************************************************
      *    LE JOUR DE RECEPTION EST OBLIGATOIRE POUR A ET X           *
      *****************************************************************
       CONTROLER-CLE.
      *-------------*
           IF ECR-HMDRCCI = SPACES OR LOW-VALUE
              MOVE 'FB276'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-CLE
           END-IF.
           MOVE ECR-HMCONCI             TO HAMO-NUMCONT.
           MOVE ECR-HMDRCCI             TO HAMO-JOUR-RECU.
       FCONTROLER-CLE. EXIT.
      *
      *****************************************************************
       AFFICHER-DEMANDE.
      *----------------*
           PERFORM CONTROLER-CLE THRU
                   FCONTROLER-CLE.
           IF KONTROL NOT = ZERO
              GO TO FAFFICHER-DEMANDE
           END-IF.
           EXEC CICS READ FILE   ('FB00HAMO')
                          INTO   (WSS-HAMO-ENR)
                          LENGTH (LENGTH OF WSS-HAMO-ENR)
                          RIDFLD (HAMO-CLE)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB275'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FAFFICHER-DEMANDE
           END-IF.
           PERFORM DETAILLER-DEMANDE THRU
                   FDETAILLER-DEMANDE.
       FAFFICHER-DEMANDE. EXIT.
      *
      *****************************************************************
      *    DETAIL SUR 2 LIGNES : SAISIE ET EFFET, TRAITEMENT DE NUIT  *
      *    (ORIGINE DU CONTRAT, DATE D'ELIGIBILITE) ; LES ZONES DE    *
      *    SAISIE SONT PREREMPLIES                                    *
      *****************************************************************
       DETAILLER-DEMANDE.
      *-----------------*
           MOVE SPACES                 TO ECR-HMD01O ECR-HMD02O.
           STRING 'RECUE LE '     HAMO-JOUR-RECU
                  ' EFFET AU '    HAMO-DATE-EFFET
                  ' SAISIE PAR '  HAMO-RACF-SAISIE
                  ' LE '          HAMO-JOUR-SAISIE
                  ' ETAT '        HAMO-ETAT
                  DELIMITED BY SIZE INTO ECR-HMD01O.
           IF NOT HAMO-SAISIE
              STRING 'CONTRAT DU '    HAMO-DATE-ORIGINE
                     ' ELIGIBLE AU '  HAMO-DATE-ELIGIBLE
                     ' TRAITE LE '    HAMO-JOUR-TRAITEMENT
                     ' PAR '          HAMO-RACF-TRAITEMENT
                     DELIMITED BY SIZE INTO ECR-HMD02O
           END-IF.
           MOVE HAMO-JOUR-RECU         TO ECR-HMDRCCO.
           MOVE HAMO-SOUSCRIPTEUR      TO ECR-HMSOUCO.
           MOVE HAMO-ASSUREUR-NOM      TO ECR-HMASSCO.
           MOVE HAMO-ASSUREUR-REF      TO ECR-HMREFCO.
           MOVE HAMO-ASSUREUR-ADR1     TO ECR-HMAD1CO.
           MOVE HAMO-ASSUREUR-ADR2     TO ECR-HMAD2CO.
           MOVE HAMO-ASSUREUR-CPVILLE  TO ECR-HMCPVCO.
       FDETAILLER-DEMANDE. EXIT.
      *
      *****************************************************************
      *    ANNULATION D'UNE SAISIE ERRONEE : SEULEMENT TANT QUE LA    *
      *    DEMANDE N'A PAS ETE TRAITEE PAR FB00B49                    *
      *****************************************************************
       ANNULER-DEMANDE.
      *---------------*
           PERFORM CONTROLER-CLE THRU
                   FCONTROLER-CLE.
           IF KONTROL NOT = ZERO
              GO TO FANNULER-DEMANDE
           END-IF.
           EXEC CICS READ FILE   ('FB00HAMO')
                          INTO   (WSS-HAMO-ENR)
                          LENGTH (LENGTH OF WSS-HAMO-ENR)
                          RIDFLD (HAMO-CLE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FB275'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FANNULER-DEMANDE
           END-IF.
           IF NOT HAMO-SAISIE
              EXEC CICS UNLOCK FILE ('FB00HAMO')
                               NOHANDLE
              END-EXEC
              MOVE 'FB27C'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              PERFORM DETAILLER-DEMANDE THRU
                      FDETAILLER-DEMANDE
              GO TO FANNULER-DEMANDE
           END-IF.
           PERFORM HORODATER THRU
                   FHORODATER.
           SET HAMO-ANNULEE            TO TRUE.
           MOVE WSS-CEJOUR-SSAAMMJJ    TO HAMO-JOUR-TRAITEMENT.
           MOVE WSS-RACF-SIGNE         TO HAMO-RACF-TRAITEMENT.
           EXEC CICS REWRITE FILE ('FB00HAMO')
                             FROM (WSS-HAMO-ENR)
                             LENGTH (LENGTH OF WSS-HAMO-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBHA :PB REWRITE FB00HAMO' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           PERFORM DETAILLER-DEMANDE THRU
                   FDETAILLER-DEMANDE.
           MOVE 'DEMANDE ANNULEE'      TO ECR-XMSGILO.
       FANNULER-DEMANDE. EXIT.
      *
      *****************************************************************
       HORODATER.
      *---------*
           MOVE '20'                   TO WSS-CEJOUR-SSAA (1:2).
           MOVE ECR-XJOURDI (7:2)      TO WSS-CEJOUR-SSAA (3:2).
           MOVE ECR-XJOURDI (4:2)      TO WSS-CEJOUR-MM.
           MOVE ECR-XJOURDI (1:2)      TO WSS-CEJOUR-JJ.
       FHORODATER. EXIT.
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
      ** FIN DE PROGRAMME  FB27T00  CREE LE  15/10/26  .
