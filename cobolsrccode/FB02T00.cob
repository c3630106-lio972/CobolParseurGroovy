F51060* J.MARCHAND  !            CONTROLE (FB095) CAR NON PERSISTABLE!
F51060*             !            DANS TS-PERSONNE (OCCURS 2)         !
      *-------------+-------------------------------------------------+
F51160* 15/10/2026  ! FD 51160 : LES HISTORIQUES SUSPENSION DE        !
F51160* P.ESTEVE    ! PERMIS ET SITUATION FAMILIALE SONT DOUBLES DANS !
F51160*             ! LE JOURNAL RECUPERABLE CICS 'FBAUDJRN'          !
F51160*             ! (DESSIN FB00JRNA) LU PAR LA CHAINE DE NUIT.     !
      *-------------+-------------------------------------------------+
F51172* 15/10/2026  ! FD 51172 : MODE DEVIS SUR LA PLAGE RESERVEE    !
F51172* P.ESTEVE    ! 'DEV...' (FLOTTE PROSPECT) : MEME DEBRAYAGE QUE!
F51172*             ! LE MODE ECOLE (PAS DE PERSISTANCE MA90T20),    !
F51172*             ! FILIGRANE A L'ECRAN. EN MODE ECOLE OU DEVIS,   !
F51172*             ! RIEN N'EST DEPOSE DANS LE JOURNAL RECUPERABLE  !
F51172*             ! LU PAR LA CHAINE DE NUIT.                      !
F51172*-------------+-------------------------------------------------+
F51181* 15/10/2026  ! FD 51181 : QUALIFICATION PROFESSIONNELLE DES    !
F51181* P.ESTEVE    ! CONDUCTEURS DE CAR ET POIDS LOURD : FIN DE      !
F51181*             ! VALIDITE DU PERMIS C/D, DE L'APTITUDE MEDICALE  !
F51181*             ! ET DE LA FIMO/FCO. FORMAT ET COHERENCE          !
F51181*             ! CONTROLES, DATE DEPASSEE SIGNALEE (FB497).      !
F51181*-------------+-------------------------------------------------+
F51182* 15/10/2026  ! FD 51182 : REGLES D'ACCEPTATION SOUSCRIPTION :  !
F51182* P.ESTEVE    ! DATES DE NAISSANCE ET DE PERMIS DU CONDUCTEUR   !
F51182*             ! TRANSMISES A FB01 DANS L'ITEM DE COMPLETUDE.    !
F51182*-------------+-------------------------------------------------+
F51183* 15/10/2026  ! FD 51183 : CHAQUE ACTION JOURNALISEE DANS       !
F51183* P.ESTEVE    ! 'FBAUDJRN' EST PUBLIEE EN QUASI TEMPS REEL SUR  !
F51183*             ! LA FILE TD 'FBEV' VERS LE COURTIER DE MESSAGES  !
F51183*             ! (DESSIN FB00EVTF : CONTRAT, MEMBRE, ACTION, DATE!
F51183*             ! D'EFFET, OPERATEUR) ; NON REMISE, ELLE EST      !
F51183*             ! RANGEE DANS LE MAGASIN DE REPRISE FB00EVTR      !
F51183*             ! (REPUBLIEE PAR FB00B50). RAPPROCHEMENT          !
F51183*             ! QUOTIDIEN AVEC FB00RECA : FB00B51.              !
F51183*-------------+-------------------------------------------------+
F51204* 15/10/2026  ! FD 51204 : PERIMETRE DE PORTEFEUILLE : UN       !
F51204* P.ESTEVE    ! OPERATEUR RATTACHE A UN INTERMEDIAIRE           !
F51204*             ! (FB00PERK, TRANSACTION FB34) N'OUVRE QUE LES    !
F51204*             ! CONTRATS DE CET INTERMEDIAIRE (INDEX FB00INTK)  !
F51204*             ! OU DELEGUES ; REFUS (MESSAGE FBP01) JOURNALISE  !
F51204*             ! SUR LA FILE TD 'FBPR' (ETAT MENSUEL FB00B65).   !
F51204*-------------+-------------------------------------------------+
00065 *                       *************                           ! EQW8LBVR
00066 *                       ** LEGENDE **                           ! EQW8LBVR
00067 *                       *************                           ! EQW8LBVR
F51091         10  COMPLT-CAT1     PIC X(03).
F51091         10  COMPLT-CAT2     PIC X(03).
F51091         10  COMPLT-CAT3     PIC X(03).
F51182*--- DONNEES DE SOUSCRIPTION DU CONDUCTEUR (FD 51182) POUR LES
F51182*--- REGLES D'ACCEPTATION A LA SIGNATURE FB01 - DATES SSAAMMJJ,
F51182*--- ESPACES SI NON SAISIES
F51182     05  COMPLT-SOUSCRIPTION.
F51182         10  COMPLT-DATE-NAISS   PIC X(08).
F51182         10  COMPLT-DATE-PERMIS  PIC X(08).
F51160*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51160*   ENREGISTREMENT DU JOURNAL RECUPERABLE DES PISTES D'AUDIT    *
F51160*   (FD 51160)                                                  *
F51160*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51160 ++INCLUDE FB00JRNA
F51183*--- EVENEMENTS DE COMPOSITION PUBLIES (FD 51183)
F51183 ++INCLUDE FB00EVTF
F51084*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51084*   TABLE D'HABILITATION DES ACTIONS PAR GROUPE RACF (FD 51084) :
F51084*   SUR CET ECRAN, LA SAISIE D'UNE SUSPENSION DE PERMIS EST
F51084*   RESERVEE AUX GROUPES HABILITES (MESSAGE FB465)
F51084*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51084 ++INCLUDE FB00HABT
F51204*   PERIMETRE DE PORTEFEUILLE DES OPERATEURS INTERMEDIAIRES
F51204*   (FD 51204) : REFERENTIEL FB00PERK, INDEX CONTRAT FB00INTK,
F51204*   FILE TD 'FBPR' DES TENTATIVES REFUSEES
F51204 ++INCLUDE FB00PERF
F51084 01  WSS-IND-HABILITE        PIC X(01) VALUE 'N'.
F51084     88  ACTION-HABILITEE            VALUE 'O'.
F51087****************************************************************
F51087****************************************************************
F51087 01  WSS-MODE-ECOLE          PIC X(01) VALUE 'N'.
F51087     88  MODE-ECOLE                  VALUE 'O'.
F51172     88  MODE-DEVIS                  VALUE 'D'.
F51172     88  MODE-HORS-CHAINE            VALUE 'O' 'D'.
F51087 01  WSS-FILIGRANE-ECOLE     PIC X(30)
F51087         VALUE '** MODE ECOLE - ENTRAINEMENT **'.
F51172*   MODE DEVIS (FD 51172) : PLAGE DES DEVIS DE FLOTTE PROSPECT
F51172*   'DEV...' - MEME DEBRAYAGE (WSS-MODE-ECOLE A 'D')
F51172 01  WSS-FILIGRANE-DEVIS     PIC X(30)
F51172         VALUE '** DEVIS - SANS ENGAGEMENT **'.
F51133****************************************************************
F51133*   STATUT ADMINISTRATIF DU CONTRAT (FD 51133) : KSDS FB00CSTA
F51133*   RECHARGE CHAQUE NUIT PAR FB00B21 DEPUIS LA GESTION DES
F51154     05  WSS-DECD-DT-DECES   PIC X(08).
F51154     05  WSS-DECD-NOM        PIC X(20).
F51154     05  FILLER              PIC X(35).
F51181****************************************************************
F51181*   QUALIFICATION PROFESSIONNELLE DES CONDUCTEURS DE CAR ET
F51181*   POIDS LOURD (FD 51181) : FIN DE VALIDITE DU PERMIS C/D, DE
F51181*   L'APTITUDE MEDICALE ET DE LA FIMO/FCO (SSAAMMJJ, COMME LE
F51181*   CERTIFICAT MEDICAL). UNE DATE DEPASSEE EST SIGNALEE SANS
F51181*   BLOCAGE ; LES RELANCES AVANT ECHEANCE SONT EDITEES PAR
F51181*   FB02B10 ET LES AFFECTATIONS CONTROLEES PAR FB01B09
F51181****************************************************************
F51181 01  WSS-QUAL-CEJOUR.
F51181     05  WSS-QUAL-CEJOUR-SS  PIC X(02).
F51181     05  WSS-QUAL-CEJOUR-AA  PIC X(02).
F51181     05  WSS-QUAL-CEJOUR-MM  PIC X(02).
F51181     05  WSS-QUAL-CEJOUR-JJ  PIC X(02).
F51181 01  WSS-QUAL-DATE-CTRL      PIC X(08).
F51181 01  WSS-QUAL-DATE-CTRL-R REDEFINES WSS-QUAL-DATE-CTRL.
F51181     05  WSS-QUAL-CTRL-SSAA  PIC 9(04).
F51181     05  WSS-QUAL-CTRL-MM    PIC 9(02).
F51181     05  WSS-QUAL-CTRL-JJ    PIC 9(02).
F51181 01  WSS-IND-QUAL-PERIMEE    PIC X(01) VALUE 'N'.
F51181     88  QUAL-PERIMEE                VALUE 'O'.
F51094 01  IDENT-TS-CONSULT.
F51094     05  CSL-TS-EIBTRMID     PIC X(04).
F51094     05  FILLER              PIC X(03) VALUE 'CSL'.
F51093         10 TS-ECR-PERCONSCL   COMP PIC S9(4).
F51093         10 TS-ECR-PERCONSCA   PIC X.
F51093         10 TS-ECR-PERCONSCO   PIC X.
F51181         10 TS-ECR-PRMVALDL    COMP PIC S9(4).
F51181         10 TS-ECR-PRMVALDA    PIC X.
F51181         10 TS-ECR-PRMVALDO    PIC X(8).
F51181         10 TS-ECR-MEDFINDL    COMP PIC S9(4).
F51181         10 TS-ECR-MEDFINDA    PIC X.
F51181         10 TS-ECR-MEDFINDO    PIC X(8).
F51181         10 TS-ECR-FIMTYPCL    COMP PIC S9(4).
F51181         10 TS-ECR-FIMTYPCA    PIC X.
F51181         10 TS-ECR-FIMTYPCO    PIC X(2).
F51181         10 TS-ECR-FIMFINDL    COMP PIC S9(4).
F51181         10 TS-ECR-FIMFINDA    PIC X.
F51181         10 TS-ECR-FIMFINDO    PIC X(8).
00465          10 TS-ECR-PERCOACL    COMP PIC S9(4).                    EQW8LBVR
00466          10 TS-ECR-PERCOACA    PIC X.                             EQW8LBVR
00467          10 TS-ECR-PERCOACO    PIC X.                             EQW8LBVR
F51093        MOVE '2'            TO ETAT-ECRAN
F51093     END-IF.
F51093*
F51181     IF ECR-PRMVALDL = ZEROS AND
F51181        ECR-PRMVALDA NOT = EFFACE-FIN-ZONE
F51181        MOVE TS-ECR-PRMVALDO TO ECR-PRMVALDO
F51181        MOVE TS-ECR-PRMVALDA TO ECR-PRMVALDA
F51181     ELSE
F51181        MOVE ECR-PRMVALDO    TO TS-ECR-PRMVALDO
F51181        MOVE LOW-VALUE      TO TS-ECR-PRMVALDA
F51181        MOVE '2'            TO ETAT-ECRAN
F51181     END-IF.
F51181*
F51181     IF ECR-MEDFINDL = ZEROS AND
F51181        ECR-MEDFINDA NOT = EFFACE-FIN-ZONE
F51181        MOVE TS-ECR-MEDFINDO TO ECR-MEDFINDO
F51181        MOVE TS-ECR-MEDFINDA TO ECR-MEDFINDA
F51181     ELSE
F51181        MOVE ECR-MEDFINDO    TO TS-ECR-MEDFINDO
F51181        MOVE LOW-VALUE      TO TS-ECR-MEDFINDA
F51181        MOVE '2'            TO ETAT-ECRAN
F51181     END-IF.
F51181*
F51181     IF ECR-FIMTYPCL = ZEROS AND
F51181        ECR-FIMTYPCA NOT = EFFACE-FIN-ZONE
F51181        MOVE TS-ECR-FIMTYPCO TO ECR-FIMTYPCO
F51181        MOVE TS-ECR-FIMTYPCA TO ECR-FIMTYPCA
F51181     ELSE
F51181        MOVE ECR-FIMTYPCO    TO TS-ECR-FIMTYPCO
F51181        MOVE LOW-VALUE      TO TS-ECR-FIMTYPCA
F51181        MOVE '2'            TO ETAT-ECRAN
F51181     END-IF.
F51181*
F51181     IF ECR-FIMFINDL = ZEROS AND
F51181        ECR-FIMFINDA NOT = EFFACE-FIN-ZONE
F51181        MOVE TS-ECR-FIMFINDO TO ECR-FIMFINDO
F51181        MOVE TS-ECR-FIMFINDA TO ECR-FIMFINDA
F51181     ELSE
F51181        MOVE ECR-FIMFINDO    TO TS-ECR-FIMFINDO
F51181        MOVE LOW-VALUE      TO TS-ECR-FIMFINDA
F51181        MOVE '2'            TO ETAT-ECRAN
F51181     END-IF.
F51181*
01009 *                                                                 EQW8LBVR
01010      IF ECR-PERCOACL = ZEROS AND                                  EQW8LBVR
01011         ECR-PERCOACA NOT = EFFACE-FIN-ZONE                        EQW8LBVR
01247      PERFORM INIT-RECH-CONV-LIBRE THRU                            EQW8LBVR
01248              FIN-INIT-RECH-CONV-LIBRE.                            EQW8LBVR
01249 *                                                                 EQW8LBVR
F51204*    PERIMETRE DE PORTEFEUILLE DE L'OPERATEUR (FD 51204) : UN
F51204*    CONTRAT HORS PERIMETRE N'EST PAS AFFICHE, RETOUR AU
F51204*    NIVEAU SUPERIEUR
F51204      MOVE INF-NOPOL OF TS-SUSPENS1 TO WSS-PERI-NUMCONT.
F51204      MOVE 'FB02'              TO WSS-PERI-ECRAN.
F51204      PERFORM CONTROLE-PERIMETRE THRU
F51204              FCONTROLE-PERIMETRE.
F51204      IF PERIMETRE-REFUSE
F51204         MOVE 1               TO KONTROL
F51204         MOVE 'FBP01'         TO COM-GENE-MESANO
F51204                                 COM-CODERR
F51204         PERFORM SORTIE-LEVEL-SUPERIEUR THRU
F51204                 FIN-SORTIE-LEVEL-SUPERIEUR
F51204      END-IF.
F51094*    JOURNAL DES CONSULTATIONS (FD 51094) : TRACE A L'ENTREE
F51094*    DE LA CONVERSATION
F51094      PERFORM ECR-TS-CONSULT THRU
01413               FIN-RESTAURATION-ATTRIBUTS.                         EQW8LBVR
01414                                                                   EQW8LBVR
F51087*     FILIGRANE DU MODE ECOLE (FD 51087) POSE A CHAQUE AFFICHAGE
F51172*     (ET DU MODE DEVIS, FD 51172)
F51087      PERFORM DETECTER-MODE-ECOLE THRU
F51087              FDETECTER-MODE-ECOLE.
01415  FIN-REMPLISSAGE-FORMAT-ECRAN.  EXIT.                             EQW8LBVR
01702                                                                   EQW8LBVR
01703       PERFORM RESTAURATION-ATTRIBUTS THRU                         EQW8LBVR
01704               FIN-RESTAURATION-ATTRIBUTS.                         EQW8LBVR
F51204*    PERIMETRE DE PORTEFEUILLE DE L'OPERATEUR (FD 51204) : UN
F51204*    CONTRAT HORS PERIMETRE (CHAINAGE SANS PASSAGE PAR FB01)
F51204*    N'EST PAS TRAITE, RETOUR AU NIVEAU SUPERIEUR
F51204      MOVE INF-NOPOL OF TS-SUSPENS1 TO WSS-PERI-NUMCONT.
F51204      MOVE 'FB02'              TO WSS-PERI-ECRAN.
F51204      PERFORM CONTROLE-PERIMETRE THRU
F51204              FCONTROLE-PERIMETRE.
F51204      IF PERIMETRE-REFUSE
F51204         MOVE 1               TO KONTROL
F51204         MOVE 'FBP01'         TO COM-GENE-MESANO
F51204                                 COM-CODERR
F51204         PERFORM SORTIE-LEVEL-SUPERIEUR THRU
F51204                 FIN-SORTIE-LEVEL-SUPERIEUR
F51204      END-IF.
F51133*    STATUT ADMINISTRATIF DU CONTRAT (FD 51133) : RESILIE OU
F51133*    SUSPENDU = LECTURE SEULE SAUF DEROGATION SUPERVISEUR
F51133      PERFORM CONTROLE-STATUT-CONTRAT THRU
F51093     IF KONTROL NOT = ZERO
F51093        GO TO FIN-TRAITEMENT-FICHIER
F51093     END-IF.
F51181*    QUALIFICATION PROFESSIONNELLE (FD 51181) : FORMAT DES
F51181*    DATES ET DU TYPE FIMO/FCO BLOQUANT, DATE DEPASSEE SIGNALEE
F51181     PERFORM CONTROLE-QUALIF-PRO THRU
F51181             FCONTROLE-QUALIF-PRO.
F51181     IF KONTROL NOT = ZERO
F51181        GO TO FIN-TRAITEMENT-FICHIER
F51181     END-IF.
F51095*    DOUBLON DE CONDUCTEUR (FD 51095) : AVERTISSEMENT NON
F51095*    BLOQUANT SI L'IDENTITE EXISTE DEJA AILLEURS
F51095     PERFORM CONTROLE-DOUBLON-IDENTITE THRU
03136      END-IF.                                                      EQW8LBVR
F51087*    MODE ECOLE (FD 51087) : DETECTION SUR LA PLAGE BAC A SABLE
F51087*    ET DEBRAYAGE DE LA PERSISTANCE MA90T20
F51172*    IDEM SUR LA PLAGE DES DEVIS PROSPECT (FD 51172)
F51087     PERFORM DETECTER-MODE-ECOLE THRU
F51087             FDETECTER-MODE-ECOLE.
03137      IF INF-ETAT OF TS-SUSPENS1 NOT = '5' AND '7'                 EQW8LBVR
03138         IF (INF-ETAT OF TS-SUSPENS1 = '4' AND ECRAN-MODIFIE)      EQW8LBVR
03139         OR  INF-ETAT OF TS-SUSPENS1 NOT = '4'                     EQW8LBVR
F51172            IF NOT MODE-HORS-CHAINE
03140             PERFORM APPEL-MA90T20 THRU                            EQW8LBVR
03141                     FIN-APPEL-MA90T20                             EQW8LBVR
F51087            END-IF
F51091     MOVE ECR-PRMTYPC1I       TO COMPLT-CAT1.
F51091     MOVE ECR-PRMTYPC2I       TO COMPLT-CAT2.
F51091     MOVE ECR-PRMTYPC3I       TO COMPLT-CAT3.
F51182     MOVE SPACES              TO COMPLT-SOUSCRIPTION.
F51182     IF ECR-PERNAIDI NUMERIC
F51182        MOVE ECR-PERNAIDI (5:4)  TO COMPLT-DATE-NAISS (1:4)
F51182        MOVE ECR-PERNAIDI (3:2)  TO COMPLT-DATE-NAISS (5:2)
F51182        MOVE ECR-PERNAIDI (1:2)  TO COMPLT-DATE-NAISS (7:2)
F51182     END-IF.
F51182     IF ECR-PRMOBTD1I NUMERIC
F51182        MOVE ECR-PRMOBTD1I (5:4) TO COMPLT-DATE-PERMIS (1:4)
F51182        MOVE ECR-PRMOBTD1I (3:2) TO COMPLT-DATE-PERMIS (5:2)
F51182        MOVE ECR-PRMOBTD1I (1:2) TO COMPLT-DATE-PERMIS (7:2)
F51182     END-IF.
F51075     EXEC CICS WRITEQ TS QUEUE  (IDENT-TS-COMPLT)
F51075                         FROM   (WSS-COMPLT-ENR)
F51075                         LENGTH (LENGTH OF WSS-COMPLT-ENR)
F51087* DETECTION DU MODE ECOLE (FD 51087) : PLAGE DE CONTRATS BAC A   *
F51087* SABLE RESERVEE ('ZZZ' EN TETE DE NUMERO) - FILIGRANE POSE SUR  *
F51087* LE LIBELLE D'APPLICATION DE L'ECRAN                            *
F51172* PLAGE DES DEVIS PROSPECT ('DEV' EN TETE, FD 51172) : MODE DEVIS*
F51087******************************************************************
F51087*
F51087 DETECTER-MODE-ECOLE.
F51087        SET MODE-ECOLE TO TRUE
F51087        MOVE WSS-FILIGRANE-ECOLE TO ECR-XAPPLILO
F51087     END-IF.
F51172     IF INF-NOPOL OF TS-SUSPENS1 (1:3) = 'DEV'
F51172        SET MODE-DEVIS TO TRUE
F51172        MOVE WSS-FILIGRANE-DEVIS TO ECR-XAPPLILO
F51172     END-IF.
F51087*
F51087 FDETECTER-MODE-ECOLE. EXIT.
F51087*
F51133     END-IF.
F51133*
F51133 FCONTROLE-STATUT-CONTRAT. EXIT.
F51204*
F51204******************************************************************
F51204* PERIMETRE DE PORTEFEUILLE (FD 51204) : UN OPERATEUR RATTACHE A *
F51204* UN INTERMEDIAIRE (KSDS FB00PERK, TYPE 'I' EN VIGUEUR) N'OUVRE  *
F51204* QUE LES CONTRATS DE CET INTERMEDIAIRE (INDEX FB00INTK) ET LES  *
F51204* CONTRATS QUI LUI SONT DELEGUES (TYPE 'D'). L'APPELANT POSE LE  *
F51204* CONTRAT ET L'ECRAN ; LE REFUS EST JOURNALISE SUR LA FILE TD    *
F51204* 'FBPR' (ETAT MENSUEL DE CONFORMITE FB00B65)                    *
F51204******************************************************************
F51204*
F51204 CONTROLE-PERIMETRE.
F51204*-------------------
F51204*
F51204     MOVE 'L'                 TO WSS-PERI-RESULTAT.
F51204     IF WSS-PERI-NUMCONT = SPACES OR LOW-VALUE
F51204        OR WSS-PERI-NUMCONT (1:3) = 'ZZZ' OR 'DEV'
F51204        GO TO FCONTROLE-PERIMETRE
F51204     END-IF.
F51204     EXEC CICS ASKTIME ABSTIME (WSS-PERI-ABSTIME)
F51204                       NOHANDLE
F51204     END-EXEC.
F51204     EXEC CICS FORMATTIME ABSTIME  (WSS-PERI-ABSTIME)
F51204                          YYYYMMDD (WSS-PERI-JOUR)
F51204                          TIME     (WSS-PERI-HEURE)
F51204                          NOHANDLE
F51204     END-EXEC.
F51204     MOVE SPACES              TO WSS-PERI-INTER.
F51204     EXEC CICS READ FILE   ('FB00INTK')
F51204                    INTO   (WSS-INTK-ENR)
F51204                    LENGTH (LENGTH OF WSS-INTK-ENR)
F51204                    RIDFLD (WSS-PERI-NUMCONT)
F51204                    NOHANDLE
F51204     END-EXEC.
F51204     IF EIBRCODE = LOW-VALUE
F51204        MOVE INTK-INTERMEDIAIRE TO WSS-PERI-INTER
F51204     END-IF.
F51204*--- RATTACHEMENTS DE L'OPERATEUR : UN SEUL EN VIGUEUR SUFFIT A
F51204*--- LE LIMITER, CELUI DE L'INTERMEDIAIRE DU CONTRAT L'AUTORISE
F51204     MOVE COM-GENE-LIBUSR     TO WSS-PERI-RACF.
F51204     MOVE WSS-PERI-RACF       TO PERI-RID-RACF.
F51204     MOVE 'I'                 TO PERI-RID-TYPE.
F51204     MOVE LOW-VALUE           TO PERI-RID-OBJET.
F51204     MOVE 'N'                 TO WSS-PERI-IND-FIN.
F51204     EXEC CICS STARTBR FILE   ('FB00PERK')
F51204                       RIDFLD (WSS-PERI-RID)
F51204                       GTEQ
F51204                       NOHANDLE
F51204     END-EXEC.
F51204     IF EIBRCODE NOT = LOW-VALUE
F51204        GO TO FCONTROLE-PERIMETRE
F51204     END-IF.
F51204     PERFORM LIRE-PERIMETRE-SUIVANT THRU
F51204             FLIRE-PERIMETRE-SUIVANT
F51204        UNTIL FIN-PERIMETRE.
F51204     EXEC CICS ENDBR FILE ('FB00PERK')
F51204                     NOHANDLE
F51204     END-EXEC.
F51204     IF NOT PERIMETRE-REFUSE
F51204        GO TO FCONTROLE-PERIMETRE
F51204     END-IF.
F51204*--- CONTRAT D'UN AUTRE INTERMEDIAIRE : DELEGATION EN VIGUEUR ?
F51204     MOVE WSS-PERI-RACF       TO PERI-RID-RACF.
F51204     MOVE 'D'                 TO PERI-RID-TYPE.
F51204     MOVE WSS-PERI-NUMCONT    TO PERI-RID-OBJET.
F51204     EXEC CICS READ FILE   ('FB00PERK')
F51204                    INTO   (WSS-PERK-ENR)
F51204                    LENGTH (LENGTH OF WSS-PERK-ENR)
F51204                    RIDFLD (WSS-PERI-RID)
F51204                    NOHANDLE
F51204     END-EXEC.
F51204     IF EIBRCODE = LOW-VALUE
F51204        AND PERK-EN-VIGUEUR
F51204        AND PERK-DATE-DEBUT NOT > WSS-PERI-JOUR
F51204        AND PERK-DATE-FIN NOT < WSS-PERI-JOUR
F51204        MOVE 'D'              TO WSS-PERI-RESULTAT
F51204        GO TO FCONTROLE-PERIMETRE
F51204     END-IF.
F51204     MOVE SPACES              TO WSS-PERR-ENR.
F51204     MOVE WSS-PERI-RACF       TO PERR-RACF.
F51204     MOVE WSS-PERI-JOUR       TO PERR-JOUR.
F51204     MOVE WSS-PERI-HEURE      TO PERR-HEURE.
F51204     MOVE WSS-PERI-ECRAN      TO PERR-ECRAN.
F51204     MOVE EIBTRMID            TO PERR-TRMID.
F51204     MOVE WSS-PERI-NUMCONT    TO PERR-NUMCONT.
F51204     MOVE WSS-PERI-INTER      TO PERR-INTER-CONTRAT.
F51204     EXEC CICS WRITEQ TD QUEUE  ('FBPR')
F51204                         FROM   (WSS-PERR-ENR)
F51204                         LENGTH (LENGTH OF WSS-PERR-ENR)
F51204                         NOHANDLE
F51204     END-EXEC.
F51204*
F51204 FCONTROLE-PERIMETRE. EXIT.
F51204*
F51204******************************************************************
F51204* RATTACHEMENT SUIVANT DE L'OPERATEUR : 'R' TANT QU'AUCUN NE     *
F51204* PORTE L'INTERMEDIAIRE DU CONTRAT, 'I' DES QU'UN LE PORTE       *
F51204******************************************************************
F51204*
F51204 LIRE-PERIMETRE-SUIVANT.
F51204*-----------------------
F51204*
F51204     EXEC CICS READNEXT FILE   ('FB00PERK')
F51204                        INTO   (WSS-PERK-ENR)
F51204                        LENGTH (LENGTH OF WSS-PERK-ENR)
F51204                        RIDFLD (WSS-PERI-RID)
F51204                        NOHANDLE
F51204     END-EXEC.
F51204     IF EIBRCODE NOT = LOW-VALUE
F51204        OR PERK-RACF NOT = WSS-PERI-RACF
F51204        OR NOT PERK-RATTACHEMENT
F51204        SET FIN-PERIMETRE     TO TRUE
F51204        GO TO FLIRE-PERIMETRE-SUIVANT
F51204     END-IF.
F51204     IF PERK-EN-VIGUEUR
F51204        AND PERK-DATE-DEBUT NOT > WSS-PERI-JOUR
F51204        AND PERK-DATE-FIN NOT < WSS-PERI-JOUR
F51204        IF WSS-PERI-INTER NOT = SPACES
F51204           AND PERK-OBJET (1:8) = WSS-PERI-INTER
F51204           MOVE 'I'           TO WSS-PERI-RESULTAT
F51204           SET FIN-PERIMETRE  TO TRUE
F51204        ELSE
F51204           MOVE 'R'           TO WSS-PERI-RESULTAT
F51204        END-IF
F51204     END-IF.
F51204*
F51204 FLIRE-PERIMETRE-SUIVANT. EXIT.
F51204*
F51133*
F51136*
F51136******************************************************************
F51092*
F51092 FCONTROLE-CERT-MEDICAL. EXIT.
F51092*
F51181*
F51181******************************************************************
F51181* QUALIFICATION PROFESSIONNELLE (FD 51181) : TYPE FI (FIMO) OU   *
F51181* FC (FCO) AVEC SA FIN DE VALIDITE ; DATES SSAAMMJJ PLAUSIBLES.  *
F51181* UNE FIN DE VALIDITE DEPASSEE EST UN AVERTISSEMENT (LE CONTROLE *
F51181* DES AFFECTATIONS DE LA FAMILLE CAR EST FAIT PAR FB01B09)       *
F51181******************************************************************
F51181*
F51181 CONTROLE-QUALIF-PRO.
F51181*--------------------
F51181*
F51181     MOVE 'N' TO WSS-IND-QUAL-PERIMEE.
F51181     MOVE COM-MA-DT-JOURSS   TO WSS-QUAL-CEJOUR-SS.
F51181     MOVE COM-MA-DT-JOURAA   TO WSS-QUAL-CEJOUR-AA.
F51181     MOVE COM-MA-DT-JOURMM   TO WSS-QUAL-CEJOUR-MM.
F51181     MOVE COM-MA-DT-JOURJJ   TO WSS-QUAL-CEJOUR-JJ.
F51181     IF ECR-FIMTYPCI NOT = 'FI' AND 'FC' AND SPACES AND LOW-VALUE
F51181        MOVE 'FB494'            TO COM-GENE-MESANO
F51181                                   COM-CODERR
F51181        MOVE 1                  TO KONTROL
F51181        GO TO FCONTROLE-QUALIF-PRO
F51181     END-IF.
F51181     IF (ECR-FIMTYPCI = 'FI' OR 'FC')
F51181        AND (ECR-FIMFINDI = SPACES OR LOW-VALUE)
F51181        MOVE 'FB495'            TO COM-GENE-MESANO
F51181                                   COM-CODERR
F51181        MOVE 1                  TO KONTROL
F51181        GO TO FCONTROLE-QUALIF-PRO
F51181     END-IF.
F51181     MOVE ECR-PRMVALDI TO WSS-QUAL-DATE-CTRL.
F51181     PERFORM CONTROLE-QUAL-DATE THRU
F51181             FCONTROLE-QUAL-DATE.
F51181     MOVE ECR-MEDFINDI TO WSS-QUAL-DATE-CTRL.
F51181     PERFORM CONTROLE-QUAL-DATE THRU
F51181             FCONTROLE-QUAL-DATE.
F51181     MOVE ECR-FIMFINDI TO WSS-QUAL-DATE-CTRL.
F51181     PERFORM CONTROLE-QUAL-DATE THRU
F51181             FCONTROLE-QUAL-DATE.
F51181     IF KONTROL NOT = ZERO
F51181        GO TO FCONTROLE-QUALIF-PRO
F51181     END-IF.
F51181     IF QUAL-PERIMEE
F51181        IF COM-GENE-MESINF = SPACES OR LOW-VALUE
F51181           MOVE 'FB497'        TO COM-GENE-MESINF
F51181                                  COM-CODERR
F51181        END-IF
F51181     END-IF.
F51181*
F51181 FCONTROLE-QUALIF-PRO. EXIT.
F51181*
F51181******************************************************************
F51181* UNE DATE DE FIN DE VALIDITE : VIDE ACCEPTEE, SINON SSAAMMJJ    *
F51181* NUMERIQUE PLAUSIBLE (FB496), DEPASSEE = AVERTISSEMENT          *
F51181******************************************************************
F51181*
F51181 CONTROLE-QUAL-DATE.
F51181*-------------------
F51181*
F51181     IF WSS-QUAL-DATE-CTRL = SPACES OR LOW-VALUE
F51181        GO TO FCONTROLE-QUAL-DATE
F51181     END-IF.
F51181     IF WSS-QUAL-DATE-CTRL NOT NUMERIC
F51181        OR WSS-QUAL-CTRL-MM < 1 OR WSS-QUAL-CTRL-MM > 12
F51181        OR WSS-QUAL-CTRL-JJ < 1 OR WSS-QUAL-CTRL-JJ > 31
F51181        OR WSS-QUAL-CTRL-SSAA < 1900
F51181        MOVE 'FB496'            TO COM-GENE-MESANO
F51181                                   COM-CODERR
F51181        MOVE 1                  TO KONTROL
F51181        GO TO FCONTROLE-QUAL-DATE
F51181     END-IF.
F51181     IF WSS-QUAL-DATE-CTRL < WSS-QUAL-CEJOUR
F51181        SET QUAL-PERIMEE TO TRUE
F51181     END-IF.
F51181*
F51181 FCONTROLE-QUAL-DATE. EXIT.
F51181*
F51093*
F51093******************************************************************
F51093* CONSENTEMENT A L'ENVOI ELECTRONIQUE (FD 51093) : O/N OU VIDE ; *
F50130        MOVE 'FBSP :PB ECRITURE TS HISTO SUSPENSION' TO MESS      EQW8LBVR
F50130        GO TO ABANDON-TACHE                                       EQW8LBVR
F50130     END-IF.                                                      EQW8LBVR
F51160*--- FD 51160 : DOUBLE DANS LE JOURNAL RECUPERABLE
F51160*--- (SOUS-TYPE 'SP')
F51160     MOVE SPACES              TO WSS-JRNA-ENR.
F51160     MOVE INF-NOPOL OF TS-SUSPENS1
F51160                              TO JRNA-NUMCONT.
F51160     MOVE 'FB02'              TO JRNA-ECRAN.
F51160     MOVE 'SP'                TO JRNA-SOUS-TYPE.
F51160     MOVE SUSPERM-RACF        TO JRNA-RACF.
F51160     MOVE SUSPERM-JOUR        TO JRNA-JOUR.
F51160     MOVE SUSPERM-HEURE       TO JRNA-HEURE.
F51160     MOVE WSS-SUSPERM-ENR     TO JRNA-DETAIL.
F51160     PERFORM ECR-JOURNAL-AUDIT THRU FECR-JOURNAL-AUDIT.
F50130 FECR-TS-SUSPERM. EXIT.                                           EQW8LBVR
F50150***************************************************************   EQW8LBVR
F50150*   ECRITURE DE LA TS HISTORIQUE DE SITUATION FAMILIALE      *    EQW8LBVR
F50150        MOVE 'FBSF :PB ECRITURE TS HISTO SIT.FAMILIALE' TO MESS   EQW8LBVR
F50150        GO TO ABANDON-TACHE                                       EQW8LBVR
F50150     END-IF.                                                      EQW8LBVR
F51160*--- FD 51160 : DOUBLE DANS LE JOURNAL RECUPERABLE
F51160*--- (SOUS-TYPE 'SF')
F51160     MOVE SPACES              TO WSS-JRNA-ENR.
F51160     MOVE INF-NOPOL OF TS-SUSPENS1
F51160                              TO JRNA-NUMCONT.
F51160     MOVE 'FB02'              TO JRNA-ECRAN.
F51160     MOVE 'SF'                TO JRNA-SOUS-TYPE.
F51160     MOVE SITFAM-RACF         TO JRNA-RACF.
F51160     MOVE SITFAM-JOUR         TO JRNA-JOUR.
F51160     MOVE SITFAM-HEURE        TO JRNA-HEURE.
F51160     MOVE WSS-SITFAM-ENR      TO JRNA-DETAIL.
F51160     PERFORM ECR-JOURNAL-AUDIT THRU FECR-JOURNAL-AUDIT.
F50150 FECR-TS-SITFAM. EXIT.                                            EQW8LBVR
F51160******************************************************************
F51160* ECRITURE SYNCHRONE DANS LE JOURNAL RECUPERABLE DES PISTES      *
F51160* D'AUDIT (FD 51160) : LA MISE A JOUR N'EST PAS CONFIRMEE A      *
F51160* L'OPERATEUR SI ELLE N'A PAS PU Y ETRE DEPOSEE                  *
F51160******************************************************************
F51160 ECR-JOURNAL-AUDIT.
F51160*------------------
F51172*--- MODE ECOLE OU DEVIS (FD 51172) : RIEN POUR LA CHAINE DE NUIT
F51172     PERFORM DETECTER-MODE-ECOLE THRU
F51172             FDETECTER-MODE-ECOLE.
F51172     IF MODE-HORS-CHAINE
F51172        GO TO FECR-JOURNAL-AUDIT
F51172     END-IF.
F51160     EXEC CICS WRITE JOURNALNAME (WSS-JRNA-NOM)
F51160                     JTYPEID     (WSS-JRNA-TYPE)
F51160                     FROM        (WSS-JRNA-ENR)
F51160                     FLENGTH     (LENGTH OF WSS-JRNA-ENR)
F51160                     WAIT
F51160                     NOHANDLE
F51160     END-EXEC.
F51160     IF EIBRCODE  NOT = LOW-VALUE
F51160        MOVE 'FBAJ :PB ECRITURE JOURNAL AUDIT FB02' TO MESS
F51160        GO TO ABANDON-TACHE
F51160     END-IF.
F51183*--- FD 51183 : PUBLICATION DE L'ACTION VERS LE COURTIER
F51183     PERFORM PUBLIER-EVENEMENT THRU FPUBLIER-EVENEMENT.
F51160 FECR-JOURNAL-AUDIT. EXIT.
F51183*
F51183******************************************************************
F51183* PUBLICATION DE L'ACTION JOURNALISEE VERS LE COURTIER DE        *
F51183* MESSAGES (FD 51183, DESSIN FB00EVTF) : FILE TD 'FBEV', TRACE   *
F51183* DANS LE JOURNAL (TYPE 'FE') POUR LE RAPPROCHEMENT FB00B51 ; UN *
F51183* EVENEMENT NON REMIS EST RANGE DANS LE MAGASIN DE REPRISE       *
F51183* FB00EVTR (REPUBLIE PAR FB00B50). L'ACTION ETANT DEJA VALIDEE,  *
F51183* AUCUN ECHEC DE PUBLICATION N'EST BLOQUANT : UN EVENEMENT PERDU *
F51183* RESSORT AU RAPPROCHEMENT DU LENDEMAIN                          *
F51183******************************************************************
F51183*
F51183 PUBLIER-EVENEMENT.
F51183*------------------
F51183*
F51183     MOVE SPACES              TO WSS-EVTP-ENR.
F51183     EXEC CICS ASKTIME ABSTIME (WSS-EVTP-ABSTIME)
F51183                       NOHANDLE
F51183     END-EXEC.
F51183     EXEC CICS FORMATTIME ABSTIME  (WSS-EVTP-ABSTIME)
F51183                          YYYYMMDD (EVTP-JOUR-PUB)
F51183                          TIME     (EVTP-HEURE-PUB)
F51183                          NOHANDLE
F51183     END-EXEC.
F51183     ADD 1                    TO WSS-EVTP-SEQ.
F51183     MOVE EIBTASKN            TO EVTP-TACHE.
F51183     MOVE WSS-EVTP-SEQ        TO EVTP-SEQUENCE.
F51183     MOVE JRNA-NUMCONT        TO EVTP-NUMCONT.
F51183     MOVE JRNA-ECRAN          TO EVTP-ECRAN.
F51183     MOVE JRNA-SOUS-TYPE      TO EVTP-SOUS-TYPE.
F51183     MOVE JRNA-RACF           TO EVTP-RACF.
F51183     MOVE JRNA-JOUR           TO EVTP-JOUR.
F51183     MOVE JRNA-HEURE          TO EVTP-HEURE.
F51183     MOVE ZERO                TO EVTP-RANG-MEMBRE
F51183                                 EVTP-NB-TENTATIVES.
F51183     MOVE EVTP-JOUR-PUB       TO EVTP-DATE-EFFET.
F51183*--- PISTES 'SP' ET 'SF' : MODIFICATION DU CONDUCTEUR AFFICHE,
F51183*--- EFFET AU JOUR DE L'ACTION
F51183     MOVE 'M'                 TO EVTP-CODE-ACTION.
F51183     SET EVTP-PERSONNE        TO TRUE.
F51183     MOVE COM-FB-RANG-TS-LIRE TO EVTP-RANG-MEMBRE.
F51183*
F51183     EXEC CICS WRITEQ TD QUEUE  (WSS-EVTP-FILE-TD)
F51183                         FROM   (WSS-EVTP-ENR)
F51183                         LENGTH (LENGTH OF WSS-EVTP-ENR)
F51183                         NOHANDLE
F51183     END-EXEC.
F51183     IF EIBRCODE  = LOW-VALUE
F51183        EXEC CICS WRITE JOURNALNAME (WSS-JRNA-NOM)
F51183                        JTYPEID     (WSS-EVTP-TYPE)
F51183                        FROM        (WSS-EVTP-ENR)
F51183                        FLENGTH     (LENGTH OF WSS-EVTP-ENR)
F51183                        NOHANDLE
F51183        END-EXEC
F51183     ELSE
F51183        EXEC CICS WRITE FILE   ('FB00EVTR')
F51183                        FROM   (WSS-EVTP-ENR)
F51183                        LENGTH (LENGTH OF WSS-EVTP-ENR)
F51183                        RIDFLD (EVTP-IDENT)
F51183                        NOHANDLE
F51183        END-EXEC
F51183     END-IF.
F51183*
F51183 FPUBLIER-EVENEMENT. EXIT.
F51183*
03461 ***************************************************************   EQW8LBVR
03462 *          REECRITURE TS SUSPENS                              *   EQW8LBVR
03463 ***************************************************************   EQW8LBVR
