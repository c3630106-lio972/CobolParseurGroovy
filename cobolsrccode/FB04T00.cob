PDO89 * 16/12/2009  ! MISE A NIVEAU DES REFERENTIELS POSTAUX          !
PDO89 * M.BALDIT    ! COMMUNE ALIMENTEE PAR ADRCOML                   !
PDO89 *-------------+-------------------------------------------------+
F51160* 15/10/2026  ! FD 51160 : LES HISTORIQUES CRM, PERTES          !
F51160* P.ESTEVE    ! FINANCIERES ET ZONE DE GARAGE SONT DOUBLES DANS !
F51160*             ! LE JOURNAL RECUPERABLE CICS 'FBAUDJRN'          !
F51160*             ! (DESSIN FB00JRNA) LU PAR LA CHAINE DE NUIT.     !
F51160*-------------+-------------------------------------------------+
F51172* 15/10/2026  ! FD 51172 : MODE DEVIS SUR LA PLAGE RESERVEE    !
F51172* P.ESTEVE    ! 'DEV...' (FLOTTE PROSPECT) : MEME DEBRAYAGE QUE!
F51172*             ! LE MODE ECOLE (PAS DE PERSISTANCE MA90T20),    !
F51172*             ! FILIGRANE A L'ECRAN. EN MODE ECOLE OU DEVIS,   !
F51172*             ! RIEN N'EST DEPOSE DANS LE JOURNAL RECUPERABLE  !
F51172*             ! LU PAR LA CHAINE DE NUIT.                      !
F51172*             ! COMMANDES LOCALES KM=/USG=/ATT=/VOL= REFUSEES  !
F51172*             ! SUR UN DEVIS.                                  !
F51172*-------------+-------------------------------------------------+
F51180* 15/10/2026  ! FD 51180 : LOUEUR OU FINANCEUR DU VEHICULE PAR  !
F51180* P.ESTEVE    ! LA COMMANDE 'LOC=CCCCC' (REFERENTIEL FB00LOUE   !
F51180*             ! ENTRETENU PAR FB28, KSDS FB04LOCV PAR PLAQUE) ; !
F51180*             ! 'LOC=' A BLANC RETIRE LE LOUEUR. NOTIFICATIONS  !
F51180*             ! AU LOUEUR PAR LE BATCH FB04B17. REFUSEE SUR UN  !
F51180*             ! DEVIS ET SUR UN VEHICULE DECLARE VOLE.          !
F51180*-------------+-------------------------------------------------+
F51182* 15/10/2026  ! FD 51182 : REGLES D'ACCEPTATION SOUSCRIPTION :  !
F51182* P.ESTEVE    ! GROUPE, CLASSE, VALEUR A NEUF ET DERNIER CRM DU !
F51182*             ! VEHICULE TRANSMIS A FB01 DANS L'ITEM DE         !
F51182*             ! COMPLETUDE.                                     !
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
F51207* 15/10/2026  ! FD 51207 : PLAQUES TEMPORAIRES (WW PROVISOIRE,  !
F51207* P.ESTEVE    ! W GARAGE) RECONNUES A LA SAISIE : ECHEANCE POSEE!
F51207*             ! PAR 'WW=JJMMAA' (KSDS FB04TMPK, DESSIN FB04TMPF)!
F51207*             ! ET EXIGEE SUR UNE PLAQUE NOUVELLE (FBW04). LA   !
F51207*             ! COMMANDE 'DEF' REMPLACE LA PLAQUE TEMPORAIRE PAR!
F51207*             ! LA DEFINITIVE SAISIE EN ZONE IMMATRICULATION,   !
F51207*             ! SANS SORTIE NI REENTREE : KILOMETRAGE, USAGE,   !
F51207*             ! VOL, LOUEUR ET ATTELAGE SUIVENT LA PLAQUE ;     !
F51207*             ! FVA (FB04B09) ET INDEX (FB04B05) LA NUIT.       !
F51207*             ! RELANCES CLIENT HEBDOMADAIRES PAR FB04B22.      !
F51207*-------------+-------------------------------------------------+
F51210* 15/10/2026  ! FD 51210 : 'DEF' NE FAIT PLUS QUE CONTROLER LA  !
F51210* P.ESTEVE    ! DEFINITIVE ; SOLDE DE LA TEMPORAIRE (FB04TMPK)   !
F51210*             ! ET LE TRANSFERT DES DONNEES TENUES PAR PLAQUE   !
F51210*             ! N'INTERVIENNENT QU'UNE FOIS LA SAISIE ACCEPTEE  !
F51210*             ! PAR LES CONTROLES. 'WW=' ET 'DEF' REFUSEES SUR  !
F51210*             ! UN VEHICULE DECLARE VOLE.                       !
F51210*-------------+-------------------------------------------------+
00064 *                       *************                           ! EQW9Z0MQ
00065 *                       ** LEGENDE **                           ! EQW9Z0MQ
00066 *                       *************                           ! EQW9Z0MQ
F51091*--- CATEGORIES DE PERMIS (FD 51091) : ALIMENTEES PAR FB02
F51091*--- SEULEMENT, ESPACES SUR CET ECRAN
F51091     05  COMPLT-CATEGORIES   PIC X(09).
F51182*--- DONNEES DE SOUSCRIPTION DU VEHICULE (FD 51182) POUR LES
F51182*--- REGLES D'ACCEPTATION A LA SIGNATURE FB01 : GROUPE, CLASSE,
F51182*--- VALEUR A NEUF (EUROS), DERNIER CRM (CENTIEMES)
F51182     05  COMPLT-SOUSCRIPTION.
F51182         10  COMPLT-GROUPE       PIC X(02).
F51182         10  COMPLT-CLASSE       PIC X(01).
F51182         10  COMPLT-VALEUR       PIC 9(07).
F51182         10  COMPLT-CRM          PIC 9(03).
F51182         10  FILLER              PIC X(03).
F51160*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51160*   ENREGISTREMENT DU JOURNAL RECUPERABLE DES PISTES D'AUDIT    *
F51160*   (FD 51160)                                                  *
F51160*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51160 ++INCLUDE FB00JRNA
F51183*--- EVENEMENTS DE COMPOSITION PUBLIES (FD 51183)
F51183 ++INCLUDE FB00EVTF
F51084*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51084*   TABLE D'HABILITATION DES ACTIONS PAR GROUPE RACF (FD 51084) :
F51084*   SUR CET ECRAN, LA MODIFICATION DU CRM EST RESERVEE AUX
F51084*   GROUPES HABILITES (MESSAGE FB465)
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
F51114     05  WSS-PLAQ-NB-CLIENTS PIC 9(03).
F51114     05  WSS-PLAQ-GESCLI     PIC X(11).
F51114     05  WSS-PLAQ-NUMCONT    PIC X(12).
F51207*--- TYPE DE PLAQUE ('WW'/'W ' = TEMPORAIRE) ET, POUR UNE
F51207*--- TEMPORAIRE REMPLACEE, PLAQUE DEFINITIVE (NB-CLIENTS A ZERO
F51207*--- SI LA TEMPORAIRE N'EST PLUS PORTEE PAR AUCUN CONTRAT)
F51207     05  WSS-PLAQ-TYPE-IMMAT PIC X(02).
F51207     05  WSS-PLAQ-IMMAT-SUITE
F51207                             PIC X(10).
F51207     05  FILLER              PIC X(32).
F51114 01  WSS-IND-PLAQ-AUTRE      PIC X(01) VALUE 'N'.
F51114     88  PLAQUE-AUTRE-CLIENT         VALUE 'O'.
F51129****************************************************************
F51155     88  VOLT-DEJA-POSE              VALUE 'O'.
F51155 01  WSS-IND-VEHI-VOLE       PIC X(01) VALUE 'N'.
F51155     88  VEHICULE-VOLE               VALUE 'O'.
F51180****************************************************************
F51180*   LOUEUR OU FINANCEUR DU VEHICULE (FD 51180) : COMMANDE
F51180*   'LOC=CCCCC', CODE CONTROLE CONTRE LE REFERENTIEL FB00LOUE
F51180*   (LOUEUR CONNU ET ACTIF), LIEN PERSISTE DANS LE KSDS
F51180*   FB04LOCV (CLE PLAQUE) - NOTIFICATIONS DE FIN DE COUVERTURE
F51180*   ET DE VOL EMISES PAR FB04B17
F51180****************************************************************
F51180 ++INCLUDE FB00LOUF
F51180 01  WSS-IND-LOCV-CONNU      PIC X(01) VALUE 'N'.
F51180     88  LOUEUR-DEJA-POSE            VALUE 'O'.
F51180 01  WSS-CODE-LOUEUR-SAISI   PIC X(05).
F51151****************************************************************
F51151*   DONNEES IMMATRICULEES DU REGISTRE SIV (FD 51151) : KSDS
F51151*   FB04SIVT POSE PAR FB04B13 SUR LA PLAQUE CANONIQUE - SERT
F51151     05  WSS-SIVT-DIVERGENCE PIC X(01).
F51151     05  WSS-SIVT-DT-REPONSE PIC X(08).
F51151     05  FILLER              PIC X(31).
F51207****************************************************************
F51207*   PLAQUES TEMPORAIRES (FD 51207) : TYPE RECONNU SUR LA FORME
F51207*   CANONIQUE (SIV 'WW' + 3 CHIFFRES + 2 LETTRES, FNI DE
F51207*   SERIE 'WW' OU 'W' GARAGE), ECHEANCE SAISIE PAR LA
F51207*   COMMANDE 'WW=JJMMAA' ET PERSISTEE DANS LE KSDS FB04TMPK
F51207*   (CLE PLAQUE TEMPORAIRE). 'DEF' BASCULE SUR LA PLAQUE
F51207*   DEFINITIVE SAISIE ET Y TRANSFERE LES DONNEES TENUES PAR
F51207*   PLAQUE - RELANCES CLIENT PAR LE BATCH HEBDOMADAIRE FB04B22
F51207****************************************************************
F51207 ++INCLUDE FB04TMPF
F51207 01  WSS-TYPE-IMMAT          PIC X(02) VALUE SPACES.
F51207     88  IMMAT-TEMPORAIRE            VALUE 'WW' 'W '.
F51207 01  WSS-IMM-LETTRES         PIC X(03) VALUE SPACES.
F51207 01  WSS-IMM-NB-LETTRES      PIC S9(4) COMP VALUE +0.
F51207 01  WSS-IND-TMPK-CONNU      PIC X(01) VALUE 'N'.
F51207     88  TEMPORAIRE-DEJA-POSEE       VALUE 'O'.
F51207 01  WSS-TMP-SAISIE.
F51207     05  WSS-TMP-SAISIE-JJ   PIC 9(02).
F51207     05  WSS-TMP-SAISIE-MM   PIC 9(02).
F51207     05  WSS-TMP-SAISIE-AA   PIC 9(02).
F51207 01  WSS-TMP-ECHEANCE.
F51207     05  FILLER              PIC X(02) VALUE '20'.
F51207     05  WSS-TMP-ECH-AA      PIC 9(02).
F51207     05  WSS-TMP-ECH-MM      PIC 9(02).
F51207     05  WSS-TMP-ECH-JJ      PIC 9(02).
F51207 01  WSS-TMP-DATE-JOUR       PIC X(08) VALUE SPACES.
F51207 01  WSS-TMP-IMMAT-ANC       PIC X(10) VALUE SPACES.
F51207 01  WSS-TMP-IMMAT-DEF       PIC X(10) VALUE SPACES.
F51210 01  WSS-TMP-IMMAT-ECRAN     PIC X(10) VALUE SPACES.
F51210 01  WSS-IND-DEF-ACCEPTEE    PIC X(01) VALUE 'N'.
F51210     88  DEF-A-APPLIQUER             VALUE 'O'.
00138  01  IDENT-TS-PAGE.                                               EQW9Z0MQ
00139      05  PAGE-TS-PREF       PIC X(04).                            EQW9Z0MQ
00140      05  PAGE-TS-SUFF.                                            EQW9Z0MQ
01587      END-IF.                                                      EQW9Z0MQ
01588      PERFORM INIT-RECH-CONV-LIBRE THRU                            EQW9Z0MQ
01589              FIN-INIT-RECH-CONV-LIBRE.                            EQW9Z0MQ
F51204*    PERIMETRE DE PORTEFEUILLE DE L'OPERATEUR (FD 51204) : UN
F51204*    CONTRAT HORS PERIMETRE N'EST PAS AFFICHE, RETOUR AU
F51204*    NIVEAU SUPERIEUR
F51204      MOVE INF-NOPOL OF TS-SUSPENS1 TO WSS-PERI-NUMCONT.
F51204      MOVE 'FB04'              TO WSS-PERI-ECRAN.
F51204      PERFORM CONTROLE-PERIMETRE THRU
F51204              FCONTROLE-PERIMETRE.
F51204      IF PERIMETRE-REFUSE
F51204         MOVE 1               TO KONTROL
F51204         MOVE 'FBP01'         TO COM-GENE-MESANO
F51204                                 COM-CODERR
F51204         PERFORM SORTIE-LEVEL-SUPERIEUR THRU
F51204                 FIN-SORTIE-LEVEL-SUPERIEUR
F51204      END-IF.
01590      PERFORM REMPLISSAGE-FORMAT-ECRAN THRU                        EQW9Z0MQ
01591              FIN-REMPLISSAGE-FORMAT-ECRAN.                        EQW9Z0MQ
01592 *                                                                 EQW9Z0MQ
01760 *             FIN-LECTURE-FICHIER.                                EQW9Z0MQ
01761 *                                                                 EQW9Z0MQ
F51087*     FILIGRANE DU MODE ECOLE (FD 51087) POSE A CHAQUE AFFICHAGE
F51172*     (ET DU MODE DEVIS, FD 51172)
F51087      PERFORM DETECTER-MODE-ECOLE THRU
F51087              FDETECTER-MODE-ECOLE.
01762  FIN-REMPLISSAGE-FORMAT-ECRAN.                                    EQW9Z0MQ
02181 * ----------------- *                                             EQW9Z0MQ
02182       PERFORM RESTAURATION-ATTRIBUTS THRU                         EQW9Z0MQ
02183               FIN-RESTAURATION-ATTRIBUTS.                         EQW9Z0MQ
F51204*    PERIMETRE DE PORTEFEUILLE DE L'OPERATEUR (FD 51204) : UN
F51204*    CONTRAT HORS PERIMETRE (CHAINAGE SANS PASSAGE PAR FB01)
F51204*    N'EST PAS TRAITE, RETOUR AU NIVEAU SUPERIEUR
F51204      MOVE INF-NOPOL OF TS-SUSPENS1 TO WSS-PERI-NUMCONT.
F51204      MOVE 'FB04'              TO WSS-PERI-ECRAN.
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
F51155*--- RETABLISSEMENT)
F51155     IF (ECR-XCDECO (1:3) = 'KM='
F51155         OR ECR-XCDECO (1:4) = 'USG='
F51155         OR ECR-XCDECO (1:4) = 'ATT='
F51180         OR ECR-XCDECO (1:4) = 'LOC='
F51210         OR ECR-XCDECO (1:3) = 'WW='
F51210         OR ECR-XCDECO = 'DEF')
F51155        AND ECR-VEHIMMXO NOT = SPACES AND LOW-VALUE
F51210*--- AVEC 'DEF' LA ZONE PORTE DEJA LA DEFINITIVE : LE STATUT
F51210*--- VOL EST TENU SOUS LA PLAQUE TEMPORAIRE DU VEHICULE
F51210        MOVE ECR-VEHIMMXO  TO WSS-TMP-IMMAT-ECRAN
F51210        IF ECR-XCDECO = 'DEF'
F51210           MOVE VEHIMMX OF TS-VEHICULE(1) TO ECR-VEHIMMXO
F51210        END-IF
F51155        PERFORM CONTROLE-VEHICULE-VOLE THRU
F51155                FCONTROLE-VEHICULE-VOLE
F51210        MOVE WSS-TMP-IMMAT-ECRAN TO ECR-VEHIMMXO
F51155        IF VEHICULE-VOLE
F51155           MOVE 'FBV02'       TO COM-GENE-MESANO
F51155                                 COM-CODERR
F51155           MOVE SPACES        TO ECR-XCDECO
F51155        END-IF
F51155     END-IF.
F51172*--- MODE DEVIS (FD 51172) : LES COMMANDES LOCALES METTENT A JOUR
F51172*--- DES FICHIERS DECHARGES LA NUIT - REFUSEES SUR UN DEVIS
F51172     IF (ECR-XCDECO (1:3) = 'KM='
F51172         OR ECR-XCDECO (1:4) = 'USG='
F51172         OR ECR-XCDECO (1:4) = 'ATT='
F51172         OR ECR-XCDECO (1:4) = 'VOL='
F51180         OR ECR-XCDECO (1:4) = 'LOC='
F51207         OR ECR-XCDECO (1:3) = 'WW='
F51207         OR ECR-XCDECO = 'DEF')
F51172        PERFORM DETECTER-MODE-ECOLE THRU
F51172                FDETECTER-MODE-ECOLE
F51172        IF MODE-DEVIS
F51172           MOVE 'COMMANDE INTERDITE SUR UN DEVIS' TO ECR-XMSGILO
F51172           MOVE SPACES        TO ECR-XCDECO
F51172        END-IF
F51172     END-IF.
F51130     IF ECR-XCDECO (1:3) = 'KM='
F51130        PERFORM TRT-COMMANDE-KM THRU
F51130                FIN-TRT-COMMANDE-KM
F51155                FIN-TRT-COMMANDE-VOL
F51155        MOVE SPACES TO ECR-XCDECO
F51155     END-IF.
F51180*--- COMMANDE 'LOC=CCCCC' (FD 51180) : LOUEUR OU FINANCEUR DU
F51180*--- VEHICULE PRIS AU REFERENTIEL FB28 ('LOC=' A BLANC : RETRAIT)
F51180     IF ECR-XCDECO (1:4) = 'LOC='
F51180        PERFORM TRT-COMMANDE-LOC THRU
F51180                FIN-TRT-COMMANDE-LOC
F51180        MOVE SPACES TO ECR-XCDECO
F51180     END-IF.
F51207*--- COMMANDE 'WW=JJMMAA' (FD 51207) : LA PLAQUE AFFICHEE EST
F51207*--- UNE PLAQUE TEMPORAIRE D'ECHEANCE JJ/MM/20AA
F51207     IF ECR-XCDECO (1:3) = 'WW='
F51207        PERFORM TRT-COMMANDE-WW THRU
F51207                FIN-TRT-COMMANDE-WW
F51207        MOVE SPACES TO ECR-XCDECO
F51207     END-IF.
F51207*--- COMMANDE 'DEF' (FD 51207) : LA PLAQUE SAISIE EN ZONE
F51207*--- IMMATRICULATION EST LA DEFINITIVE DE LA PLAQUE TEMPORAIRE
F51207*--- DU VEHICULE - LE VEHICULE GARDE SON RANG ET SON HISTORIQUE
F51210*--- (REMPLACEMENT APPLIQUE EN TRAITEMENT-FICHIER, APRES LES
F51210*--- CONTROLES DE LA SAISIE)
F51207     IF ECR-XCDECO = 'DEF'
F51207        PERFORM TRT-COMMANDE-DEF THRU
F51207                FIN-TRT-COMMANDE-DEF
F51207        MOVE SPACES TO ECR-XCDECO
F51207     END-IF.
02359      IF ECR-XCDECO NOT = LOW-VALUE AND SPACES                     EQW9Z0MQ
02360         IF ECR-XCDECO = 'AIDE' OR 'GENR' OR 'USAG' OR 'VEHI'      EQW9Z0MQ
02361                                OR 'PROT' OR 'FORM' OR 'CIE'       EQW9Z0MQ
F51114                    NOHANDLE
F51114     END-EXEC.
F51114     IF EIBRCODE = LOW-VALUE
F51207        AND WSS-PLAQ-NB-CLIENTS NOT = ZERO
F51114        IF WSS-PLAQ-GESCLI NOT = W-GESCLI
F51114           OR WSS-PLAQ-NB-CLIENTS > 1
F51114           SET PLAQUE-AUTRE-CLIENT TO TRUE
F51155*
F51155 FCONTROLE-VEHICULE-VOLE.
F51155     EXIT.
F51180*
F51180**************************************************************
F51180*   LOUEUR DU VEHICULE (FD 51180) : 'LOC=CCCCC' POSE LE LIEN  *
F51180*   VERS UN LOUEUR CONNU ET ACTIF DU REFERENTIEL ; LE SUIVI   *
F51180*   DES NOTIFICATIONS EST REMIS A ZERO QUAND LE VEHICULE      *
F51180*   CHANGE DE CONTRAT. 'LOC=' A BLANC RETIRE LE LIEN          *
F51180**************************************************************
F51180 TRT-COMMANDE-LOC.
F51180*-----------------
F51180     IF ECR-VEHIMMXO = SPACES OR LOW-VALUE
F51180        MOVE 'FBL01' TO COM-GENE-MESANO
F51180                        COM-CODERR
F51180        MOVE 1       TO KONTROL
F51180        GO TO FIN-TRT-COMMANDE-LOC
F51180     END-IF.
F51180     MOVE ECR-XCDECO (5:5)   TO WSS-CODE-LOUEUR-SAISI.
F51180     IF WSS-CODE-LOUEUR-SAISI = LOW-VALUE
F51180        MOVE SPACES          TO WSS-CODE-LOUEUR-SAISI
F51180     END-IF.
F51180     IF WSS-CODE-LOUEUR-SAISI = SPACES
F51180        PERFORM RETIRER-LOUEUR THRU
F51180                FRETIRER-LOUEUR
F51180        GO TO FIN-TRT-COMMANDE-LOC
F51180     END-IF.
F51180     MOVE WSS-CODE-LOUEUR-SAISI TO LOUE-CODE.
F51180     EXEC CICS READ FILE   ('FB00LOUE')
F51180                    INTO   (WSS-LOUE-ENR)
F51180                    LENGTH (LENGTH OF WSS-LOUE-ENR)
F51180                    RIDFLD (LOUE-CODE)
F51180                    NOHANDLE
F51180     END-EXEC.
F51180     IF EIBRCODE NOT = LOW-VALUE
F51180        OR NOT LOUE-EN-VIGUEUR
F51180        MOVE 'FBL02' TO COM-GENE-MESANO
F51180                        COM-CODERR
F51180        MOVE 1       TO KONTROL
F51180        GO TO FIN-TRT-COMMANDE-LOC
F51180     END-IF.
F51180     MOVE 'N'                TO WSS-IND-LOCV-CONNU.
F51180     MOVE ECR-VEHIMMXO       TO LOCV-IMMAT.
F51180     EXEC CICS READ FILE   ('FB04LOCV')
F51180                    INTO   (WSS-LOCV-ENR)
F51180                    LENGTH (LENGTH OF WSS-LOCV-ENR)
F51180                    RIDFLD (LOCV-IMMAT)
F51180                    UPDATE
F51180                    NOHANDLE
F51180     END-EXEC.
F51180     IF EIBRCODE = LOW-VALUE
F51180        SET LOUEUR-DEJA-POSE TO TRUE
F51180     ELSE
F51180        MOVE SPACES          TO WSS-LOCV-ENR
F51180        MOVE ECR-VEHIMMXO    TO LOCV-IMMAT
F51180     END-IF.
F51180*--- VEHICULE REPRIS SUR UN AUTRE CONTRAT : LES FINS DE
F51180*--- COUVERTURE ET VOLS DEJA NOTIFIES NE LE CONCERNENT PLUS
F51180     IF LOCV-NUMCONT NOT = INF-NOPOL OF TS-SUSPENS1
F51180        MOVE SPACES          TO LOCV-DT-EVT-FIN
F51180                                LOCV-MOTIF-FIN
F51180                                LOCV-DT-EVT-VOL
F51180                                LOCV-JOUR-NOTIF
F51180     END-IF.
F51180     MOVE LOUE-CODE          TO LOCV-CODE-LOUEUR.
F51180     MOVE INF-NOPOL OF TS-SUSPENS1
F51180                             TO LOCV-NUMCONT.
F51180     MOVE ECR-XRACFLO        TO LOCV-RACF.
F51180     MOVE COM-MA-DT-JOURSS   TO LOCV-JOUR (1:2).
F51180     MOVE COM-MA-DT-JOURAA   TO LOCV-JOUR (3:2).
F51180     MOVE COM-MA-DT-JOURMM   TO LOCV-JOUR (5:2).
F51180     MOVE COM-MA-DT-JOURJJ   TO LOCV-JOUR (7:2).
F51180     IF LOUEUR-DEJA-POSE
F51180        EXEC CICS REWRITE FILE ('FB04LOCV')
F51180                          FROM (WSS-LOCV-ENR)
F51180                          LENGTH (LENGTH OF WSS-LOCV-ENR)
F51180                          NOHANDLE
F51180        END-EXEC
F51180     ELSE
F51180        EXEC CICS WRITE FILE   ('FB04LOCV')
F51180                        FROM   (WSS-LOCV-ENR)
F51180                        LENGTH (LENGTH OF WSS-LOCV-ENR)
F51180                        RIDFLD (LOCV-IMMAT)
F51180                        NOHANDLE
F51180        END-EXEC
F51180     END-IF.
F51180     IF EIBRCODE NOT = LOW-VALUE
F51180        MOVE 'FBLO :PB ECRITURE KSDS FB04LOCV' TO MESS
F51180        GO TO ABANDON-TACHE
F51180     END-IF.
F51180     MOVE SPACES             TO ECR-XMSGILO.
F51180     STRING 'LOUEUR ENREGISTRE : ' LOUE-NOM
F51180            DELIMITED BY SIZE INTO ECR-XMSGILO.
F51180*
F51180 FIN-TRT-COMMANDE-LOC.
F51180     EXIT.
F51180*
F51180**************************************************************
F51180*   RETRAIT DU LOUEUR (VEHICULE RACHETE OU SAISI A TORT)      *
F51180**************************************************************
F51180 RETIRER-LOUEUR.
F51180*---------------
F51180     MOVE ECR-VEHIMMXO       TO LOCV-IMMAT.
F51180     EXEC CICS READ FILE   ('FB04LOCV')
F51180                    INTO   (WSS-LOCV-ENR)
F51180                    LENGTH (LENGTH OF WSS-LOCV-ENR)
F51180                    RIDFLD (LOCV-IMMAT)
F51180                    UPDATE
F51180                    NOHANDLE
F51180     END-EXEC.
F51180     IF EIBRCODE NOT = LOW-VALUE
F51180        MOVE 'AUCUN LOUEUR ENREGISTRE POUR CE VEHICULE'
F51180                             TO ECR-XMSGILO
F51180        GO TO FRETIRER-LOUEUR
F51180     END-IF.
F51180     EXEC CICS DELETE FILE ('FB04LOCV')
F51180                    NOHANDLE
F51180     END-EXEC.
F51180     IF EIBRCODE NOT = LOW-VALUE
F51180        MOVE 'FBLO :PB SUPPRESSION KSDS FB04LOCV' TO MESS
F51180        GO TO ABANDON-TACHE
F51180     END-IF.
F51180     MOVE 'LOUEUR DU VEHICULE RETIRE' TO ECR-XMSGILO.
F51180*
F51180 FRETIRER-LOUEUR.
F51180     EXIT.
F51207*
F51207**************************************************************
F51207*   PLAQUE TEMPORAIRE (FD 51207) : 'WW=JJMMAA' POSE LA PLAQUE *
F51207*   AFFICHEE (FORME WW OU W GARAGE) COMME TEMPORAIRE AVEC SON *
F51207*   ECHEANCE ; UNE NOUVELLE SAISIE REPORTE L'ECHEANCE         *
F51207**************************************************************
F51207 TRT-COMMANDE-WW.
F51207*----------------
F51207     IF ECR-VEHIMMXO = SPACES OR LOW-VALUE
F51207        OR ECR-XCDECO (4:6) NOT NUMERIC
F51207        MOVE 'FBW01' TO COM-GENE-MESANO
F51207                        COM-CODERR
F51207        MOVE 1       TO KONTROL
F51207        GO TO FIN-TRT-COMMANDE-WW
F51207     END-IF.
F51207     MOVE ECR-XCDECO (4:6)   TO WSS-TMP-SAISIE.
F51207     IF WSS-TMP-SAISIE-JJ < 1 OR WSS-TMP-SAISIE-JJ > 31
F51207        OR WSS-TMP-SAISIE-MM < 1 OR WSS-TMP-SAISIE-MM > 12
F51207        MOVE 'FBW01' TO COM-GENE-MESANO
F51207                        COM-CODERR
F51207        MOVE 1       TO KONTROL
F51207        GO TO FIN-TRT-COMMANDE-WW
F51207     END-IF.
F51207     MOVE WSS-TMP-SAISIE-AA  TO WSS-TMP-ECH-AA.
F51207     MOVE WSS-TMP-SAISIE-MM  TO WSS-TMP-ECH-MM.
F51207     MOVE WSS-TMP-SAISIE-JJ  TO WSS-TMP-ECH-JJ.
F51207     PERFORM CALCULER-JOUR-TMP THRU
F51207             FCALCULER-JOUR-TMP.
F51207     IF WSS-TMP-ECHEANCE < WSS-TMP-DATE-JOUR
F51207        MOVE 'FBW01' TO COM-GENE-MESANO
F51207                        COM-CODERR
F51207        MOVE 1       TO KONTROL
F51207        GO TO FIN-TRT-COMMANDE-WW
F51207     END-IF.
F51207*--- LA COMMANDE PEUT ACCOMPAGNER LA PREMIERE SAISIE DE LA
F51207*--- PLAQUE : ELLE EST NORMALISEE ICI COMME EN CONTROLE LOGIQUE
F51207     MOVE ECR-VEHIMMXO       TO WSS-IMMAT-BRUTE.
F51207     PERFORM NORMALISER-IMMAT THRU
F51207             FNORMALISER-IMMAT.
F51207     IF NOT IMMAT-VALIDE
F51207        MOVE 'FB478' TO COM-GENE-MESANO
F51207                        COM-CODERR
F51207        MOVE 1       TO KONTROL
F51207        GO TO FIN-TRT-COMMANDE-WW
F51207     END-IF.
F51207     PERFORM TYPER-IMMAT THRU
F51207             FTYPER-IMMAT.
F51207     IF NOT IMMAT-TEMPORAIRE
F51207        MOVE 'FBW02' TO COM-GENE-MESANO
F51207                        COM-CODERR
F51207        MOVE 1       TO KONTROL
F51207        GO TO FIN-TRT-COMMANDE-WW
F51207     END-IF.
F51207     MOVE 'N'                TO WSS-IND-TMPK-CONNU.
F51207     MOVE WSS-IMMAT-CANON    TO TMPK-IMMAT.
F51207     EXEC CICS READ FILE   ('FB04TMPK')
F51207                    INTO   (WSS-TMPK-ENR)
F51207                    LENGTH (LENGTH OF WSS-TMPK-ENR)
F51207                    RIDFLD (TMPK-IMMAT)
F51207                    UPDATE
F51207                    NOHANDLE
F51207     END-EXEC.
F51207     IF EIBRCODE = LOW-VALUE
F51207        SET TEMPORAIRE-DEJA-POSEE TO TRUE
F51207*--- PLAQUE DEJA REMPLACEE PAR SA DEFINITIVE : PLUS D'ECHEANCE
F51207        IF TMPK-REMPLACEE
F51207           EXEC CICS UNLOCK FILE ('FB04TMPK')
F51207                            NOHANDLE
F51207           END-EXEC
F51207           MOVE 'FBW03' TO COM-GENE-MESANO
F51207                           COM-CODERR
F51207           MOVE 1       TO KONTROL
F51207           GO TO FIN-TRT-COMMANDE-WW
F51207        END-IF
F51207     ELSE
F51207        MOVE SPACES          TO WSS-TMPK-ENR
F51207        MOVE WSS-IMMAT-CANON TO TMPK-IMMAT
F51207        MOVE ZERO            TO TMPK-NB-RELANCES
F51207     END-IF.
F51207     MOVE WSS-TYPE-IMMAT     TO TMPK-TYPE-IMMAT.
F51207     MOVE W-GESCLI           TO TMPK-GESCLI.
F51207     MOVE INF-NOPOL OF TS-SUSPENS1
F51207                             TO TMPK-NUMCONT.
F51207     MOVE WSS-TMP-ECHEANCE   TO TMPK-DT-ECHEANCE.
F51207     SET TMPK-EN-ATTENTE     TO TRUE.
F51207     MOVE ECR-XRACFLO        TO TMPK-RACF.
F51207     MOVE WSS-TMP-DATE-JOUR  TO TMPK-JOUR.
F51207     IF TEMPORAIRE-DEJA-POSEE
F51207        EXEC CICS REWRITE FILE ('FB04TMPK')
F51207                          FROM (WSS-TMPK-ENR)
F51207                          LENGTH (LENGTH OF WSS-TMPK-ENR)
F51207                          NOHANDLE
F51207        END-EXEC
F51207     ELSE
F51207        EXEC CICS WRITE FILE   ('FB04TMPK')
F51207                        FROM   (WSS-TMPK-ENR)
F51207                        LENGTH (LENGTH OF WSS-TMPK-ENR)
F51207                        RIDFLD (TMPK-IMMAT)
F51207                        NOHANDLE
F51207        END-EXEC
F51207     END-IF.
F51207     IF EIBRCODE NOT = LOW-VALUE
F51207        MOVE 'FBWW :PB ECRITURE KSDS FB04TMPK' TO MESS
F51207        GO TO ABANDON-TACHE
F51207     END-IF.
F51207     MOVE WSS-IMMAT-CANON    TO ECR-VEHIMMXO
F51207                                ECR-VEHIMMXI.
F51207     MOVE SPACES             TO ECR-XMSGILO.
F51207     STRING 'PLAQUE TEMPORAIRE ENREGISTREE - ECHEANCE '
F51207            WSS-TMP-ECHEANCE
F51207            DELIMITED BY SIZE INTO ECR-XMSGILO.
F51207*
F51207 FIN-TRT-COMMANDE-WW.
F51207     EXIT.
F51207*
F51207**************************************************************
F51207*   PLAQUE DEFINITIVE (FD 51207) : 'DEF' AVEC LA DEFINITIVE   *
F51207*   SAISIE EN ZONE IMMATRICULATION A LA PLACE DE LA PLAQUE    *
F51207*   TEMPORAIRE EN ATTENTE DU VEHICULE. LE VEHICULE GARDE SON  *
F51207*   RANG (SIMPLE MODIFICATION DE LA PLAQUE, SANS SORTIE NI    *
F51210*   REENTREE). LA COMMANDE NE FAIT QUE CONTROLER LA PLAQUE :  *
F51210*   RIEN N'EST ECRIT AVANT QUE LA SAISIE SOIT ACCEPTEE PAR    *
F51210*   LES CONTROLES (APPLIQUER-PLAQUE-DEFINITIVE)               *
F51207**************************************************************
F51207 TRT-COMMANDE-DEF.
F51207*-----------------
F51210     MOVE 'N'                TO WSS-IND-DEF-ACCEPTEE.
F51207     MOVE VEHIMMX OF TS-VEHICULE(1) TO WSS-TMP-IMMAT-ANC.
F51207     IF ECR-VEHIMMXO = SPACES OR LOW-VALUE
F51207        OR WSS-TMP-IMMAT-ANC = SPACES OR LOW-VALUE
F51207        MOVE 'FBW03' TO COM-GENE-MESANO
F51207                        COM-CODERR
F51207        MOVE 1       TO KONTROL
F51207        GO TO FIN-TRT-COMMANDE-DEF
F51207     END-IF.
F51207     MOVE ECR-VEHIMMXO       TO WSS-IMMAT-BRUTE.
F51207     PERFORM NORMALISER-IMMAT THRU
F51207             FNORMALISER-IMMAT.
F51207     IF NOT IMMAT-VALIDE
F51207        MOVE NOR-ALP TO ECR-VEHIMMXA
F51207        MOVE 'FB478' TO COM-GENE-MESANO
F51207                        COM-CODERR
F51207        MOVE CURSEUR TO ECR-VEHIMMXL
F51207        MOVE 1       TO KONTROL
F51207        GO TO FIN-TRT-COMMANDE-DEF
F51207     END-IF.
F51207*--- LA DEFINITIVE NE PEUT ETRE ELLE-MEME TEMPORAIRE
F51207     PERFORM TYPER-IMMAT THRU
F51207             FTYPER-IMMAT.
F51207     IF IMMAT-TEMPORAIRE
F51207        MOVE 'FBW02' TO COM-GENE-MESANO
F51207                        COM-CODERR
F51207        MOVE 1       TO KONTROL
F51207        GO TO FIN-TRT-COMMANDE-DEF
F51207     END-IF.
F51207     MOVE WSS-IMMAT-CANON    TO WSS-TMP-IMMAT-DEF.
F51207     IF WSS-TMP-IMMAT-DEF = WSS-TMP-IMMAT-ANC
F51207        MOVE 'FBW03' TO COM-GENE-MESANO
F51207                        COM-CODERR
F51207        MOVE 1       TO KONTROL
F51207        GO TO FIN-TRT-COMMANDE-DEF
F51207     END-IF.
F51207     MOVE WSS-TMP-IMMAT-ANC  TO TMPK-IMMAT.
F51207     EXEC CICS READ FILE   ('FB04TMPK')
F51207                    INTO   (WSS-TMPK-ENR)
F51207                    LENGTH (LENGTH OF WSS-TMPK-ENR)
F51207                    RIDFLD (TMPK-IMMAT)
F51207                    NOHANDLE
F51207     END-EXEC.
F51207     IF EIBRCODE NOT = LOW-VALUE
F51210        OR NOT TMPK-EN-ATTENTE
F51207        MOVE 'FBW03' TO COM-GENE-MESANO
F51207                        COM-CODERR
F51207        MOVE 1       TO KONTROL
F51207        GO TO FIN-TRT-COMMANDE-DEF
F51207     END-IF.
F51210*--- LA DEFINITIVE PASSE ENSUITE PAR LE CONTROLE LOGIQUE DE LA
F51210*--- ZONE IMMATRICULATION COMME TOUTE PLAQUE MODIFIEE
F51210     SET DEF-A-APPLIQUER     TO TRUE.
F51207     MOVE WSS-TMP-IMMAT-DEF  TO ECR-VEHIMMXO
F51207                                ECR-VEHIMMXI.
F51207     MOVE SPACES             TO ECR-XMSGILO.
F51207     STRING 'PLAQUE DEFINITIVE ' WSS-TMP-IMMAT-DEF
F51207            ' EN REMPLACEMENT DE ' WSS-TMP-IMMAT-ANC
F51207            DELIMITED BY SIZE INTO ECR-XMSGILO.
F51207*
F51207 FIN-TRT-COMMANDE-DEF.
F51207     EXIT.
F51210*
F51210**************************************************************
F51210*   REMPLACEMENT DE LA PLAQUE TEMPORAIRE ACCEPTE (FD 51210) : *
F51210*   APPELE EN TRAITEMENT-FICHIER, UNE FOIS LA SAISIE PASSEE   *
F51210*   PAR LES CONTROLES. LES DONNEES TENUES PAR PLAQUE SONT     *
F51210*   TRANSFEREES ET LA PLAQUE TEMPORAIRE EST SOLDEE POUR LA    *
F51210*   DECLARATION FVA (FB04B09) ET L'INDEX (FB04B05)            *
F51210**************************************************************
F51210 APPLIQUER-PLAQUE-DEFINITIVE.
F51210*----------------------------
F51210     MOVE 'N'                TO WSS-IND-DEF-ACCEPTEE.
F51210     MOVE WSS-TMP-IMMAT-ANC  TO TMPK-IMMAT.
F51210     EXEC CICS READ FILE   ('FB04TMPK')
F51210                    INTO   (WSS-TMPK-ENR)
F51210                    LENGTH (LENGTH OF WSS-TMPK-ENR)
F51210                    RIDFLD (TMPK-IMMAT)
F51210                    UPDATE
F51210                    NOHANDLE
F51210     END-EXEC.
F51210     IF EIBRCODE NOT = LOW-VALUE
F51210        MOVE 'FBW03' TO COM-GENE-MESANO
F51210                        COM-CODERR
F51210        MOVE 1       TO KONTROL
F51210        GO TO FAPPLIQUER-PLAQUE-DEFINITIVE
F51210     END-IF.
F51210*--- PLAQUE SOLDEE ENTRE-TEMPS PAR UN AUTRE POSTE
F51210     IF NOT TMPK-EN-ATTENTE
F51210        EXEC CICS UNLOCK FILE ('FB04TMPK')
F51210                         NOHANDLE
F51210        END-EXEC
F51210        MOVE 'FBW03' TO COM-GENE-MESANO
F51210                        COM-CODERR
F51210        MOVE 1       TO KONTROL
F51210        GO TO FAPPLIQUER-PLAQUE-DEFINITIVE
F51210     END-IF.
F51207     PERFORM TRANSFERER-DONNEES-PLAQUE THRU
F51207             FTRANSFERER-DONNEES-PLAQUE.
F51207     PERFORM CALCULER-JOUR-TMP THRU
F51207             FCALCULER-JOUR-TMP.
F51207     SET TMPK-REMPLACEE      TO TRUE.
F51207     MOVE WSS-TMP-IMMAT-DEF  TO TMPK-IMMAT-DEFINITIVE.
F51207     MOVE WSS-TMP-DATE-JOUR  TO TMPK-DT-REMPLACEMENT
F51207                                TMPK-JOUR.
F51207     MOVE INF-NOPOL OF TS-SUSPENS1
F51207                             TO TMPK-NUMCONT.
F51207     MOVE ECR-XRACFLO        TO TMPK-RACF.
F51207     EXEC CICS REWRITE FILE ('FB04TMPK')
F51207                       FROM (WSS-TMPK-ENR)
F51207                       LENGTH (LENGTH OF WSS-TMPK-ENR)
F51207                       NOHANDLE
F51207     END-EXEC.
F51207     IF EIBRCODE NOT = LOW-VALUE
F51207        MOVE 'FBWW :PB ECRITURE KSDS FB04TMPK' TO MESS
F51207        GO TO ABANDON-TACHE
F51207     END-IF.
F51210*
F51210 FAPPLIQUER-PLAQUE-DEFINITIVE.
F51210     EXIT.
F51207*
F51207**************************************************************
F51207*   TRANSFERT DES DONNEES TENUES PAR PLAQUE DE LA TEMPORAIRE  *
F51207*   VERS LA DEFINITIVE : KILOMETRAGE (FB04KILO), USAGE        *
F51207*   (FB04USGE), STATUT VOL (FB04VOLS), LOUEUR (FB04LOCV) ET   *
F51207*   ATTELAGE (FB04ATTL). UN POSTE PERIME DEJA PRESENT SOUS LA *
F51207*   DEFINITIVE EST REMPLACE PAR CELUI DU VEHICULE             *
F51207**************************************************************
F51207 TRANSFERER-DONNEES-PLAQUE.
F51207*--------------------------
F51207     MOVE WSS-TMP-IMMAT-ANC  TO WSS-KILO-IMMAT.
F51207     EXEC CICS READ FILE   ('FB04KILO')
F51207                    INTO   (WSS-KILO-ENR)
F51207                    LENGTH (LENGTH OF WSS-KILO-ENR)
F51207                    RIDFLD (WSS-KILO-IMMAT)
F51207                    NOHANDLE
F51207     END-EXEC.
F51207     IF EIBRCODE = LOW-VALUE
F51207        MOVE WSS-TMP-IMMAT-DEF TO WSS-KILO-IMMAT
F51207        EXEC CICS DELETE FILE   ('FB04KILO')
F51207                         RIDFLD (WSS-KILO-IMMAT)
F51207                         NOHANDLE
F51207        END-EXEC
F51207        EXEC CICS WRITE FILE   ('FB04KILO')
F51207                        FROM   (WSS-KILO-ENR)
F51207                        LENGTH (LENGTH OF WSS-KILO-ENR)
F51207                        RIDFLD (WSS-KILO-IMMAT)
F51207                        NOHANDLE
F51207        END-EXEC
F51207        IF EIBRCODE NOT = LOW-VALUE
F51207           MOVE 'FBWW :PB TRANSFERT KSDS FB04KILO' TO MESS
F51207           GO TO ABANDON-TACHE
F51207        END-IF
F51207        MOVE WSS-TMP-IMMAT-ANC TO WSS-KILO-IMMAT
F51207        EXEC CICS DELETE FILE   ('FB04KILO')
F51207                         RIDFLD (WSS-KILO-IMMAT)
F51207                         NOHANDLE
F51207        END-EXEC
F51207     END-IF.
F51207     MOVE WSS-TMP-IMMAT-ANC  TO WSS-USGE-IMMAT.
F51207     EXEC CICS READ FILE   ('FB04USGE')
F51207                    INTO   (WSS-USGE-ENR)
F51207                    LENGTH (LENGTH OF WSS-USGE-ENR)
F51207                    RIDFLD (WSS-USGE-IMMAT)
F51207                    NOHANDLE
F51207     END-EXEC.
F51207     IF EIBRCODE = LOW-VALUE
F51207        MOVE WSS-TMP-IMMAT-DEF TO WSS-USGE-IMMAT
F51207        EXEC CICS DELETE FILE   ('FB04USGE')
F51207                         RIDFLD (WSS-USGE-IMMAT)
F51207                         NOHANDLE
F51207        END-EXEC
F51207        EXEC CICS WRITE FILE   ('FB04USGE')
F51207                        FROM   (WSS-USGE-ENR)
F51207                        LENGTH (LENGTH OF WSS-USGE-ENR)
F51207                        RIDFLD (WSS-USGE-IMMAT)
F51207                        NOHANDLE
F51207        END-EXEC
F51207        IF EIBRCODE NOT = LOW-VALUE
F51207           MOVE 'FBWW :PB TRANSFERT KSDS FB04USGE' TO MESS
F51207           GO TO ABANDON-TACHE
F51207        END-IF
F51207        MOVE WSS-TMP-IMMAT-ANC TO WSS-USGE-IMMAT
F51207        EXEC CICS DELETE FILE   ('FB04USGE')
F51207                         RIDFLD (WSS-USGE-IMMAT)
F51207                         NOHANDLE
F51207        END-EXEC
F51207     END-IF.
F51207     MOVE WSS-TMP-IMMAT-ANC  TO WSS-VOLS-IMMAT.
F51207     EXEC CICS READ FILE   ('FB04VOLS')
F51207                    INTO   (WSS-VOLS-ENR)
F51207                    LENGTH (LENGTH OF WSS-VOLS-ENR)
F51207                    RIDFLD (WSS-VOLS-IMMAT)
F51207                    NOHANDLE
F51207     END-EXEC.
F51207     IF EIBRCODE = LOW-VALUE
F51207        MOVE WSS-TMP-IMMAT-DEF TO WSS-VOLS-IMMAT
F51207        EXEC CICS DELETE FILE   ('FB04VOLS')
F51207                         RIDFLD (WSS-VOLS-IMMAT)
F51207                         NOHANDLE
F51207        END-EXEC
F51207        EXEC CICS WRITE FILE   ('FB04VOLS')
F51207                        FROM   (WSS-VOLS-ENR)
F51207                        LENGTH (LENGTH OF WSS-VOLS-ENR)
F51207                        RIDFLD (WSS-VOLS-IMMAT)
F51207                        NOHANDLE
F51207        END-EXEC
F51207        IF EIBRCODE NOT = LOW-VALUE
F51207           MOVE 'FBWW :PB TRANSFERT KSDS FB04VOLS' TO MESS
F51207           GO TO ABANDON-TACHE
F51207        END-IF
F51207        MOVE WSS-TMP-IMMAT-ANC TO WSS-VOLS-IMMAT
F51207        EXEC CICS DELETE FILE   ('FB04VOLS')
F51207                         RIDFLD (WSS-VOLS-IMMAT)
F51207                         NOHANDLE
F51207        END-EXEC
F51207     END-IF.
F51207     MOVE WSS-TMP-IMMAT-ANC  TO LOCV-IMMAT.
F51207     EXEC CICS READ FILE   ('FB04LOCV')
F51207                    INTO   (WSS-LOCV-ENR)
F51207                    LENGTH (LENGTH OF WSS-LOCV-ENR)
F51207                    RIDFLD (LOCV-IMMAT)
F51207                    NOHANDLE
F51207     END-EXEC.
F51207     IF EIBRCODE = LOW-VALUE
F51207        MOVE WSS-TMP-IMMAT-DEF TO LOCV-IMMAT
F51207        EXEC CICS DELETE FILE   ('FB04LOCV')
F51207                         RIDFLD (LOCV-IMMAT)
F51207                         NOHANDLE
F51207        END-EXEC
F51207        EXEC CICS WRITE FILE   ('FB04LOCV')
F51207                        FROM   (WSS-LOCV-ENR)
F51207                        LENGTH (LENGTH OF WSS-LOCV-ENR)
F51207                        RIDFLD (LOCV-IMMAT)
F51207                        NOHANDLE
F51207        END-EXEC
F51207        IF EIBRCODE NOT = LOW-VALUE
F51207           MOVE 'FBWW :PB TRANSFERT KSDS FB04LOCV' TO MESS
F51207           GO TO ABANDON-TACHE
F51207        END-IF
F51207        MOVE WSS-TMP-IMMAT-ANC TO LOCV-IMMAT
F51207        EXEC CICS DELETE FILE   ('FB04LOCV')
F51207                         RIDFLD (LOCV-IMMAT)
F51207                         NOHANDLE
F51207        END-EXEC
F51207     END-IF.
F51207     MOVE INF-NOPOL OF TS-SUSPENS1
F51207                             TO WSS-ATTL-NUMCONT.
F51207     MOVE WSS-TMP-IMMAT-ANC  TO WSS-ATTL-IMMAT.
F51207     EXEC CICS READ FILE   ('FB04ATTL')
F51207                    INTO   (WSS-ATTL-ENR)
F51207                    LENGTH (LENGTH OF WSS-ATTL-ENR)
F51207                    RIDFLD (WSS-ATTL-CLE)
F51207                    NOHANDLE
F51207     END-EXEC.
F51207     IF EIBRCODE = LOW-VALUE
F51207        MOVE WSS-TMP-IMMAT-DEF TO WSS-ATTL-IMMAT
F51207        EXEC CICS DELETE FILE   ('FB04ATTL')
F51207                         RIDFLD (WSS-ATTL-CLE)
F51207                         NOHANDLE
F51207        END-EXEC
F51207        EXEC CICS WRITE FILE   ('FB04ATTL')
F51207                        FROM   (WSS-ATTL-ENR)
F51207                        LENGTH (LENGTH OF WSS-ATTL-ENR)
F51207                        RIDFLD (WSS-ATTL-CLE)
F51207                        NOHANDLE
F51207        END-EXEC
F51207        IF EIBRCODE NOT = LOW-VALUE
F51207           MOVE 'FBWW :PB TRANSFERT KSDS FB04ATTL' TO MESS
F51207           GO TO ABANDON-TACHE
F51207        END-IF
F51207        MOVE WSS-TMP-IMMAT-ANC TO WSS-ATTL-IMMAT
F51207        EXEC CICS DELETE FILE   ('FB04ATTL')
F51207                         RIDFLD (WSS-ATTL-CLE)
F51207                         NOHANDLE
F51207        END-EXEC
F51207     END-IF.
F51207*
F51207 FTRANSFERER-DONNEES-PLAQUE.
F51207     EXIT.
F51207*
F51207**************************************************************
F51207*   CONTROLE D'UNE PLAQUE TEMPORAIRE EN SAISIE (FD 51207) :   *
F51207*   PLAQUE NOUVELLE OU MODIFIEE SANS ECHEANCE = BLOCAGE ;     *
F51207*   PLAQUE DEJA EN PLACE SANS ECHEANCE OU ECHUE = SIGNALEE    *
F51207**************************************************************
F51207 CONTROLE-IMMAT-TEMPORAIRE.
F51207*--------------------------
F51207     MOVE ECR-VEHIMMXO       TO WSS-IMMAT-CANON.
F51207     PERFORM TYPER-IMMAT THRU
F51207             FTYPER-IMMAT.
F51207     IF NOT IMMAT-TEMPORAIRE
F51207        GO TO FCONTROLE-IMMAT-TEMPORAIRE
F51207     END-IF.
F51207     MOVE ECR-VEHIMMXO       TO TMPK-IMMAT.
F51207     EXEC CICS READ FILE   ('FB04TMPK')
F51207                    INTO   (WSS-TMPK-ENR)
F51207                    LENGTH (LENGTH OF WSS-TMPK-ENR)
F51207                    RIDFLD (TMPK-IMMAT)
F51207                    NOHANDLE
F51207     END-EXEC.
F51207     IF EIBRCODE = LOW-VALUE
F51207        AND TMPK-EN-ATTENTE
F51207        PERFORM CALCULER-JOUR-TMP THRU
F51207                FCALCULER-JOUR-TMP
F51207        IF (ECR-XMSGILO = SPACES OR LOW-VALUE)
F51207           IF TMPK-DT-ECHEANCE < WSS-TMP-DATE-JOUR
F51207              STRING 'PLAQUE TEMPORAIRE ECHUE LE '
F51207                     TMPK-DT-ECHEANCE
F51207                     ' - SAISIR LA DEFINITIVE'
F51207                     DELIMITED BY SIZE INTO ECR-XMSGILO
F51207           ELSE
F51207              STRING 'PLAQUE TEMPORAIRE - ECHEANCE '
F51207                     TMPK-DT-ECHEANCE
F51207                     DELIMITED BY SIZE INTO ECR-XMSGILO
F51207           END-IF
F51207        END-IF
F51207        GO TO FCONTROLE-IMMAT-TEMPORAIRE
F51207     END-IF.
F51207     IF ECR-VEHIMMXO NOT = VEHIMMX OF TS-VEHICULE(1)
F51207        MOVE NOR-ALP TO ECR-VEHIMMXA
F51207        MOVE 'FBW04' TO COM-GENE-MESANO
F51207                        COM-CODERR
F51207        MOVE CURSEUR TO ECR-VEHIMMXL
F51207        MOVE 1       TO KONTROL
F51207     ELSE
F51207        IF COM-GENE-MESINF = SPACES OR LOW-VALUE
F51207           MOVE 'FBW04' TO COM-GENE-MESINF
F51207                           COM-CODERR
F51207        END-IF
F51207     END-IF.
F51207*
F51207 FCONTROLE-IMMAT-TEMPORAIRE.
F51207     EXIT.
F51207*
F51207**************************************************************
F51207*   TYPE DE LA PLAQUE CANONIQUE WSS-IMMAT-CANON : 'WW' POUR   *
F51207*   UNE PROVISOIRE (SIV WW-NNN-LL OU FNI DE SERIE WW), 'W '   *
F51207*   POUR UN W GARAGE (FNI DE SERIE W), BLANC SINON            *
F51207**************************************************************
F51207 TYPER-IMMAT.
F51207*------------
F51207     MOVE SPACES             TO WSS-TYPE-IMMAT.
F51207     IF WSS-IMMAT-CANON (1:2) = 'WW'
F51207        AND WSS-IMMAT-CANON (3:3) NUMERIC
F51207        MOVE 'WW'            TO WSS-TYPE-IMMAT
F51207        GO TO FTYPER-IMMAT
F51207     END-IF.
F51207     IF WSS-IMMAT-CANON (1:1) NOT NUMERIC
F51207        GO TO FTYPER-IMMAT
F51207     END-IF.
F51207     MOVE SPACES             TO WSS-IMM-LETTRES.
F51207     MOVE ZERO               TO WSS-IMM-NB-LETTRES.
F51207     PERFORM EXTRAIRE-LETTRE-FNI THRU
F51207             FEXTRAIRE-LETTRE-FNI
F51207             VARYING WSS-IMM-IND FROM 1 BY 1
F51207             UNTIL WSS-IMM-IND > 10.
F51207     IF WSS-IMM-LETTRES = 'WW'
F51207        MOVE 'WW'            TO WSS-TYPE-IMMAT
F51207     END-IF.
F51207     IF WSS-IMM-LETTRES = 'W'
F51207        MOVE 'W '            TO WSS-TYPE-IMMAT
F51207     END-IF.
F51207*
F51207 FTYPER-IMMAT.
F51207     EXIT.
F51207*
F51207 EXTRAIRE-LETTRE-FNI.
F51207*--------------------
F51207     IF WSS-IMMAT-CANON (WSS-IMM-IND:1) ALPHABETIC
F51207        AND WSS-IMMAT-CANON (WSS-IMM-IND:1) NOT = SPACE
F51207        AND WSS-IMM-NB-LETTRES < 3
F51207        ADD 1 TO WSS-IMM-NB-LETTRES
F51207        MOVE WSS-IMMAT-CANON (WSS-IMM-IND:1)
F51207          TO WSS-IMM-LETTRES (WSS-IMM-NB-LETTRES:1)
F51207     END-IF.
F51207*
F51207 FEXTRAIRE-LETTRE-FNI.
F51207     EXIT.
F51207*
F51207 CALCULER-JOUR-TMP.
F51207*------------------
F51207     MOVE COM-MA-DT-JOURSS   TO WSS-TMP-DATE-JOUR (1:2).
F51207     MOVE COM-MA-DT-JOURAA   TO WSS-TMP-DATE-JOUR (3:2).
F51207     MOVE COM-MA-DT-JOURMM   TO WSS-TMP-DATE-JOUR (5:2).
F51207     MOVE COM-MA-DT-JOURJJ   TO WSS-TMP-DATE-JOUR (7:2).
F51207*
F51207 FCALCULER-JOUR-TMP.
F51207     EXIT.
03418 **************************************************************    EQW9Z0MQ
03419 *    TEST DU CODE COMPAGNIE POUR SAVOIR SI IL Y A APPEL A    *    EQW9Z0MQ
03420 *            L'ECRAN D'AIDE COMPAGNIE                        *    EQW9Z0MQ
F51101        MOVE WSS-IMMAT-CANON TO ECR-VEHIMMXO
F51101                                ECR-VEHIMMXI
F51101     END-IF.
F51207*--- PLAQUE TEMPORAIRE (FD 51207) : UNE PLAQUE NOUVELLE OU
F51207*--- MODIFIEE N'EST ADMISE QU'AVEC SON ECHEANCE ('WW=JJMMAA') ;
F51207*--- SUR UNE PLAQUE DEJA EN PLACE, ECHEANCE ABSENTE OU DEPASSEE
F51207*--- EST SIGNALEE SANS BLOCAGE
F51207     IF ECR-VEHIMMXO NOT = SPACES AND LOW-VALUE
F51207        PERFORM CONTROLE-IMMAT-TEMPORAIRE THRU
F51207                FCONTROLE-IMMAT-TEMPORAIRE
F51207        IF KONTROL NOT = ZERO
F51207           GO TO FIN-CONTROLE-LOGIQUE
F51207        END-IF
F51207     END-IF.
F51102*--- CONTROLE TECHNIQUE (FD 51102) : DOMAINE DU RESULTAT,
F51102*--- CALCUL DE LA PROCHAINE ECHEANCE ET AVERTISSEMENT
F51102     PERFORM CONTROLE-CTRL-TECHNIQUE THRU
F51084           GO TO FIN-TRAITEMENT-FICHIER
F51084        END-IF
F51084     END-IF.
F51210*    PLAQUE DEFINITIVE ('DEF', FD 51210) : LE REMPLACEMENT DE LA
F51210*    TEMPORAIRE N'EST APPLIQUE QU'UNE FOIS LA SAISIE ACCEPTEE
F51210     IF DEF-A-APPLIQUER
F51210        PERFORM APPLIQUER-PLAQUE-DEFINITIVE THRU
F51210                FAPPLIQUER-PLAQUE-DEFINITIVE
F51210        IF KONTROL NOT = ZERO
F51210           GO TO FIN-TRAITEMENT-FICHIER
F51210        END-IF
F51210     END-IF.
04567      PERFORM MISE-A-JOUR-TS      THRU FIN-MISE-A-JOUR-TS.         EQW9Z0MQ
F51075     PERFORM ECR-TS-COMPLT        THRU FECR-TS-COMPLT.
04568 *                                                                 EQW9Z0MQ
04608                                                                   EQW9Z0MQ
F51087*    MODE ECOLE (FD 51087) : DETECTION SUR LA PLAGE BAC A SABLE
F51087*    ET DEBRAYAGE DE LA PERSISTANCE MA90T20
F51172*    IDEM SUR LA PLAGE DES DEVIS PROSPECT (FD 51172)
F51087     PERFORM DETECTER-MODE-ECOLE THRU
F51087             FDETECTER-MODE-ECOLE.
04609      IF INF-ETAT OF TS-SUSPENS1 NOT = '5' AND '7'                 EQW9Z0MQ
04610         IF (INF-ETAT OF TS-SUSPENS1 = '4' AND ECRAN-MODIFIE)      EQW9Z0MQ
04611         OR  INF-ETAT OF TS-SUSPENS1 NOT = '4'                     EQW9Z0MQ
F51172            IF NOT MODE-HORS-CHAINE
04612             PERFORM APPEL-MA90T20 THRU FIN-APPEL-MA90T20          EQW9Z0MQ
F51087            END-IF
04613         END-IF                                                    EQW9Z0MQ
F51075     MOVE 'V'                 TO COMPLT-TYPE.
F51075     MOVE COM-FB-RANG-TS-LIRE TO COMPLT-RANG.
F51091     MOVE SPACES              TO COMPLT-CATEGORIES.
F51182     MOVE SPACES              TO COMPLT-SOUSCRIPTION.
F51182     IF ECR-VEHGROCI NOT = LOW-VALUE
F51182        MOVE ECR-VEHGROCI        TO COMPLT-GROUPE
F51182     END-IF.
F51182     IF ECR-VEHCLACI NOT = LOW-VALUE
F51182        MOVE ECR-VEHCLACI        TO COMPLT-CLASSE
F51182     END-IF.
F51182     MOVE WSS-VALNEUF         TO COMPLT-VALEUR.
F51182     IF ECR-ANVBONTO = SPACES OR LOW-VALUE
F51182        MOVE ZERO                TO COMPLT-CRM
F51182     ELSE
F51182        MOVE WSS-CRM             TO COMPLT-CRM
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
F51056        MOVE 'FB4H :PB ECRITURE TS HISTO CRM VEHICULE' TO MESS    EQW9Z0MQ
F51056        GO TO ABANDON-TACHE                                       EQW9Z0MQ
F51056     END-IF.                                                      EQW9Z0MQ
F51160*--- FD 51160 : DOUBLE DANS LE JOURNAL RECUPERABLE
F51160*--- (SOUS-TYPE 'CR')
F51160     MOVE SPACES              TO WSS-JRNA-ENR.
F51160     MOVE 'CR'                TO JRNA-SOUS-TYPE.
F51160     MOVE CRMHIS-JOUR         TO JRNA-JOUR.
F51160     MOVE CRMHIS-HEURE        TO JRNA-HEURE.
F51160     MOVE WSS-CRMHIS-ENR      TO JRNA-DETAIL.
F51160     PERFORM ECR-JOURNAL-AUDIT THRU FECR-JOURNAL-AUDIT.
04942  FECR-TS-CRMHIS.                                                 09/08/26
04942      EXIT.                                                       09/08/26
F51142*
F51142        MOVE 'FB4Z :PB ECRITURE TS HISTO ZONE GARAGE' TO MESS
F51142        GO TO ABANDON-TACHE
F51142     END-IF.
F51160*--- FD 51160 : DOUBLE DANS LE JOURNAL RECUPERABLE
F51160*--- (SOUS-TYPE 'ZN')
F51160     MOVE SPACES              TO WSS-JRNA-ENR.
F51160     MOVE 'ZN'                TO JRNA-SOUS-TYPE.
F51160     MOVE ZONHIS-JOUR         TO JRNA-JOUR.
F51160     MOVE ZONHIS-HEURE        TO JRNA-HEURE.
F51160     MOVE WSS-ZONHIS-ENR      TO JRNA-DETAIL.
F51160     PERFORM ECR-JOURNAL-AUDIT THRU FECR-JOURNAL-AUDIT.
F51142*
F51142 FSIGNALER-CHGT-ZONE.
F51142     EXIT.
F51057        MOVE 'FB4H :PB ECRITURE TS HISTO PEF VEHICULE' TO MESS    EQW9Z0MQ
F51057        GO TO ABANDON-TACHE                                       EQW9Z0MQ
F51057     END-IF.                                                      EQW9Z0MQ
F51160*--- FD 51160 : DOUBLE DANS LE JOURNAL RECUPERABLE
F51160*--- (SOUS-TYPE 'PF')
F51160     MOVE SPACES              TO WSS-JRNA-ENR.
F51160     MOVE 'PF'                TO JRNA-SOUS-TYPE.
F51160     MOVE PEFHIS-JOUR         TO JRNA-JOUR.
F51160     MOVE PEFHIS-HEURE        TO JRNA-HEURE.
F51160     MOVE WSS-PEFHIS-ENR      TO JRNA-DETAIL.
F51160     PERFORM ECR-JOURNAL-AUDIT THRU FECR-JOURNAL-AUDIT.
04942  FECR-TS-PEFHIS.                                                 09/08/26
04942      EXIT.                                                       09/08/26
F51160*
F51160**************************************************************
F51160* ECRITURE SYNCHRONE DANS LE JOURNAL RECUPERABLE DES PISTES   *
F51160* D'AUDIT (FD 51160) : CONTRAT, ECRAN ET OPERATEUR SONT       *
F51160* COMPLETES ICI POUR LES TROIS HISTORIQUES DE L'ECRAN ; LA    *
F51160* MISE A JOUR N'EST PAS CONFIRMEE SI LE DEPOT A ECHOUE        *
F51160**************************************************************
F51160*
F51160 ECR-JOURNAL-AUDIT.
F51160*------------------
F51172*--- MODE ECOLE OU DEVIS (FD 51172) : RIEN POUR LA CHAINE DE NUIT
F51172     PERFORM DETECTER-MODE-ECOLE THRU
F51172             FDETECTER-MODE-ECOLE.
F51172     IF MODE-HORS-CHAINE
F51172        GO TO FECR-JOURNAL-AUDIT
F51172     END-IF.
F51160*
F51160     MOVE INF-NOPOL OF TS-SUSPENS1
F51160                              TO JRNA-NUMCONT.
F51160     MOVE 'FB04'              TO JRNA-ECRAN.
F51160     MOVE ECR-XRACFLI         TO JRNA-RACF.
F51160     EXEC CICS WRITE JOURNALNAME (WSS-JRNA-NOM)
F51160                     JTYPEID     (WSS-JRNA-TYPE)
F51160                     FROM        (WSS-JRNA-ENR)
F51160                     FLENGTH     (LENGTH OF WSS-JRNA-ENR)
F51160                     WAIT
F51160                     NOHANDLE
F51160     END-EXEC.
F51160     IF EIBRCODE  NOT = LOW-VALUE
F51160        MOVE 'FBAJ :PB ECRITURE JOURNAL AUDIT FB04' TO MESS
F51160        GO TO ABANDON-TACHE
F51160     END-IF.
F51183*--- FD 51183 : PUBLICATION DE L'ACTION VERS LE COURTIER
F51183     PERFORM PUBLIER-EVENEMENT THRU FPUBLIER-EVENEMENT.
F51160*
F51160 FECR-JOURNAL-AUDIT.
F51160     EXIT.
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
F51183*--- PISTES 'CR', 'PF' ET 'ZN' : MODIFICATION DU VEHICULE, EFFET
F51183*--- AU JOUR DE L'ACTION
F51183     MOVE 'M'                 TO EVTP-CODE-ACTION.
F51183     SET EVTP-VEHICULE        TO TRUE.
F51183     EVALUATE JRNA-SOUS-TYPE
F51183        WHEN 'CR'
F51183           MOVE CRMHIS-RANG       TO EVTP-RANG-MEMBRE
F51183           MOVE CRMHIS-IMMAT-NOUV TO EVTP-IDENT-MEMBRE
F51183        WHEN 'PF'
F51183           MOVE PEFHIS-RANG       TO EVTP-RANG-MEMBRE
F51183           MOVE PEFHIS-IMMAT      TO EVTP-IDENT-MEMBRE
F51183        WHEN OTHER
F51183           MOVE COM-FB-RANG-TS-LIRE
F51183                                  TO EVTP-RANG-MEMBRE
F51183     END-EVALUATE.
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
04956 *                                                                 EQW9Z0MQ
04957 ******************************************************************EQW9Z0MQ
04958 * PRE-AFFICHAGE GTI EN AJOUT VEHICULE A PARTIR DES TABLES FBFOGA01EQW9Z0MQ
