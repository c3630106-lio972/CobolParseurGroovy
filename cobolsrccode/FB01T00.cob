F51155*             ! VEHICULE SONT REFUSEES COTE FB04 JUSQU'AU      !
F51155*             ! RETABLISSEMENT.                                !
F51155*-------------+-------------------------------------------------+
F51160* 15/10/2026  ! FD 51160 : LA PISTE D'AUDIT DES ACTIONS EST    !
F51160* P.ESTEVE    ! DOUBLEE DANS LE JOURNAL RECUPERABLE CICS       !
F51160*             ! 'FBAUDJRN' (DESSIN FB00JRNA) : LA CHAINE DE    !
F51160*             ! NUIT NE DEPEND PLUS DU DECHARGEMENT DES TS.    !
F51160*-------------+-------------------------------------------------+
F51162* 15/10/2026  ! FD 51162 : PROFONDEUR DE RETROACTIVITE EN      !
F51162* P.ESTEVE    ! JOURS CALENDAIRES REELS PAR LE MODULE DE       !
F51162*             ! CALENDRIER FB00SV01 (ZONE FB00CALA) AU LIEU    !
F51162*             ! DE LA BASE 360.                                !
F51162*-------------+-------------------------------------------------+
F51165* 15/10/2026  ! FD 51165 : VENTE (ALIENATION) D'UN VEHICULE    !
F51165* P.ESTEVE    ! PAR LA COMMANDE 'VENTE=RR' (DATE DE VENTE EN   !
F51165*             ! DATE D'EFFET) : LE VEHICULE RESTE EN           !
F51165*             ! COMPOSITION, SUSPENDU LE LENDEMAIN DE LA VENTE !
F51165*             ! (KSDS FB01VENT) ; LA SURVEILLANCE EST ASSUREE  !
F51165*             ! PAR LE BATCH FB01B11.                          !
F51165*-------------+-------------------------------------------------+
F51166* 15/10/2026  ! FD 51166 : MOTIF DE SORTIE CONTROLE CONTRE LE  !
F51166* P.ESTEVE    ! REFERENTIEL FB01MOTF (TRANSACTION FB21) AU     !
F51166*             ! LIEU DES LISTES EN DUR : MOTIF CONNU,          !
F51166*             ! SAISISSABLE ET APPLICABLE AU TYPE D'ELEMENT.   !
F51166*             ! LE MOTIF D'UNE SORTIE 'D' EST PORTE PAR LA     !
F51166*             ! PISTE D'AUDIT (AUDIT-MOTIF) POUR LES BATCHS    !
F51166*             ! AVAL.                                          !
F51166*-------------+-------------------------------------------------+
F51169* 15/10/2026  ! FD 51169 : GEL DES AVOIRS - UNE CORRESPONDANCE !
F51169* P.ESTEVE    ! CONFIRMEE PAR LA CONFORMITE (KSDS FB00GELK,    !
F51169*             ! TRANSACTION FB22) SUR UN CLIENT OU UN          !
F51169*             ! CONDUCTEUR DU CONTRAT (INDEX FB00GELB POSE PAR !
F51169*             ! FB00B37) BLOQUE LA SORTIE SIGNATURE.           !
F51169*-------------+-------------------------------------------------+
F51172* 15/10/2026  ! FD 51172 : MODE DEVIS SUR LA PLAGE RESERVEE    !
F51172* P.ESTEVE    ! 'DEV...' (FLOTTE PROSPECT) : MEME DEBRAYAGE QUE!
F51172*             ! LE MODE ECOLE (NI MA90T20, NI CIGAL, NI AUDIT, !
F51172*             ! NI FB08, NI MOUVEMENT PROGRAMME), FILIGRANE.   !
F51172*             ! LA SIGNATURE ENREGISTRE LE DEVIS (KSDS         !
F51172*             ! FB01DEVK/FB01DEVC, PRIME INDICATIVE FB90T15,   !
F51172*             ! VALIDITE 30 JOURS) ; ATTEST/AF=/VENTE= SONT    !
F51172*             ! REFUSEES ; 'CNV' + CONTRAT CIBLE EN PREMIERE   !
F51172*             ! LIGNE ACCEPTE LE DEVIS, CONVERTI LA NUIT PAR   !
F51172*             ! FB01B12. PAS DE TRACE D'AUDIT DE LA 'COPIE'    !
F51172*             ! EN MODE ECOLE OU DEVIS.                        !
F51172*-------------+-------------------------------------------------+
F51173* 15/10/2026  ! FD 51173 : SOUS-FLOTTES (SITES / CENTRES DE    !
F51173* P.ESTEVE    ! COUT) : COMMANDE 'SF=TRRCCC' AFFECTANT         !
F51173*             ! L'ELEMENT DE TYPE T (P/V) ET DE RANG RR A LA   !
F51173*             ! SOUS-FLOTTE CCC DU CLIENT (REFERENTIEL FB00SFLR!
F51173*             ! TENU PAR FB23), PERSISTEE DANS LE KSDS FB01SFLA!
F51173*             ! (CODE A BLANC = RETRAIT). L'ATTESTATION PORTE  !
F51173*             ! LA SOUS-FLOTTE DE CHAQUE ELEMENT ; 'ATSF=CCC'  !
F51173*             ! EDITE L'ATTESTATION DE LA SEULE SOUS-FLOTTE    !
F51173*             ! CCC, AVEC LIBELLE ET ADRESSE DU SITE.          !
F51173*-------------+-------------------------------------------------+
F51174* 15/10/2026  ! FD 51174 : FLOTTE A ALIMENTS (PARAMETRES KSDS  !
F51174* P.ESTEVE    ! FB00ALIK) : LA COMPOSITION EN VEHICULES N'EST  !
F51174*             ! PLUS TENUE, ELLE EST DECLAREE CHAQUE TRIMESTRE !
F51174*             ! (FB00B43). TOUT MOUVEMENT VEHICULE DE LA       !
F51174*             ! SESSION BLOQUE LA SORTIE SIGNATURE TANT QUE LE !
F51174*             ! MODE EST EN VIGUEUR.                           !
F51174*-------------+-------------------------------------------------+
F51182* 15/10/2026  ! FD 51182 : REGLES D'ACCEPTATION SOUSCRIPTION    !
F51182* P.ESTEVE    ! (KSDS FB01REGL, ENTRETENU PAR FB29) APPLIQUEES  !
F51182*             ! A LA SIGNATURE AUX COUPLES CONDUCTEUR/VEHICULE  !
F51182*             ! DE LA MATRICE FB01AFFM VALIDES DANS LA SESSION :!
F51182*             ! BLOCAGE, DEMANDE D'ACCORD FB01REGD VERSEE DANS  !
F51182*             ! LA FILE FB08 (CODE 'G'), OU AVERTISSEMENT.      !
F51182*             ! CONTROLE COMPLET DE NUIT PAR FB01B18.           !
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
F51193* 15/10/2026  ! FD 51193 : LES COMMANDES DE DEROGATION          !
F51193* P.ESTEVE    ! SUPERVISEUR ACCEPTEES ('RETRO=' ET 'FORCER')    !
F51193*             ! SONT JOURNALISEES SUR LA FILE TD 'FBDG' COMME   !
F51193*             ! LA DEROGATION DE STATUT (CODE 'D' OU 'F' DANS   !
F51193*             ! DEROG-STATUT), POUR LA RECERTIFICATION DES      !
F51193*             ! ACCES FB00B58.                                  !
F51193*-------------+-------------------------------------------------+
F51197* 15/10/2026  ! FD 51197 : CONTRAT SUSPENDU POUR NON-PAIEMENT   !
F51197* P.ESTEVE    ! (STATUT 'S' POSE PAR FB00B21 D'APRES FB00B61) : !
F51197*             ! LA DEROGATION SUPERVISEUR N'AUTORISE PAS        !
F51197*             ! L'EDITION D'UNE ATTESTATION ('ATTEST', 'ATSF=') !
F51197*             ! SUR UN CONTRAT SUSPENDU.                        !
F51197*-------------+-------------------------------------------------+
F51204* 15/10/2026  ! FD 51204 : PERIMETRE DE PORTEFEUILLE : UN       !
F51204* P.ESTEVE    ! OPERATEUR RATTACHE A UN INTERMEDIAIRE           !
F51204*             ! (FB00PERK, TRANSACTION FB34) N'OUVRE QUE LES    !
F51204*             ! CONTRATS DE CET INTERMEDIAIRE (INDEX FB00INTK)  !
F51204*             ! OU DELEGUES ; REFUS (MESSAGE FBP01) JOURNALISE  !
F51204*             ! SUR LA FILE TD 'FBPR' (ETAT MENSUEL FB00B65).   !
F51204*-------------+-------------------------------------------------+
F51208* 15/10/2026  ! FD 51208 : EXCLUSION NOMINATIVE DE CONDUITE :   !
F51208* P.ESTEVE    ! COMMANDES 'EX=PPVVM' (CONDUCTEUR PP EXCLU DU    !
F51208*             ! VEHICULE VV, '00' = TOUS, MOTIF M, A LA DATE    !
F51208*             ! D'EFFET) ET 'EXF=PPVV' (FIN D'EXCLUSION) SUR LE !
F51208*             ! KSDS FB01EXCL. L'AFFECTATION 'AF=' D'UN COUPLE  !
F51208*             ! EXCLU EST REFUSEE (FBX03) ; LES EXCLUSIONS EN   !
F51208*             ! VIGUEUR FIGURENT SUR L'ATTESTATION.             !
F51208*-------------+-------------------------------------------------+
F51210* 15/10/2026  ! FD 51210 : COMMANDE 'VENTE=RR' : LE RANG RR     !
F51210* P.ESTEVE    ! DOIT DESIGNER UN VEHICULE EN COURS DE LA        !
F51210*             ! COMPOSITION (FBV04) ; L'ECHEC DU CALCUL DES     !
F51210*             ! DATES DE SUSPENSION OU DE TERME EST REFUSE      !
F51210*             ! (FBV01). ECHEC DU CALCUL DE LA DATE DE VALIDITE !
F51210*             ! DU DEVIS : ABANDON DE LA TACHE.                 !
F51210*-------------+-------------------------------------------------+
00062 *                       *************                           ! EQW9ZWFZ
00063 *                       ** LEGENDE **                           ! EQW9ZWFZ
00064 *                       *************                           ! EQW9ZWFZ
F51076*--- DATE D'EFFET DU MOUVEMENT (SSAAMMJJ), POUR LE RELEVE DES
F51076*--- MOUVEMENTS RETROACTIFS (FB01B05)
F51076     05  AUDIT-DATE-EFFET    PIC X(08).
F51166*--- MOTIF DE SORTIE (ACTION 'D'), CODE DU REFERENTIEL FB01MOTF
F51166     05  AUDIT-MOTIF         PIC X(01).
F51010 01  RANG-TS-AUDIT-FB01      PIC S9(4) COMP VALUE +0.
F51012****************************************************************
F51012*   DEMANDE DE SUSPENSION DE LA COMPOSITION (PF6/PF18) PAR
F51131 01  WSS-AFFM-CLE-PARC       PIC X(14).
F51131 01  WSS-IND-FIN-AFFM        PIC X(01) VALUE 'N'.
F51131     88  FIN-PARC-AFFM               VALUE 'O'.
F51208****************************************************************
F51208*   EXCLUSIONS NOMINATIVES DE CONDUITE (FD 51208) : UN POSTE
F51208*   PAR CONDUCTEUR ET VEHICULE EXCLU ('00' = TOUS LES
F51208*   VEHICULES) DANS LE KSDS FB01EXCL - INTERDIT L'AFFECTATION
F51208*   DU COUPLE DANS LA MATRICE FB01AFFM
F51208****************************************************************
F51208 ++INCLUDE FB01EXCF
F51208 01  WSS-IND-EXCL-CONNU      PIC X(01) VALUE 'N'.
F51208     88  EXCLUSION-CONNUE            VALUE 'O'.
F51208 01  WSS-IND-EXCLU           PIC X(01) VALUE 'N'.
F51208     88  CONDUCTEUR-EXCLU            VALUE 'O'.
F51208 01  WSS-IND-AFF-CONFLIT     PIC X(01) VALUE 'N'.
F51208     88  AFFECTATION-EN-CONFLIT      VALUE 'O'.
F51208 01  WSS-EXCL-CTL-COND       PIC X(02).
F51208 01  WSS-EXCL-CTL-VEHI       PIC X(02).
F51208 01  WSS-EXCL-DATE-REF       PIC X(08).
F51208 01  WSS-EXCL-CLE-PARC       PIC X(16).
F51208 01  WSS-IND-FIN-EXCL        PIC X(01) VALUE 'N'.
F51208     88  FIN-PARC-EXCL               VALUE 'O'.
F51208 01  WSS-EXCL-LIB-MOTIF      PIC X(12).
F51208 01  WSS-EXCL-LIB-DATE       PIC X(18).
F51182****************************************************************
F51182*   REGLES D'ACCEPTATION SOUSCRIPTION (FD 51182) : REGLES EN
F51182*   VIGUEUR CE JOUR (KSDS FB01REGL, 50 AU PLUS) APPLIQUEES A LA
F51182*   SIGNATURE AUX COUPLES DE LA MATRICE FB01AFFM DONT LE
F51182*   CONDUCTEUR OU LE VEHICULE A ETE VALIDE DANS LA SESSION -
F51182*   DEMANDES D'ACCORD DANS LE KSDS FB01REGD, VERSEES DANS LA
F51182*   FILE FB08 PAR FB08T00
F51182****************************************************************
F51182 ++INCLUDE FB01REGF
F51182 01  WSS-REGL-CLE-PARC       PIC X(13).
F51182 01  WSS-IND-FIN-REGL        PIC X(01) VALUE 'N'.
F51182     88  FIN-PARC-REGL               VALUE 'O'.
F51182 01  WSS-NB-REGLES           PIC S9(4) COMP VALUE +0.
F51182 01  WSS-REGT-TAB.
F51182     05  WSS-REGT-REGLE      OCCURS 50 TIMES
F51182                             INDEXED BY IX-REGT
F51182                             PIC X(150).
F51182*--- DONNEES DE SOUSCRIPTION DES ELEMENTS VALIDES DANS LA
F51182*--- SESSION (ITEMS FB02 ET FB04 DE LA TS DE COMPLETUDE)
F51182 01  WSS-RGP-TAB.
F51182     05  WSS-RGP-PERS        OCCURS 200 TIMES
F51182                             INDEXED BY IX-RGP.
F51182         10  WSS-RGP-CONNU       PIC X(01).
F51182         10  WSS-RGP-DATE-NAISS  PIC X(08).
F51182         10  WSS-RGP-DATE-PERMIS PIC X(08).
F51182 01  WSS-RGV-TAB.
F51182     05  WSS-RGV-VEHI        OCCURS 200 TIMES
F51182                             INDEXED BY IX-RGV.
F51182         10  WSS-RGV-CONNU       PIC X(01).
F51182         10  WSS-RGV-GROUPE      PIC X(02).
F51182         10  WSS-RGV-CLASSE      PIC X(01).
F51182         10  WSS-RGV-VALEUR      PIC 9(07).
F51182         10  WSS-RGV-CRM         PIC 9(03).
F51182*--- COUPLE EN COURS D'EXAMEN
F51182 01  WSS-RG-VEHI             PIC X(02).
F51182 01  WSS-RG-COND             PIC X(02).
F51182 01  WSS-RG-ROLE-COUPLE      PIC X(01).
F51182     88  COUPLE-SECONDAIRE           VALUE 'S'.
F51182 01  WSS-RG-RANG-X           PIC X(02).
F51182 01  WSS-RG-RANG-N REDEFINES WSS-RG-RANG-X
F51182                             PIC 9(02).
F51182 01  WSS-RG-AGE              PIC S9(7) COMP-3 VALUE +0.
F51182 01  WSS-RG-ANC              PIC S9(7) COMP-3 VALUE +0.
F51182 01  WSS-IND-RG-AGE          PIC X(01) VALUE 'N'.
F51182     88  AGE-COND-CONNU              VALUE 'O'.
F51182 01  WSS-IND-RG-ANC          PIC X(01) VALUE 'N'.
F51182     88  ANC-PERMIS-CONNUE           VALUE 'O'.
F51182 01  WSS-IND-RG-VOLET-C      PIC X(01) VALUE 'N'.
F51182     88  VOLET-COND-VERIFIE          VALUE 'O'.
F51182 01  WSS-IND-RG-VOLET-V      PIC X(01) VALUE 'N'.
F51182     88  VOLET-VEHI-VERIFIE          VALUE 'O'.
F51182*--- ISSUE LA PLUS GRAVE : 1 AVERTISSEMENT, 2 ACCORD ATTENDU,
F51182*--- 3 BLOCAGE
F51182 01  WSS-RG-GRAVITE          PIC 9(01) VALUE 0.
F51182     88  REGLE-SIGNATURE-ARRETEE     VALUE 2 3.
F51182 01  WSS-RG-MESSAGE          PIC X(59).
F51182 01  WSS-RG-AVERT            PIC X(64).
F51165****************************************************************
F51165*   VENTE D'UN VEHICULE (FD 51165) : UN POSTE PAR VEHICULE
F51165*   VENDU DANS LE KSDS FB01VENT - GARANTIE SUSPENDUE LE
F51165*   LENDEMAIN DE LA VENTE, RESILIATION DE PLEIN DROIT SIX MOIS
F51165*   APRES SAUF REMPLACEMENT (SURVEILLANCE PAR FB01B11)
F51165****************************************************************
F51165 01  WSS-VENT-ENR.
F51165     05  WSS-VENT-CLE.
F51165         10  VENT-NUMCONT    PIC X(12).
F51165         10  VENT-RANG-VEHI  PIC X(02).
F51165     05  VENT-DATE-VENTE     PIC X(08).
F51165     05  VENT-DATE-SUSPENS   PIC X(08).
F51165     05  VENT-DATE-TERME     PIC X(08).
F51165     05  VENT-ETAT           PIC X(01).
F51165         88  VENTE-SUSPENDUE         VALUE 'S'.
F51165         88  VENTE-REMPLACEE         VALUE 'R'.
F51165         88  VENTE-RESILIEE          VALUE 'T'.
F51165     05  VENT-DATE-CLOTURE   PIC X(08).
F51165     05  VENT-RACF           PIC X(15).
F51165     05  VENT-JOUR           PIC X(08).
F51165     05  FILLER              PIC X(30).
F51165 01  WSS-IND-VENT-CONNU      PIC X(01) VALUE 'N'.
F51165     88  VENTE-CONNUE                VALUE 'O'.
F51165 01  WSS-VENT-DATE-SAISIE    PIC X(08).
F51165 01  WSS-VENT-JOUR           PIC X(08).
F51210 01  WSS-VENT-RANG           PIC 9(02) VALUE ZERO.
F51210 01  WSS-VENT-PARC           PIC S9(4) COMP VALUE +0.
F51210 01  WSS-IND-VENT-VEHI       PIC X(01) VALUE 'N'.
F51210     88  VEHICULE-VENTE-ACTIF        VALUE 'O'.
F51166****************************************************************
F51166*   REFERENTIEL DES MOTIFS DE SORTIE (FD 51166) : KSDS FB01MOTF
F51166*   ENTRETENU PAR FB21 - CONTROLE DU MOTIF SAISI ET MOTIF DE LA
F51166*   SORTIE 'D' DU CYCLE, REPORTE DANS LA PISTE D'AUDIT
F51166****************************************************************
F51166 ++INCLUDE FB00MOTF
F51166 01  WSS-MOTF-ELEMENT-CTL    PIC X(01).
F51166 01  WSS-IND-MOTF-VALIDE     PIC X(01) VALUE 'N'.
F51166     88  MOTIF-REFERENTIEL-VALIDE    VALUE 'O'.
F51166 01  WSS-MOTIF-ACTION        PIC X(01) VALUE SPACE.
F51169****************************************************************
F51169*   GEL DES AVOIRS (FD 51169) : CORRESPONDANCES AVEC LA LISTE
F51169*   NATIONALE (KSDS FB00GELK, DECISIONS DE LA CONFORMITE SUR
F51169*   FB22) ET INDEX PAR CONTRAT (KSDS FB00GELB) - UN CLIENT OU
F51169*   UN CONDUCTEUR CONFIRME BLOQUE LA SIGNATURE
F51169****************************************************************
F51169 ++INCLUDE FB00GELF
F51169 01  WSS-GELB-CLE-PARC       PIC X(61).
F51169 01  WSS-IND-FIN-GELB        PIC X(01) VALUE 'N'.
F51169     88  FIN-PARC-GELB               VALUE 'O'.
F51169 01  WSS-IND-GEL-BLOQUE      PIC X(01) VALUE 'N'.
F51169     88  GEL-AVOIRS-CONFIRME         VALUE 'O'.
F51148****************************************************************
F51148*   USAGE TRANSPORT PAYANT (FD 51148) : L'ATTENTE D'ACCORD
F51148*   SOUSCRIPTION DU CONTRAT EST POSEE PAR FB04 DANS LE KSDS
F51076****************************************************************
F51076*   BUTOIR DE RETROACTIVITE (FD 51076) : PROFONDEUR MAXIMALE,
F51076*   EN JOURS, D'UNE DATE D'EFFET PASSEE SUR UNE SORTIE OU UN
F51162*   CHANGEMENT DE MOTIF. LE CALCUL DE PROFONDEUR EST FAIT EN
F51162*   JOURS CALENDAIRES REELS PAR LE MODULE DE CALENDRIER
F51162*   FB00SV01 (FD 51162). DEROGATION PAR LA COMMANDE
F51162*   'RETRO=JUSTIFICATIF' (NIVEAU SUPERVISEUR), TRACEE DANS LA TS
F51162*   DES MOTIFS.
F51076****************************************************************
F51162*--- BUTOIR EN JOURS CALENDAIRES : MODIFIABLE UNIQUEMENT PAR
F51076*--- RECOMPILATION - L'EXTERNALISATION EN POSTE SPI EST A
F51076*--- PREVOIR SI LA VALEUR DOIT DEVENIR PARAMETRABLE EN LIGNE
F51076 01  WSS-LIMITE-RETRO        PIC 9(03) VALUE 60.
F51076 01  WSS-RETRO-PROFONDEUR    PIC S9(7) COMP-3 VALUE +0.
F51076 01  WSS-ABSTIME             PIC S9(15) COMP-3 VALUE +0.
F51076 01  WSS-DATE-JOUR-SSAAMMJJ  PIC X(08).
F51076 01  WSS-DATE-RETRO-DEC.
F51076     05  WSS-DR-SSAA         PIC 9(04).
F51076     05  WSS-DR-MM           PIC 9(02).
F51076     05  WSS-DR-JJ           PIC 9(02).
F51162*--- ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01
F51162 ++INCLUDE FB00CALA
F51077****************************************************************
F51077*   TS DES MOUVEMENTS PROGRAMMES (FD 51077) : UN ITEM PAR
F51077*   MOUVEMENT A EFFET FUTUR CAPTURE SUR L'ECRAN, DECHARGEE
F51080     05  ATTEST-STATYP       PIC X(04).
F51080     05  FILLER              PIC X(01).
F51080     05  ATTEST-LIB-STATYP   PIC X(30).
F51173     05  FILLER              PIC X(01).
F51173     05  ATTEST-SFL          PIC X(03).
F51173     05  FILLER              PIC X(08).
F51080 01  WSS-ATT-IND             PIC S9(4) COMP VALUE +0.
F51110****************************************************************
F51110*   COPIE D'ARCHIVE DOCUMENTAIRE DE L'ATTESTATION (FD 51110) :
F51091     05  COMPLT-CATEGORIES.
F51091         10  COMPLT-CAT      OCCURS 3 TIMES
F51091                             PIC X(03).
F51182*--- DONNEES DE SOUSCRIPTION (FD 51182) : CONDUCTEUR PAR FB02,
F51182*--- VEHICULE PAR FB04, POUR LES REGLES D'ACCEPTATION
F51182     05  COMPLT-SOUSCR-PERS.
F51182         10  COMPLT-DATE-NAISS   PIC X(08).
F51182         10  COMPLT-DATE-PERMIS  PIC X(08).
F51182     05  COMPLT-SOUSCR-VEHI REDEFINES COMPLT-SOUSCR-PERS.
F51182         10  COMPLT-GROUPE       PIC X(02).
F51182         10  COMPLT-CLASSE       PIC X(01).
F51182         10  COMPLT-VALEUR       PIC X(07).
F51182         10  COMPLT-VALEUR-N REDEFINES COMPLT-VALEUR
F51182                                 PIC 9(07).
F51182         10  COMPLT-CRM          PIC X(03).
F51182         10  COMPLT-CRM-N REDEFINES COMPLT-CRM
F51182                                 PIC 9(03).
F51182         10  FILLER              PIC X(03).
F51075 01  WSS-CPL-PERS-TAB.
F51075     05  WSS-CPL-PERS        OCCURS 200 TIMES
F51075                             INDEXED BY IX-CPL-P.
F51084*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51084*   TABLE D'HABILITATION DES ACTIONS PAR GROUPE RACF (FD 51084) *
F51084*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51160*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51160*   ENREGISTREMENT DU JOURNAL RECUPERABLE DES PISTES D'AUDIT    *
F51160*   (FD 51160)                                                  *
F51160*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51160 ++INCLUDE FB00JRNA
F51183*--- EVENEMENTS DE COMPOSITION PUBLIES (FD 51183)
F51183 ++INCLUDE FB00EVTF
F51160*
F51084 ++INCLUDE FB00HABT
F51204*   PERIMETRE DE PORTEFEUILLE DES OPERATEURS INTERMEDIAIRES
F51204*   (FD 51204) : REFERENTIEL FB00PERK, INDEX CONTRAT FB00INTK,
F51204*   FILE TD 'FBPR' DES TENTATIVES REFUSEES
F51204 ++INCLUDE FB00PERF
F51084 01  WSS-IND-HABILITE        PIC X(01) VALUE 'N'.
F51084     88  ACTION-HABILITEE            VALUE 'O'.
F51084 01  WSS-IND-DEROG           PIC X(01) VALUE 'N'.
F51087****************************************************************
F51087 01  WSS-MODE-ECOLE          PIC X(01) VALUE 'N'.
F51087     88  MODE-ECOLE                  VALUE 'O'.
F51172     88  MODE-DEVIS                  VALUE 'D'.
F51172     88  MODE-HORS-CHAINE            VALUE 'O' 'D'.
F51087 01  WSS-FILIGRANE-ECOLE     PIC X(30)
F51087         VALUE '** MODE ECOLE - ENTRAINEMENT **'.
F51172****************************************************************
F51172*   MODE DEVIS (FD 51172) : DEVIS DE FLOTTE PROSPECT SUR LA
F51172*   PLAGE RESERVEE ('DEV' EN TETE DE NUMERO) - MEME DEBRAYAGE
F51172*   QUE LE MODE ECOLE (WSS-MODE-ECOLE A 'D'), COMPOSITION
F51172*   ENREGISTREE A LA SIGNATURE DANS FB01DEVK/FB01DEVC,
F51172*   ACCEPTATION PAR LA COMMANDE 'CNV', CONVERSION PAR FB01B12
F51172****************************************************************
F51172 01  WSS-FILIGRANE-DEVIS     PIC X(30)
F51172         VALUE '** DEVIS - SANS ENGAGEMENT **'.
F51172 ++INCLUDE FB01DEVF
F51172 01  WSS-VALIDITE-DEVIS      PIC 9(03) VALUE 30.
F51172 01  WSS-DEVIS-JOUR          PIC X(08) VALUE SPACES.
F51172 01  WSS-DEVIS-CIBLE         PIC X(12) VALUE SPACES.
F51172 01  WSS-DEVC-CLE-GEN        PIC X(12) VALUE SPACES.
F51172 01  WSS-DEVC-PARC           PIC S9(4) COMP VALUE +0.
F51172 01  WSS-DEVC-SEQ            PIC 9(03) VALUE ZERO.
F51172 01  WSS-IND-DEVK-CONNU      PIC X(01) VALUE 'N'.
F51172     88  DEVIS-CONNU                 VALUE 'O'.
F51173****************************************************************
F51173*   SOUS-FLOTTES (FD 51173) : REFERENTIEL PAR CLIENT (KSDS
F51173*   FB00SFLR, TRANSACTION FB23) ET AFFECTATION DES ELEMENTS DE
F51173*   LA COMPOSITION (KSDS FB01SFLA, COMMANDE 'SF=TRRCCC') -
F51173*   PORTEES SUR L'ATTESTATION, FILTRE 'ATSF=CCC'
F51173****************************************************************
F51173 ++INCLUDE FB00SFLF
F51173 01  WSS-SFL-RANG            PIC 9(02) VALUE ZERO.
F51173 01  WSS-SFL-PARC            PIC S9(4) COMP VALUE +0.
F51173 01  WSS-SFL-IDENT           PIC X(30) VALUE SPACES.
F51173 01  WSS-SFL-CODE-ELT        PIC X(03) VALUE SPACES.
F51173 01  WSS-SFL-FILTRE          PIC X(03) VALUE SPACES.
F51173 01  WSS-IND-SFL-ELEMENT     PIC X(01) VALUE 'N'.
F51173     88  ELEMENT-SFL-TROUVE          VALUE 'O'.
F51173 01  WSS-IND-SFLA-CONNU      PIC X(01) VALUE 'N'.
F51173     88  SOUS-FLOTTE-AFFECTEE        VALUE 'O'.
F51173 01  WSS-IND-SFL-RETENU      PIC X(01) VALUE 'O'.
F51173     88  ELEMENT-SFL-RETENU          VALUE 'O'.
F51174****************************************************************
F51174*   FLOTTE A ALIMENTS (FD 51174) : PARAMETRES DU CONTRAT (KSDS
F51174*   FB00ALIK, REPRO DE FB00ALIC) - LES VEHICULES SONT DECLARES
F51174*   CHAQUE TRIMESTRE, AUCUN MOUVEMENT VEHICULE N'EST SIGNE
F51174****************************************************************
F51174 ++INCLUDE FB00ALIF
F51174 01  WSS-ALI-NUMCONT         PIC X(12) VALUE SPACES.
F51174 01  WSS-ALI-JOUR            PIC X(08) VALUE SPACES.
F51174 01  WSS-ALI-ITEM-AUD        PIC S9(4) COMP VALUE +0.
F51174 01  WSS-IND-ALI-BLOQUE      PIC X(01) VALUE 'N'.
F51174     88  FLOTTE-ALIMENTS-BLOQUEE     VALUE 'O'.
F51133****************************************************************
F51133*   STATUT ADMINISTRATIF DU CONTRAT (FD 51133) : KSDS FB00CSTA
F51133*   RECHARGE CHAQUE NUIT PAR FB00B21 DEPUIS LA GESTION DES
F51133     05  DEROG-JOUR          PIC X(08).
F51133     05  DEROG-HEURE         PIC X(08).
F51133     05  DEROG-STATUT        PIC X(01).
F51193*        'R'/'S' : STATUT DU CONTRAT FORCE ; COMMANDES
F51193*        SUPERVISEUR : 'D' = 'RETRO=', 'F' = 'FORCER'
F51193         88  DEROG-CMDE-RETRO            VALUE 'D'.
F51193         88  DEROG-CMDE-FORCER           VALUE 'F'.
F51136****************************************************************
F51136*   AGENDA DE CONTRAT (FD 51136) : NOTES LIBRES HORODATEES
F51136*   DANS LE KSDS FB00DIAR (TENU PAR FB15) - A L'ENTREE SUR LE
F51088*    AFFICHE ET REND LA MAIN DES LE PREMIER PASSAGE
F51088      PERFORM RELEVE-SELECTION-FB06 THRU
F51088              FRELEVE-SELECTION-FB06.
F51204*    PERIMETRE DE PORTEFEUILLE DE L'OPERATEUR (FD 51204) : UN
F51204*    CONTRAT HORS PERIMETRE N'EST PAS OUVERT (NI VERROU NI
F51204*    AFFICHAGE), RETOUR AU NIVEAU SUPERIEUR
F51204      MOVE INF-NOPOL OF TS-SUSPENS1 TO WSS-PERI-NUMCONT.
F51204      MOVE 'FB01'              TO WSS-PERI-ECRAN.
F51204      PERFORM CONTROLE-PERIMETRE THRU
F51204              FCONTROLE-PERIMETRE.
F51204      IF PERIMETRE-REFUSE
F51204         MOVE 1               TO KONTROL
F51204         MOVE 'FBP01'         TO COM-GENE-MESANO
F51204                                 COM-CODERR
F51204         PERFORM SORTIE-LEVEL-SUPERIEUR THRU
F51204                 FIN-SORTIE-LEVEL-SUPERIEUR
F51204      END-IF.
F51079*    POSE DU VERROU CONSULTATIF DE CONTRAT (FD 51079) - EN CAS
F51079*    DE SESSION CONCURRENTE, AVERTISSEMENT A L'ECRAN
F51079      PERFORM POSE-VERROU-CONTRAT THRU
01412          IF WSS-FIN-VEHI = 'N'                                    EQW9ZWFZ
01413             ADD 1                      TO I-VEHI                  EQW9ZWFZ
F51087*           MODE ECOLE (FD 51087) : PAS D'ALIMENTATION CIGAL
F51172*           NI EN MODE DEVIS (FD 51172)
F51172            IF NOT MODE-HORS-CHAINE
01414             PERFORM ALIM-CIGAL         THRU FALIM-CIGAL           EQW9ZWFZ
F51087            END-IF
F2980             PERFORM ALIM-VDR           THRU FALIM-VDR             EQW9ZWFZ
01647               FIN-RESTAURATION-ATTRIBUTS.                         EQW9ZWFZ
01648 *                                                                 EQW9ZWFZ
F51087*     FILIGRANE DU MODE ECOLE (FD 51087) POSE A CHAQUE AFFICHAGE
F51172*     (ET DU MODE DEVIS, FD 51172)
F51087      PERFORM DETECTER-MODE-ECOLE THRU
F51087              FDETECTER-MODE-ECOLE.
01649  FIN-REMPLISSAGE-FORMAT-ECRAN.  EXIT.                             EQW9ZWFZ
F51133         MOVE 1               TO KONTROL
F51133         GO TO FIN-M-TRAITEMENT-NORMAL
F51133      END-IF.
F51197*    CONTRAT SUSPENDU (FD 51197) : LA GARANTIE N'EST PAS EN
F51197*    VIGUEUR, AUCUNE ATTESTATION MEME SOUS DEROGATION
F51197      IF CONTRAT-FERME AND WSS-CSTA-STATUT = 'S'
F51197         AND (ECR-XCDECO = 'ATTEST'
F51197         OR ECR-XCDECO (1:5) = 'ATSF=')
F51197         MOVE 'ATTESTATION IMPOSSIBLE - CONTRAT SUSPENDU'
F51197                              TO ECR-XMSGILO
F51197         GO TO FIN-M-TRAITEMENT-NORMAL
F51197      END-IF.
F51136*    AGENDA DE CONTRAT (FD 51136) : SIGNALER A L'OPERATEUR
F51136*    QUE DES NOTES EXISTENT SUR CE CONTRAT
F51136      PERFORM SIGNALER-NOTES-AGENDA THRU
F51155*    A L'OPERATEUR
F51155      PERFORM SIGNALER-VEHICULE-VOLE THRU
F51155              FSIGNALER-VEHICULE-VOLE.
F51172*    MODE DEVIS (FD 51172) : LES COMMANDES QUI AGISSENT SUR UN
F51172*    CONTRAT REEL (ATTESTATION, AFFECTATION, VENTE) SONT
F51172*    REFUSEES ; 'CNV' ENREGISTRE L'ACCEPTATION DU DEVIS POUR LE
F51172*    CONTRAT CIBLE SAISI EN PREMIERE LIGNE DU TABLEAU
F51172      PERFORM DETECTER-MODE-ECOLE THRU
F51172              FDETECTER-MODE-ECOLE.
F51172      IF MODE-DEVIS
F51172         AND (ECR-XCDECO = 'ATTEST'
F51172         OR ECR-XCDECO (1:3) = 'AF='
F51173         OR ECR-XCDECO (1:3) = 'SF='
F51173         OR ECR-XCDECO (1:5) = 'ATSF='
F51208         OR ECR-XCDECO (1:3) = 'EX='
F51208         OR ECR-XCDECO (1:4) = 'EXF='
F51172         OR ECR-XCDECO (1:6) = 'VENTE=')
F51172         MOVE 'COMMANDE INTERDITE SUR UN DEVIS' TO ECR-XMSGILO
F51172         GO TO FIN-M-TRAITEMENT-NORMAL
F51172      END-IF.
F51172      IF ECR-XCDECO = 'CNV'
F51172         PERFORM ACCEPTATION-DEVIS THRU
F51172                 FACCEPTATION-DEVIS
F51172         GO TO FIN-M-TRAITEMENT-NORMAL
F51172      END-IF.
F51078*    COMMANDE 'COPIE' (FD 51078) : REPRISE DE LA COMPOSITION
F51078*    D'UN CONTRAT SOURCE, SAISI EN PREMIERE LIGNE DU TABLEAU
F51078      IF ECR-XCDECO = 'COPIE'
F51080*    COMMANDE 'ATTEST' (FD 51080) : ATTESTATION DE COMPOSITION
F51080*    TRANSMISE AU FLUX D'EDITION CIC
F51080      IF ECR-XCDECO = 'ATTEST'
F51173         MOVE SPACES          TO WSS-SFL-FILTRE
F51080         PERFORM EDITION-ATTESTATION THRU
F51080                 FEDITION-ATTESTATION
F51080         GO TO FIN-M-TRAITEMENT-NORMAL
F51080      END-IF.
F51173*    COMMANDE 'ATSF=CCC' (FD 51173) : ATTESTATION RESTREINTE
F51173*    AUX ELEMENTS DE LA SOUS-FLOTTE CCC
F51173      IF ECR-XCDECO (1:5) = 'ATSF='
F51173         PERFORM ATTESTATION-SOUS-FLOTTE THRU
F51173                 FATTESTATION-SOUS-FLOTTE
F51173         GO TO FIN-M-TRAITEMENT-NORMAL
F51173      END-IF.
F51131*    COMMANDE 'AF=VVPPSS' (FD 51131) : AFFECTATION D'UN
F51131*    VEHICULE A SES CONDUCTEURS PRINCIPAL ET SECONDAIRE
F51131      IF ECR-XCDECO (1:3) = 'AF='
F51131                 FSAISIE-AFFECTATION
F51131         GO TO FIN-M-TRAITEMENT-NORMAL
F51131      END-IF.
F51208*    COMMANDE 'EX=PPVVM' (FD 51208) : EXCLUSION DU CONDUCTEUR
F51208*    PP DU VEHICULE VV ('00' = TOUS) POUR LE MOTIF M, A LA DATE
F51208*    D'EFFET SAISIE ; 'EXF=PPVV' CLOT L'EXCLUSION A CETTE DATE
F51208      IF ECR-XCDECO (1:3) = 'EX='
F51208         PERFORM SAISIE-EXCLUSION THRU
F51208                 FSAISIE-EXCLUSION
F51208         GO TO FIN-M-TRAITEMENT-NORMAL
F51208      END-IF.
F51208      IF ECR-XCDECO (1:4) = 'EXF='
F51208         PERFORM CLOTURE-EXCLUSION THRU
F51208                 FCLOTURE-EXCLUSION
F51208         GO TO FIN-M-TRAITEMENT-NORMAL
F51208      END-IF.
F51173*    COMMANDE 'SF=TRRCCC' (FD 51173) : AFFECTATION DE L'ELEMENT
F51173*    DE TYPE T ET DE RANG RR A LA SOUS-FLOTTE CCC DU CLIENT
F51173      IF ECR-XCDECO (1:3) = 'SF='
F51173         PERFORM SAISIE-SOUS-FLOTTE THRU
F51173                 FSAISIE-SOUS-FLOTTE
F51173         GO TO FIN-M-TRAITEMENT-NORMAL
F51173      END-IF.
F51165*    COMMANDE 'VENTE=RR' (FD 51165) : VENTE DU VEHICULE DE
F51165*    RANG RR A LA DATE D'EFFET SAISIE - SUSPENSION, PAS DE SORTIE
F51165      IF ECR-XCDECO (1:6) = 'VENTE='
F51165         PERFORM SAISIE-VENTE THRU
F51165                 FSAISIE-VENTE
F51165         GO TO FIN-M-TRAITEMENT-NORMAL
F51165      END-IF.
01773                                                                   EQW9ZWFZ
01774       PERFORM CONTROLE-SYNTAXE THRU                               EQW9ZWFZ
01775               FIN-CONTROLE-SYNTAXE.                               EQW9ZWFZ
01987 *                                OU 9 OU H OU L OU N OU P OU SPACEEQW9ZWFZ
02009 *                                OU R UNIQUEMENT POUR CHANGEMENT  FB01T00B
02010 *                               DE VÈHICULE, MOTIF NON SAISISSABLEFB01T00B
F51166* FD 51166 : HORS 'R', LES VALEURS ADMISES SONT CELLES DU
F51166* REFERENTIEL FB01MOTF (CONTROLE-MOTIF-REFERENTIEL)
01988 *                                                                 EQW9ZWFZ
01989      MOVE 'N' TO WSS-APPEL-AIDE-MOTIF.                            EQW9ZWFZ
01990 *                                                                 EQW9ZWFZ
01996         PERFORM DETER-AIDE-AJTMOTI THRU FDETER-AIDE-AJTMOTI       EQW9ZWFZ
01997         IF ECR-STATYPCO(I) = '4R  ' OR '2R  ' OR 'CC  '           EQW9ZWFZ
01998                           OR 'CAR ' OR 'REM '                     EQW9ZWFZ
F51166           MOVE 'V'             TO WSS-MOTF-ELEMENT-CTL
F51166           PERFORM CONTROLE-MOTIF-REFERENTIEL THRU
F51166                   FCONTROLE-MOTIF-REFERENTIEL
F51166           IF ECR-MOTIFSCO(I) NOT = SPACE AND '?'
F51166              AND NOT MOTIF-REFERENTIEL-VALIDE
                    IF ECR-DATSORDO (I) NOT = SPACES
02237                  MOVE ECR-DATSORDO (I)           TO WSS-JJMMSSAA  EQW9ZWFZ
02238                  MOVE CORRESPONDING WSS-JJMMSSAA TO WSS-SSAAMMJJ  EQW9ZWFZ
F51062              SET STCD-PERS-TROUVE TO TRUE
F51062        END-SEARCH
02011         IF STCD-PERS-TROUVE                                      EQW9ZWFZ
F51166           MOVE 'P'             TO WSS-MOTF-ELEMENT-CTL
F51166           PERFORM CONTROLE-MOTIF-REFERENTIEL THRU
F51166                   FCONTROLE-MOTIF-REFERENTIEL
F51166           IF ECR-MOTIFSCO(I) NOT = SPACE AND '?'
F51166              AND NOT MOTIF-REFERENTIEL-VALIDE
                    IF ECR-DATSORDO (I) NOT = SPACES
02237                  MOVE ECR-DATSORDO (I)           TO WSS-JJMMSSAA  EQW9ZWFZ
02238                  MOVE CORRESPONDING WSS-JJMMSSAA TO WSS-SSAAMMJJ  EQW9ZWFZ
F51085*    SUPERVISEUR AU LIEU D'ETRE APPLIQUEE
F51087*    MODE ECOLE (FD 51087) : PAS DE PARCAGE EN APPROBATION -
F51087*    LA FILE FB08APPR EST PARTAGEE AVEC LES VRAIS DOSSIERS
F51172*    IDEM EN MODE DEVIS (FD 51172)
F51087     PERFORM DETECTER-MODE-ECOLE THRU
F51087             FDETECTER-MODE-ECOLE.
F51085     IF COM-FB-CODE-ACTION = 'D' OR 'R'
F51172        AND NOT MODE-HORS-CHAINE
F51085        COMPUTE WSS-TAILLE-CONTRAT = COM-FB-NBRE-PERS-ENC
F51085                                   + COM-FB-NBRE-VEHI-ENC
F51085        IF WSS-TAILLE-CONTRAT > WSS-SEUIL-4YEUX
F51077        AND (COM-FB-CODE-ACTION = 'C' OR 'D' OR 'R')
F51087*--      MODE ECOLE (FD 51087) : LE MOUVEMENT N'EST PAS CAPTURE,
F51087*--      FB01B03 NE DOIT PAS L'APPLIQUER POUR DE VRAI
F51172*--      IDEM EN MODE DEVIS (FD 51172)
F51087        PERFORM DETECTER-MODE-ECOLE THRU
F51087                FDETECTER-MODE-ECOLE
F51172        IF NOT MODE-HORS-CHAINE
F51077        PERFORM ECR-TS-MVTPRG THRU
F51077                FECR-TS-MVTPRG
F51087        END-IF
02512      END-IF.                                                      EQW9ZWFZ
02513                                                                   EQW9ZWFZ
02514  FDETER-AIDE-AJTMOTI.  EXIT.                                      EQW9ZWFZ
F51166*
F51166****************************************************************
F51166*   CONTROLE DU MOTIF DE SORTIE DE LA LIGNE I CONTRE LE
F51166*   REFERENTIEL FB01MOTF (FD 51166) : LE MOTIF DOIT EXISTER,
F51166*   ETRE SAISISSABLE ET S'APPLIQUER AU TYPE D'ELEMENT DE LA
F51166*   LIGNE (WSS-MOTF-ELEMENT-CTL = 'V' VEHICULE OU 'P'
F51166*   CONDUCTEUR). 'R' N'EST JAMAIS VALIDE ICI : IL RESTE TRAITE
F51166*   PAR LE CONTROLE DU CHANGEMENT DE VEHICULE.
F51166****************************************************************
F51166 CONTROLE-MOTIF-REFERENTIEL.
F51166     MOVE 'N'                    TO WSS-IND-MOTF-VALIDE.
F51166     IF ECR-MOTIFSCO (I) = SPACE OR LOW-VALUE OR '?' OR 'R'
F51166        GO TO FCONTROLE-MOTIF-REFERENTIEL
F51166     END-IF.
F51166     MOVE ECR-MOTIFSCO (I)       TO MOTF-CODE.
F51166     EXEC CICS READ FILE   ('FB01MOTF')
F51166                    INTO   (WSS-MOTF-ENR)
F51166                    LENGTH (LENGTH OF WSS-MOTF-ENR)
F51166                    RIDFLD (MOTF-CODE)
F51166                    NOHANDLE
F51166     END-EXEC.
F51166     IF EIBRCODE NOT = LOW-VALUE
F51166        GO TO FCONTROLE-MOTIF-REFERENTIEL
F51166     END-IF.
F51166     IF NOT MOTF-EN-VIGUEUR
F51166        GO TO FCONTROLE-MOTIF-REFERENTIEL
F51166     END-IF.
F51166     IF WSS-MOTF-ELEMENT-CTL = 'V' AND NOT MOTF-ELT-VEHICULE
F51166        GO TO FCONTROLE-MOTIF-REFERENTIEL
F51166     END-IF.
F51166     IF WSS-MOTF-ELEMENT-CTL = 'P' AND NOT MOTF-ELT-PERSONNE
F51166        GO TO FCONTROLE-MOTIF-REFERENTIEL
F51166     END-IF.
F51166     SET MOTIF-REFERENTIEL-VALIDE TO TRUE.
F51166 FCONTROLE-MOTIF-REFERENTIEL.  EXIT.
02515 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * EQW9ZWFZ
02516 * TRAITEMENT DE LA TACHE * FB01 * TRAITEMENT NORMAL               EQW9ZWFZ
02517 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * EQW9ZWFZ
02587      END-IF.                                                      EQW9ZWFZ
F51087*    MODE ECOLE (FD 51087) : DETECTION SUR LA PLAGE BAC A SABLE
F51087*    ET DEBRAYAGE DE LA PERSISTANCE MA90T20
F51172*    IDEM SUR LA PLAGE DES DEVIS PROSPECT (FD 51172)
F51087     PERFORM DETECTER-MODE-ECOLE THRU
F51087             FDETECTER-MODE-ECOLE.
02588      IF INF-ETAT OF TS-SUSPENS1 NOT = '5' AND '7'                 EQW9ZWFZ
02589         IF (INF-ETAT OF TS-SUSPENS1 = '4' AND ECRAN-MODIFIE)      EQW9ZWFZ
02590         OR  INF-ETAT OF TS-SUSPENS1 NOT = '4'                     EQW9ZWFZ
F51172            IF NOT MODE-HORS-CHAINE
02591             PERFORM APPEL-MA90T20 THRU                            EQW9ZWFZ
02592                     FAPPEL-MA90T20                                EQW9ZWFZ
F51087            END-IF
02637                MOVE WSS-RANTS (IG)     TO  COM-FB-RANG-TS-LIRE    EQW9ZWFZ
02638                MOVE WSS-TYPTS (IG)     TO  COM-FB-TYPE-TS-LIRE    EQW9ZWFZ
02639                PERFORM SORTIE-TS       THRU FIN-SORTIE-TS         EQW9ZWFZ
F51166                MOVE ECR-MOTIFSCO (IC)  TO WSS-MOTIF-ACTION
02640             END-IF                                                EQW9ZWFZ
02641           WHEN 'F'                                                EQW9ZWFZ
02642             MOVE 'F'                TO COM-FB-CODE-ACTION         EQW9ZWFZ
F51087*--- MODE ECOLE (FD 51087) : LES ACTIONS D'ENTRAINEMENT NE
F51087*--- PARTENT PAS DANS LA TS AUDIT (ELLES POLLUERAIENT LA
F51087*--- CHAINE FB00B01/FB00B02 AVAL)
F51172*--- IDEM POUR LES ACTIONS D'UN DEVIS (FD 51172)
F51087     PERFORM DETECTER-MODE-ECOLE THRU
F51087             FDETECTER-MODE-ECOLE.
F51010     IF COM-FB-CODE-ACTION NOT = SPACES AND '?'
F51172        AND NOT MODE-HORS-CHAINE
F51010        MOVE COM-FB-CODE-ACTION  TO AUDIT-CODE-ACTION
F51010        MOVE COM-FB-TYPE-TS-LIRE TO AUDIT-TYPE-TS
F51010        MOVE COM-FB-RANG-TS-LIRE TO AUDIT-RANG-TS
F51076        MOVE COM-FB-DATE-EFFET-1 TO AUDIT-DATE-EFFET
F51166        MOVE WSS-MOTIF-ACTION    TO AUDIT-MOTIF
F51010        MOVE ECR-XRACFLI         TO AUDIT-RACF
F51010        MOVE ECR-XJOURDI         TO AUDIT-JOUR
F51010        MOVE ECR-XHEUREDI        TO AUDIT-HEURE
F51149                      FIN-SORTIE-AFFICHAGE-FORMAT
F51149         END-IF
F51149     END-IF.
F51169*    GEL DES AVOIRS (FD 51169) : CLIENT OU CONDUCTEUR DU
F51169*    CONTRAT CONFIRME SUR LA LISTE NATIONALE - LA SORTIE
F51169*    SIGNATURE EST BLOQUEE JUSQU'A LA LEVEE PAR LA CONFORMITE
F51169     IF  LEVEL-SIGN
F51169         PERFORM  CONTROLE-GEL-AVOIRS THRU
F51169                  FCONTROLE-GEL-AVOIRS
F51169         IF  GEL-AVOIRS-CONFIRME
F51169             MOVE 'SIGNATURE BLOQUEE - GEL DES AVOIRS (CONFORMIT
F51169-                 'E FB22)' TO  ECR-XMSGILO
F51169             MOVE  SPACES           TO  COM-GENE-REAF
F51169             PERFORM  SORTIE-AFFICHAGE-FORMAT THRU
F51169                      FIN-SORTIE-AFFICHAGE-FORMAT
F51169         END-IF
F51169     END-IF.
F51174*    FLOTTE A ALIMENTS (FD 51174) : LES VEHICULES SONT
F51174*    DECLARES CHAQUE TRIMESTRE - UN MOUVEMENT VEHICULE DE LA
F51174*    SESSION BLOQUE LA SORTIE SIGNATURE
F51174     IF  LEVEL-SIGN
F51174         PERFORM  CONTROLE-FLOTTE-ALIMENTS THRU
F51174                  FCONTROLE-FLOTTE-ALIMENTS
F51174         IF  FLOTTE-ALIMENTS-BLOQUEE
F51174             MOVE 'SIGNATURE BLOQUEE - FLOTTE A ALIMENTS (VEHICU
F51174-                 'LES PAR DECLARATION)' TO  ECR-XMSGILO
F51174             MOVE  SPACES           TO  COM-GENE-REAF
F51174             PERFORM  SORTIE-AFFICHAGE-FORMAT THRU
F51174                      FIN-SORTIE-AFFICHAGE-FORMAT
F51174         END-IF
F51174     END-IF.
F51182*    REGLES D'ACCEPTATION SOUSCRIPTION (FD 51182) : UN COUPLE
F51182*    CONDUCTEUR/VEHICULE QUI DECLENCHE UNE REGLE BLOQUANTE, OU
F51182*    SOUMISE A UN ACCORD FB08 NON ENCORE DONNE, ARRETE LA SORTIE
F51182*    SIGNATURE ; UN AVERTISSEMENT EST AFFICHE SANS ARRET
F51182     IF  LEVEL-SIGN
F51182         PERFORM  CONTROLE-REGLES-SOUSCR THRU
F51182                  FCONTROLE-REGLES-SOUSCR
F51182         IF  WSS-RG-AVERT NOT = SPACES
F51182             MOVE  WSS-RG-AVERT     TO  ECR-XMSGALO
F51182         END-IF
F51182         IF  REGLE-SIGNATURE-ARRETEE
F51182             MOVE  WSS-RG-MESSAGE   TO  ECR-XMSGILO
F51182             MOVE  SPACES           TO  COM-GENE-REAF
F51182             PERFORM  SORTIE-AFFICHAGE-FORMAT THRU
F51182                      FIN-SORTIE-AFFICHAGE-FORMAT
F51182         END-IF
F51182     END-IF.
F51172*    MODE DEVIS (FD 51172) : UN DEVIS ACCEPTE, CONVERTI OU
F51172*    ARRIVE A ECHEANCE N'EST PLUS MODIFIABLE - LA SORTIE
F51172*    SIGNATURE EST REFUSEE
F51172     IF  LEVEL-SIGN
F51172         PERFORM  DETECTER-MODE-ECOLE THRU
F51172                  FDETECTER-MODE-ECOLE
F51172         IF  MODE-DEVIS
F51172             PERFORM  LECT-DEVIS THRU
F51172                      FLECT-DEVIS
F51172             IF  DEVIS-CONNU
F51172             AND (NOT DEVK-EMIS
F51172             OR   DEVK-DATE-VALIDITE < WSS-DEVIS-JOUR)
F51172                 MOVE 'DEVIS CLOS OU EXPIRE - NON MODIFIABLE'
F51172                                        TO  ECR-XMSGILO
F51172                 MOVE  SPACES           TO  COM-GENE-REAF
F51172                 PERFORM  SORTIE-AFFICHAGE-FORMAT THRU
F51172                          FIN-SORTIE-AFFICHAGE-FORMAT
F51172             END-IF
F51172         END-IF
F51172     END-IF.
F51073     IF  LEVEL-SIGN
F51073         PERFORM  LECT-TS-IMPACT THRU
F51073                  FLECT-TS-IMPACT
03120      IF  LEVEL-SIGN                                               EQW9ZWFZ
F51121*    JOURNAL DE LA SESSION SIGNEE (FD 51121) : LE DELTA DE PRIME
F51121*    CONFIRME EST DEPOSE POUR LE COMPOSEUR D'AVENANTS FB01B07
F51172*    MODE DEVIS (FD 51172) : PAS DE JOURNAL D'AVENANT - LA
F51172*    COMPOSITION ET LA PRIME INDICATIVE SONT ENREGISTREES AU
F51172*    DEVIS
F51172         IF  MODE-DEVIS
F51172             PERFORM  ENREG-DEVIS THRU
F51172                      FENREG-DEVIS
F51172         ELSE
F51172             PERFORM  JOURNAL-SESSION-SIGNEE THRU
F51172                      FJOURNAL-SESSION-SIGNEE
F51172         END-IF
F51073         PERFORM  DEL-TS-IMPACT THRU
F51073                  FDEL-TS-IMPACT
F51075         PERFORM  DEL-TS-COMPLT THRU
F51010        GO TO ABANDON-TACHE
F51010     END-IF.
F51010*
F51160*--- FD 51160 : MEME ACTION JOURNALISEE, AU DESSIN FB00AUDX, DANS
F51160*--- LE JOURNAL RECUPERABLE LU PAR LA CHAINE DE NUIT
F51160     MOVE SPACES              TO WSS-JRNA-ENR.
F51160     MOVE INF-NOPOL OF TS-SUSPENS1
F51160                              TO JRNA-NUMCONT.
F51160     MOVE 'FB01'              TO JRNA-ECRAN.
F51160     MOVE AUDIT-RACF          TO JRNA-RACF.
F51160     MOVE AUDIT-JOUR          TO JRNA-JOUR.
F51160     MOVE AUDIT-HEURE         TO JRNA-HEURE.
F51160     MOVE WSS-AUDIT-FB01-ENR  TO JRNA-DETAIL.
F51160     PERFORM ECR-JOURNAL-AUDIT THRU FECR-JOURNAL-AUDIT.
F51160*
F51010 FECR-TS-AUDIT-FB01. EXIT.
F51010*
F51160*
F51160******************************************************************
F51160* ECRITURE SYNCHRONE DANS LE JOURNAL RECUPERABLE DES PISTES      *
F51160* D'AUDIT (FD 51160) : L'ACTION N'EST PAS CONFIRMEE A            *
F51160* L'OPERATEUR SI ELLE N'A PAS PU Y ETRE DEPOSEE                  *
F51160******************************************************************
F51160*
F51160 ECR-JOURNAL-AUDIT.
F51160*------------------
F51160*
F51160     EXEC CICS WRITE JOURNALNAME (WSS-JRNA-NOM)
F51160                     JTYPEID     (WSS-JRNA-TYPE)
F51160                     FROM        (WSS-JRNA-ENR)
F51160                     FLENGTH     (LENGTH OF WSS-JRNA-ENR)
F51160                     WAIT
F51160                     NOHANDLE
F51160     END-EXEC.
F51160*
F51160     IF EIBRCODE  NOT = LOW-VALUE
F51160        MOVE 'FBAJ :PB ECRITURE JOURNAL AUDIT FB01' TO MESS
F51160        GO TO ABANDON-TACHE
F51160     END-IF.
F51183*--- FD 51183 : PUBLICATION DE L'ACTION VERS LE COURTIER
F51183     PERFORM PUBLIER-EVENEMENT THRU FPUBLIER-EVENEMENT.
F51160*
F51160 FECR-JOURNAL-AUDIT. EXIT.
F51160*
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
F51183*--- MEMBRE ET DATE D'EFFET DE LA PISTE FB01 ; SANS RANG, L'ACTION
F51183*--- PORTE SUR LE CONTRAT
F51183     MOVE AUDIT-CODE-ACTION   TO EVTP-CODE-ACTION.
F51183     IF (AUDIT-TYPE-TS = 'P' OR 'V')
F51183        AND AUDIT-RANG-TS > ZERO
F51183        MOVE AUDIT-TYPE-TS    TO EVTP-TYPE-MEMBRE
F51183        MOVE AUDIT-RANG-TS    TO EVTP-RANG-MEMBRE
F51183     ELSE
F51183        SET EVTP-CONTRAT      TO TRUE
F51183     END-IF.
F51183     IF AUDIT-DATE-EFFET NUMERIC
F51183        MOVE AUDIT-DATE-EFFET TO EVTP-DATE-EFFET
F51183     END-IF.
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
F51073*
F51073******************************************************************
F51073* CALCUL DE L'IMPACT INDICATIF DE PRIME (FD 51073) : APPEL DU    *
F51076*
F51076******************************************************************
F51076* BUTOIR DE RETROACTIVITE (FD 51076) : PROFONDEUR DE LA DATE     *
F51162* D'EFFET PAR RAPPORT AU JOUR, EN JOURS CALENDAIRES REELS        *
F51162* (MODULE FB00SV01, FD 51162) ; AU-DELA DU BUTOIR,               *
F51076* BLOCAGE SAUF DEROGATION SUPERVISEUR 'RETRO=XXX' (JUSTIFICATIF  *
F51076* TRACE DANS LA TS DES MOTIFS, TYPE 'D')                         *
F51076******************************************************************
F51076                          YYYYMMDD (WSS-DATE-JOUR-SSAAMMJJ)
F51076                          NOHANDLE
F51076     END-EXEC.
F51076     MOVE COM-FB-DATE-EFFET-1    TO WSS-DATE-RETRO-DEC.
F51076     IF WSS-DATE-RETRO-DEC NOT NUMERIC
F51076        GO TO FCONTROLE-RETROACTIVITE
F51076     END-IF.
F51162     SET CALA-FONC-ECART-CAL     TO TRUE.
F51162     MOVE WSS-DATE-RETRO-DEC     TO CALA-DATE-1.
F51162     MOVE WSS-DATE-JOUR-SSAAMMJJ TO CALA-DATE-2.
F51162     CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
F51162     IF NOT CALA-RETOUR-OK
F51162        GO TO FCONTROLE-RETROACTIVITE
F51162     END-IF.
F51162     MOVE CALA-RESULTAT          TO WSS-RETRO-PROFONDEUR.
F51076     IF WSS-RETRO-PROFONDEUR > WSS-LIMITE-RETRO
F51084*----    LA DEROGATION EST RESERVEE AUX GROUPES PORTEURS DU
F51084*----    DROIT SUPERVISEUR DE LA TABLE FB00HABT (FD 51084)
F51076           MOVE '1'                TO RMO-TS-NUM
F51076           PERFORM ECR-TS-RESTAU-MOTIF THRU
F51076                   FECR-TS-RESTAU-MOTIF
F51193           SET DEROG-CMDE-RETRO    TO TRUE
F51193           PERFORM JOURNAL-DEROG-COMMANDE THRU
F51193                   FJOURNAL-DEROG-COMMANDE
F51076           MOVE SPACES             TO ECR-XCDECI
F51076                                      ECR-XCDECO
F51076        ELSE
F51078     MOVE ECR-XJOURDI           TO AUDIT-JOUR.
F51078     MOVE ECR-XHEUREDI          TO AUDIT-HEURE.
F51078     MOVE SPACES                TO AUDIT-DATE-EFFET.
F51166     MOVE SPACE                 TO AUDIT-MOTIF.
F51172*--- PAS DE LIGNE D'AUDIT EN MODE ECOLE OU DEVIS (FD 51172)
F51172     PERFORM DETECTER-MODE-ECOLE THRU
F51172             FDETECTER-MODE-ECOLE.
F51172     IF NOT MODE-HORS-CHAINE
F51172        PERFORM ECR-TS-AUDIT-FB01 THRU
F51172                FECR-TS-AUDIT-FB01
F51172     END-IF.
F51078     MOVE SPACES                TO WSS-RESTAU-MOTIF-ENR.
F51078     MOVE 'C'                   TO RESTAU-MOTIF-TYPE.
F51078     STRING 'REPRISE DE ' WSS-NUMCONT-SOURCE
F51084        AND OPERATEUR-DEROGATAIRE
F51079           PERFORM ECR-VERROU-CONTRAT THRU
F51079                   FECR-VERROU-CONTRAT
F51193           SET DEROG-CMDE-FORCER  TO TRUE
F51193           PERFORM JOURNAL-DEROG-COMMANDE THRU
F51193                   FJOURNAL-DEROG-COMMANDE
F51079           MOVE SPACES            TO ECR-XCDECI
F51079                                     ECR-XCDECO
F51079           MOVE 'VERROU REPRIS PAR CE TERMINAL'
F51131        MOVE 1                TO KONTROL
F51131        GO TO FSAISIE-AFFECTATION
F51131     END-IF.
F51208*--- CONDUCTEUR PRINCIPAL OU SECONDAIRE EXCLU CE JOUR DU
F51208*--- VEHICULE OU DE TOUS LES VEHICULES (FD 51208) : REFUS
F51208     MOVE '20'                TO WSS-EXCL-DATE-REF (1:2).
F51208     MOVE ECR-XJOURDI (7:2)   TO WSS-EXCL-DATE-REF (3:2).
F51208     MOVE ECR-XJOURDI (4:2)   TO WSS-EXCL-DATE-REF (5:2).
F51208     MOVE ECR-XJOURDI (1:2)   TO WSS-EXCL-DATE-REF (7:2).
F51208     MOVE ECR-XCDECO (4:2)    TO WSS-EXCL-CTL-VEHI.
F51208     MOVE ECR-XCDECO (6:2)    TO WSS-EXCL-CTL-COND.
F51208     PERFORM CONTROLE-EXCLUSION THRU
F51208             FCONTROLE-EXCLUSION.
F51208     IF NOT CONDUCTEUR-EXCLU
F51208        MOVE ECR-XCDECO (8:2) TO WSS-EXCL-CTL-COND
F51208        PERFORM CONTROLE-EXCLUSION THRU
F51208                FCONTROLE-EXCLUSION
F51208     END-IF.
F51208     IF CONDUCTEUR-EXCLU
F51208        MOVE 'FBX03'          TO COM-GENE-MESANO
F51208                                 COM-CODERR
F51208        MOVE 1                TO KONTROL
F51208        GO TO FSAISIE-AFFECTATION
F51208     END-IF.
F51131     MOVE 'N'                 TO WSS-IND-AFFM-CONNU.
F51131     MOVE INF-NOPOL OF TS-SUSPENS1
F51131                              TO AFFM-NUMCONT.
F51131*
F51131 FSAISIE-AFFECTATION. EXIT.
F51131*
F51208******************************************************************
F51208* EXCLUSION NOMINATIVE DE CONDUITE (FD 51208) : LA COMMANDE      *
F51208* 'EX=PPVVM' EXCLUT LE CONDUCTEUR DE RANG PP DU VEHICULE DE RANG *
F51208* VV ('00' = TOUS LES VEHICULES DU CONTRAT) POUR LE MOTIF M      *
F51208* (C CONDAMNATION, S SINISTRALITE, P PERMIS, A AUTRE) A COMPTER  *
F51208* DE LA DATE D'EFFET SAISIE, SANS DATE DE FIN. UNE EXCLUSION     *
F51208* DEJA EN VIGUEUR A CETTE DATE GARDE SA DATE DE DEBUT ; UNE      *
F51208* EXCLUSION CLOSE EST ROUVERTE. UN COUPLE DEJA AFFECTE DANS LA   *
F51208* MATRICE FB01AFFM EST SIGNALE A L'OPERATEUR (CONTROLE DE NUIT   *
F51208* PAR FB01B09)                                                   *
F51208******************************************************************
F51208*
F51208 SAISIE-EXCLUSION.
F51208*-----------------
F51208*
F51208     MOVE ECR-XCDECO (8:1)    TO EXCL-MOTIF.
F51208     IF ECR-XCDECO (4:4) NOT NUMERIC
F51208        OR ECR-XCDECO (4:2) = '00'
F51208        OR NOT EXCL-MOTIF-VALIDE
F51208        OR ECR-XCDECO (9:1) NOT = SPACE
F51208        OR COM-FB-DATE-EFFET-1 NOT NUMERIC
F51208        MOVE 'FBX01'          TO COM-GENE-MESANO
F51208                                 COM-CODERR
F51208        MOVE 1                TO KONTROL
F51208        GO TO FSAISIE-EXCLUSION
F51208     END-IF.
F51208     MOVE 'N'                 TO WSS-IND-EXCL-CONNU.
F51208     MOVE INF-NOPOL OF TS-SUSPENS1
F51208                              TO EXCL-NUMCONT.
F51208     MOVE ECR-XCDECO (4:2)    TO EXCL-RANG-COND.
F51208     MOVE ECR-XCDECO (6:2)    TO EXCL-RANG-VEHI.
F51208     EXEC CICS READ FILE   ('FB01EXCL')
F51208                    INTO   (WSS-EXCL-ENR)
F51208                    LENGTH (LENGTH OF WSS-EXCL-ENR)
F51208                    RIDFLD (WSS-EXCL-CLE)
F51208                    UPDATE
F51208                    NOHANDLE
F51208     END-EXEC.
F51208     IF EIBRCODE = LOW-VALUE
F51208        SET EXCLUSION-CONNUE  TO TRUE
F51208     ELSE
F51208        MOVE SPACES           TO WSS-EXCL-ENR
F51208     END-IF.
F51208     IF NOT EXCLUSION-CONNUE
F51208        OR EXCL-DATE-DEBUT > COM-FB-DATE-EFFET-1
F51208        OR EXCL-DATE-FIN   < COM-FB-DATE-EFFET-1
F51208        MOVE COM-FB-DATE-EFFET-1
F51208                              TO EXCL-DATE-DEBUT
F51208     END-IF.
F51208     MOVE INF-NOPOL OF TS-SUSPENS1
F51208                              TO EXCL-NUMCONT.
F51208     MOVE ECR-XCDECO (4:2)    TO EXCL-RANG-COND.
F51208     MOVE ECR-XCDECO (6:2)    TO EXCL-RANG-VEHI.
F51208     MOVE ECR-XCDECO (8:1)    TO EXCL-MOTIF.
F51208     SET EXCL-SANS-FIN        TO TRUE.
F51208     MOVE ECR-XRACFLI         TO EXCL-RACF.
F51208     MOVE '20'                TO EXCL-JOUR (1:2).
F51208     MOVE ECR-XJOURDI (7:2)   TO EXCL-JOUR (3:2).
F51208     MOVE ECR-XJOURDI (4:2)   TO EXCL-JOUR (5:2).
F51208     MOVE ECR-XJOURDI (1:2)   TO EXCL-JOUR (7:2).
F51208     IF EXCLUSION-CONNUE
F51208        EXEC CICS REWRITE FILE ('FB01EXCL')
F51208                          FROM (WSS-EXCL-ENR)
F51208                          LENGTH (LENGTH OF WSS-EXCL-ENR)
F51208                          NOHANDLE
F51208        END-EXEC
F51208     ELSE
F51208        EXEC CICS WRITE FILE   ('FB01EXCL')
F51208                        FROM   (WSS-EXCL-ENR)
F51208                        LENGTH (LENGTH OF WSS-EXCL-ENR)
F51208                        RIDFLD (WSS-EXCL-CLE)
F51208                        NOHANDLE
F51208        END-EXEC
F51208     END-IF.
F51208     IF EIBRCODE  NOT = LOW-VALUE
F51208        MOVE 'FBEX :PB ECRITURE KSDS FB01EXCL' TO MESS
F51208        GO TO ABANDON-TACHE
F51208     END-IF.
F51208     PERFORM CHERCHER-AFFECTATION-EXCLUE THRU
F51208             FCHERCHER-AFFECTATION-EXCLUE.
F51208     IF AFFECTATION-EN-CONFLIT
F51208        MOVE 'EXCLUSION ENREGISTREE - AFFECTATION AF= A REVOIR'
F51208                              TO ECR-XMSGILO
F51208     ELSE
F51208        MOVE 'EXCLUSION DE CONDUITE ENREGISTREE'
F51208                              TO ECR-XMSGILO
F51208     END-IF.
F51208     MOVE SPACES              TO ECR-XCDECO.
F51208*
F51208 FSAISIE-EXCLUSION. EXIT.
F51208*
F51208******************************************************************
F51208* CLOTURE D'UNE EXCLUSION (FD 51208) : LA COMMANDE 'EXF=PPVV'    *
F51208* FIXE LA DATE DE FIN (INCLUSE) DE L'EXCLUSION DU CONDUCTEUR PP  *
F51208* SUR LE VEHICULE VV A LA DATE D'EFFET SAISIE, QUI NE PEUT ETRE  *
F51208* ANTERIEURE A SA DATE DE DEBUT                                  *
F51208******************************************************************
F51208*
F51208 CLOTURE-EXCLUSION.
F51208*------------------
F51208*
F51208     IF ECR-XCDECO (5:4) NOT NUMERIC
F51208        OR ECR-XCDECO (5:2) = '00'
F51208        OR ECR-XCDECO (9:1) NOT = SPACE
F51208        OR COM-FB-DATE-EFFET-1 NOT NUMERIC
F51208        MOVE 'FBX01'          TO COM-GENE-MESANO
F51208                                 COM-CODERR
F51208        MOVE 1                TO KONTROL
F51208        GO TO FCLOTURE-EXCLUSION
F51208     END-IF.
F51208     MOVE INF-NOPOL OF TS-SUSPENS1
F51208                              TO EXCL-NUMCONT.
F51208     MOVE ECR-XCDECO (5:2)    TO EXCL-RANG-COND.
F51208     MOVE ECR-XCDECO (7:2)    TO EXCL-RANG-VEHI.
F51208     EXEC CICS READ FILE   ('FB01EXCL')
F51208                    INTO   (WSS-EXCL-ENR)
F51208                    LENGTH (LENGTH OF WSS-EXCL-ENR)
F51208                    RIDFLD (WSS-EXCL-CLE)
F51208                    UPDATE
F51208                    NOHANDLE
F51208     END-EXEC.
F51208     IF EIBRCODE NOT = LOW-VALUE
F51208        MOVE 'FBX02'          TO COM-GENE-MESANO
F51208                                 COM-CODERR
F51208        MOVE 1                TO KONTROL
F51208        GO TO FCLOTURE-EXCLUSION
F51208     END-IF.
F51208*--- FIN ANTERIEURE AU DEBUT DE L'EXCLUSION REFUSEE
F51208     IF COM-FB-DATE-EFFET-1 < EXCL-DATE-DEBUT
F51208        EXEC CICS UNLOCK FILE ('FB01EXCL')
F51208                         NOHANDLE
F51208        END-EXEC
F51208        MOVE 'FBX02'          TO COM-GENE-MESANO
F51208                                 COM-CODERR
F51208        MOVE 1                TO KONTROL
F51208        GO TO FCLOTURE-EXCLUSION
F51208     END-IF.
F51208     MOVE COM-FB-DATE-EFFET-1 TO EXCL-DATE-FIN.
F51208     MOVE ECR-XRACFLI         TO EXCL-RACF.
F51208     MOVE '20'                TO EXCL-JOUR (1:2).
F51208     MOVE ECR-XJOURDI (7:2)   TO EXCL-JOUR (3:2).
F51208     MOVE ECR-XJOURDI (4:2)   TO EXCL-JOUR (5:2).
F51208     MOVE ECR-XJOURDI (1:2)   TO EXCL-JOUR (7:2).
F51208     EXEC CICS REWRITE FILE ('FB01EXCL')
F51208                       FROM (WSS-EXCL-ENR)
F51208                       LENGTH (LENGTH OF WSS-EXCL-ENR)
F51208                       NOHANDLE
F51208     END-EXEC.
F51208     IF EIBRCODE  NOT = LOW-VALUE
F51208        MOVE 'FBEX :PB ECRITURE KSDS FB01EXCL' TO MESS
F51208        GO TO ABANDON-TACHE
F51208     END-IF.
F51208     MOVE 'FIN D''EXCLUSION DE CONDUITE ENREGISTREE'
F51208                              TO ECR-XMSGILO.
F51208     MOVE SPACES              TO ECR-XCDECO.
F51208*
F51208 FCLOTURE-EXCLUSION. EXIT.
F51208*
F51208******************************************************************
F51208* CONTROLE D'EXCLUSION D'UN COUPLE (FD 51208) : LE CONDUCTEUR    *
F51208* WSS-EXCL-CTL-COND EST EXCLU DU VEHICULE WSS-EXCL-CTL-VEHI S'IL *
F51208* EXISTE A LA DATE WSS-EXCL-DATE-REF UNE EXCLUSION EN VIGUEUR    *
F51208* SUR CE VEHICULE OU SUR TOUS LES VEHICULES ('00')               *
F51208******************************************************************
F51208*
F51208 CONTROLE-EXCLUSION.
F51208*-------------------
F51208*
F51208     MOVE 'N'                 TO WSS-IND-EXCLU.
F51208     IF WSS-EXCL-CTL-COND = '00'
F51208        GO TO FCONTROLE-EXCLUSION
F51208     END-IF.
F51208     MOVE INF-NOPOL OF TS-SUSPENS1
F51208                              TO EXCL-NUMCONT.
F51208     MOVE WSS-EXCL-CTL-COND   TO EXCL-RANG-COND.
F51208     MOVE WSS-EXCL-CTL-VEHI   TO EXCL-RANG-VEHI.
F51208     PERFORM LIRE-EXCLUSION THRU FLIRE-EXCLUSION.
F51208     IF CONDUCTEUR-EXCLU
F51208        GO TO FCONTROLE-EXCLUSION
F51208     END-IF.
F51208     MOVE INF-NOPOL OF TS-SUSPENS1
F51208                              TO EXCL-NUMCONT.
F51208     MOVE WSS-EXCL-CTL-COND   TO EXCL-RANG-COND.
F51208     MOVE '00'                TO EXCL-RANG-VEHI.
F51208     PERFORM LIRE-EXCLUSION THRU FLIRE-EXCLUSION.
F51208*
F51208 FCONTROLE-EXCLUSION. EXIT.
F51208*
F51208 LIRE-EXCLUSION.
F51208*---------------
F51208     EXEC CICS READ FILE   ('FB01EXCL')
F51208                    INTO   (WSS-EXCL-ENR)
F51208                    LENGTH (LENGTH OF WSS-EXCL-ENR)
F51208                    RIDFLD (WSS-EXCL-CLE)
F51208                    NOHANDLE
F51208     END-EXEC.
F51208     IF EIBRCODE = LOW-VALUE
F51208        AND EXCL-DATE-DEBUT NOT > WSS-EXCL-DATE-REF
F51208        AND EXCL-DATE-FIN   NOT < WSS-EXCL-DATE-REF
F51208        SET CONDUCTEUR-EXCLU  TO TRUE
F51208     END-IF.
F51208*
F51208 FLIRE-EXCLUSION. EXIT.
F51208*
F51208******************************************************************
F51208* COUPLE EXCLU DEJA PRESENT DANS LA MATRICE (FD 51208) : PARCOURS*
F51208* DES POSTES FB01AFFM DU CONTRAT A LA RECHERCHE DU CONDUCTEUR    *
F51208* EXCLU (PRINCIPAL OU SECONDAIRE) SUR LE VEHICULE VISE, OU SUR   *
F51208* N'IMPORTE QUEL VEHICULE POUR UNE EXCLUSION '00'                *
F51208******************************************************************
F51208*
F51208 CHERCHER-AFFECTATION-EXCLUE.
F51208*----------------------------
F51208*
F51208     MOVE 'N'                 TO WSS-IND-AFF-CONFLIT.
F51208     MOVE 'N'                 TO WSS-IND-FIN-AFFM.
F51208     MOVE LOW-VALUES          TO WSS-AFFM-CLE-PARC.
F51208     MOVE EXCL-NUMCONT        TO WSS-AFFM-CLE-PARC (1:12).
F51208     EXEC CICS STARTBR FILE   ('FB01AFFM')
F51208                       RIDFLD (WSS-AFFM-CLE-PARC)
F51208                       GTEQ
F51208                       NOHANDLE
F51208     END-EXEC.
F51208     IF EIBRCODE NOT = LOW-VALUE
F51208        GO TO FCHERCHER-AFFECTATION-EXCLUE
F51208     END-IF.
F51208     PERFORM RELEVER-AFFECTATION-EXCLUE THRU
F51208             FRELEVER-AFFECTATION-EXCLUE
F51208        UNTIL FIN-PARC-AFFM.
F51208     EXEC CICS ENDBR FILE ('FB01AFFM')
F51208                     NOHANDLE
F51208     END-EXEC.
F51208*
F51208 FCHERCHER-AFFECTATION-EXCLUE. EXIT.
F51208*
F51208 RELEVER-AFFECTATION-EXCLUE.
F51208*---------------------------
F51208     EXEC CICS READNEXT FILE   ('FB01AFFM')
F51208                        INTO   (WSS-AFFM-ENR)
F51208                        LENGTH (LENGTH OF WSS-AFFM-ENR)
F51208                        RIDFLD (WSS-AFFM-CLE-PARC)
F51208                        NOHANDLE
F51208     END-EXEC.
F51208     IF EIBRCODE NOT = LOW-VALUE
F51208        OR AFFM-NUMCONT NOT = EXCL-NUMCONT
F51208        SET FIN-PARC-AFFM TO TRUE
F51208        GO TO FRELEVER-AFFECTATION-EXCLUE
F51208     END-IF.
F51208     IF (EXCL-TOUS-VEHICULES
F51208         OR AFFM-RANG-VEHI = EXCL-RANG-VEHI)
F51208        AND (AFFM-RANG-PRINC  = EXCL-RANG-COND
F51208         OR  AFFM-RANG-SECOND = EXCL-RANG-COND)
F51208        SET AFFECTATION-EN-CONFLIT TO TRUE
F51208        SET FIN-PARC-AFFM TO TRUE
F51208     END-IF.
F51208*
F51208 FRELEVER-AFFECTATION-EXCLUE. EXIT.
F51208*
F51173******************************************************************
F51173* SOUS-FLOTTE D'UN ELEMENT (FD 51173) : LA COMMANDE 'SF=TRRCCC'  *
F51173* AFFECTE L'ELEMENT EN COURS DE TYPE T (P/V) ET DE RANG RR A LA  *
F51173* SOUS-FLOTTE CCC DU CLIENT - CODE CONNU DU REFERENTIEL FB00SFLR *
F51173* (FB23) ET AFFECTABLE. LE POSTE EST CREE OU REECRIT DANS LE     *
F51173* KSDS FB01SFLA ; UN CODE A BLANC RETIRE L'AFFECTATION. MEME     *
F51173* TECHNIQUE QUE LA COMMANDE 'AF=' CI-DESSUS                      *
F51173******************************************************************
F51173*
F51173 SAISIE-SOUS-FLOTTE.
F51173*-------------------
F51173*
F51173     IF (ECR-XCDECO (4:1) NOT = 'P' AND NOT = 'V')
F51173        OR ECR-XCDECO (5:2) NOT NUMERIC
F51173        OR ECR-XCDECO (5:2) = '00'
F51173        MOVE 'FBF01'          TO COM-GENE-MESANO
F51173                                 COM-CODERR
F51173        MOVE 1                TO KONTROL
F51173        GO TO FSAISIE-SOUS-FLOTTE
F51173     END-IF.
F51173     MOVE ECR-XCDECO (5:2)    TO WSS-SFL-RANG.
F51173*--- L'ELEMENT DOIT ETRE EN COURS DANS LA COMPOSITION
F51173     PERFORM LECT-TS-PRODUIT-AFF THRU FLECT-TS-PRODUIT-AFF.
F51173     MOVE 'N'                 TO WSS-IND-SFL-ELEMENT.
F51173     PERFORM VARYING WSS-SFL-PARC FROM 1 BY 1
F51173        UNTIL WSS-SFL-PARC > IB
F51173        OR WSS-SFL-PARC > 200
F51173        OR ELEMENT-SFL-TROUVE
F51173        IF WSS-TYPTS (WSS-SFL-PARC) = ECR-XCDECO (4:1)
F51173           AND WSS-RANTS (WSS-SFL-PARC) = WSS-SFL-RANG
F51173           AND WSS-DATSOR (WSS-SFL-PARC) = SPACES
F51173           SET ELEMENT-SFL-TROUVE TO TRUE
F51173           MOVE WSS-IDENT (WSS-SFL-PARC)
F51173                              TO WSS-SFL-IDENT
F51173        END-IF
F51173     END-PERFORM.
F51173     IF NOT ELEMENT-SFL-TROUVE
F51173        MOVE 'FBF02'          TO COM-GENE-MESANO
F51173                                 COM-CODERR
F51173        MOVE 1                TO KONTROL
F51173        GO TO FSAISIE-SOUS-FLOTTE
F51173     END-IF.
F51173*--- SOUS-FLOTTE CONNUE DU CLIENT ET AFFECTABLE
F51173     IF ECR-XCDECO (7:3) NOT = SPACES
F51173        MOVE INF-GES OF TS-SUSPENS1
F51173                              TO SFLR-GESCLI (1:6)
F51173        MOVE NOM-CLI OF TS-SUSPENS1
F51173                              TO SFLR-GESCLI (7:5)
F51173        MOVE ECR-XCDECO (7:3) TO SFLR-CODE
F51173        EXEC CICS READ FILE   ('FB00SFLR')
F51173                       INTO   (WSS-SFLR-ENR)
F51173                       LENGTH (LENGTH OF WSS-SFLR-ENR)
F51173                       RIDFLD (SFLR-CLE)
F51173                       NOHANDLE
F51173        END-EXEC
F51173        IF EIBRCODE NOT = LOW-VALUE
F51173           OR NOT SFLR-EN-VIGUEUR
F51173           MOVE 'FBF03'       TO COM-GENE-MESANO
F51173                                 COM-CODERR
F51173           MOVE 1             TO KONTROL
F51173           GO TO FSAISIE-SOUS-FLOTTE
F51173        END-IF
F51173     END-IF.
F51173     MOVE 'N'                 TO WSS-IND-SFLA-CONNU.
F51173     MOVE INF-NOPOL OF TS-SUSPENS1
F51173                              TO SFLA-NUMCONT.
F51173     MOVE ECR-XCDECO (4:1)    TO SFLA-TYPE.
F51173     MOVE WSS-SFL-RANG        TO SFLA-RANG.
F51173     EXEC CICS READ FILE   ('FB01SFLA')
F51173                    INTO   (WSS-SFLA-ENR)
F51173                    LENGTH (LENGTH OF WSS-SFLA-ENR)
F51173                    RIDFLD (SFLA-CLE)
F51173                    UPDATE
F51173                    NOHANDLE
F51173     END-EXEC.
F51173     IF EIBRCODE = LOW-VALUE
F51173        SET SOUS-FLOTTE-AFFECTEE TO TRUE
F51173     END-IF.
F51173*--- CODE A BLANC : RETRAIT DE L'AFFECTATION
F51173     IF ECR-XCDECO (7:3) = SPACES
F51173        IF SOUS-FLOTTE-AFFECTEE
F51173           EXEC CICS DELETE FILE ('FB01SFLA')
F51173                            NOHANDLE
F51173           END-EXEC
F51173           IF EIBRCODE  NOT = LOW-VALUE
F51173              MOVE 'FBSF :PB SUPPRESSION KSDS FB01SFLA' TO MESS
F51173              GO TO ABANDON-TACHE
F51173           END-IF
F51173        END-IF
F51173        MOVE 'AFFECTATION A LA SOUS-FLOTTE RETIREE'
F51173                              TO ECR-XMSGILO
F51173        MOVE SPACES           TO ECR-XCDECO
F51173        GO TO FSAISIE-SOUS-FLOTTE
F51173     END-IF.
F51173     MOVE INF-NOPOL OF TS-SUSPENS1
F51173                              TO SFLA-NUMCONT.
F51173     MOVE ECR-XCDECO (4:1)    TO SFLA-TYPE.
F51173     MOVE WSS-SFL-RANG        TO SFLA-RANG.
F51173     MOVE ECR-XCDECO (7:3)    TO SFLA-CODE.
F51173     MOVE SFLR-GESCLI         TO SFLA-GESCLI.
F51173     MOVE WSS-SFL-IDENT       TO SFLA-IDENT.
F51173     MOVE ECR-XRACFLI         TO SFLA-RACF.
F51173     MOVE '20'                TO SFLA-JOUR (1:2).
F51173     MOVE ECR-XJOURDI (7:2)   TO SFLA-JOUR (3:2).
F51173     MOVE ECR-XJOURDI (4:2)   TO SFLA-JOUR (5:2).
F51173     MOVE ECR-XJOURDI (1:2)   TO SFLA-JOUR (7:2).
F51173     IF SOUS-FLOTTE-AFFECTEE
F51173        EXEC CICS REWRITE FILE ('FB01SFLA')
F51173                          FROM (WSS-SFLA-ENR)
F51173                          LENGTH (LENGTH OF WSS-SFLA-ENR)
F51173                          NOHANDLE
F51173        END-EXEC
F51173     ELSE
F51173        EXEC CICS WRITE FILE   ('FB01SFLA')
F51173                        FROM   (WSS-SFLA-ENR)
F51173                        LENGTH (LENGTH OF WSS-SFLA-ENR)
F51173                        RIDFLD (SFLA-CLE)
F51173                        NOHANDLE
F51173        END-EXEC
F51173     END-IF.
F51173     IF EIBRCODE  NOT = LOW-VALUE
F51173        MOVE 'FBSF :PB ECRITURE KSDS FB01SFLA' TO MESS
F51173        GO TO ABANDON-TACHE
F51173     END-IF.
F51173     MOVE 'AFFECTATION A LA SOUS-FLOTTE ENREGISTREE'
F51173                              TO ECR-XMSGILO.
F51173     MOVE SPACES              TO ECR-XCDECO.
F51173*
F51173 FSAISIE-SOUS-FLOTTE. EXIT.
F51173*
F51173******************************************************************
F51173* ATTESTATION D'UNE SOUS-FLOTTE (FD 51173) : 'ATSF=CCC' EDITE    *
F51173* L'ATTESTATION DE COMPOSITION RESTREINTE AUX ELEMENTS AFFECTES  *
F51173* A LA SOUS-FLOTTE CCC, LIBELLE ET ADRESSE DU SITE EN ENTETE. UNE*
F51173* SOUS-FLOTTE DESACTIVEE RESTE EDITABLE POUR SES ELEMENTS        *
F51173******************************************************************
F51173*
F51173 ATTESTATION-SOUS-FLOTTE.
F51173*------------------------
F51173*
F51173     MOVE ECR-XCDECO (6:3)    TO WSS-SFL-FILTRE.
F51173     MOVE INF-GES OF TS-SUSPENS1
F51173                              TO SFLR-GESCLI (1:6).
F51173     MOVE NOM-CLI OF TS-SUSPENS1
F51173                              TO SFLR-GESCLI (7:5).
F51173     MOVE WSS-SFL-FILTRE      TO SFLR-CODE.
F51173     IF WSS-SFL-FILTRE = SPACES
F51173        MOVE 'FBF01'          TO COM-GENE-MESANO
F51173                                 COM-CODERR
F51173        MOVE 1                TO KONTROL
F51173        GO TO FATTESTATION-SOUS-FLOTTE
F51173     END-IF.
F51173     EXEC CICS READ FILE   ('FB00SFLR')
F51173                    INTO   (WSS-SFLR-ENR)
F51173                    LENGTH (LENGTH OF WSS-SFLR-ENR)
F51173                    RIDFLD (SFLR-CLE)
F51173                    NOHANDLE
F51173     END-EXEC.
F51173     IF EIBRCODE NOT = LOW-VALUE
F51173        MOVE 'FBF03'          TO COM-GENE-MESANO
F51173                                 COM-CODERR
F51173        MOVE 1                TO KONTROL
F51173        GO TO FATTESTATION-SOUS-FLOTTE
F51173     END-IF.
F51173     PERFORM EDITION-ATTESTATION THRU
F51173             FEDITION-ATTESTATION.
F51173     MOVE 'ATTESTATION DE LA SOUS-FLOTTE TRANSMISE A L''EDITION'
F51173                              TO ECR-XMSGILO.
F51173*
F51173 FATTESTATION-SOUS-FLOTTE. EXIT.
F51173*
F51173******************************************************************
F51173* SOUS-FLOTTE D'UN ELEMENT DU CONTRAT (TYPE DANS SFLA-TYPE, RANG *
F51173* DANS WSS-SFL-RANG) ET RETENUE DE L'ELEMENT SUR UNE ATTESTATION *
F51173* FILTREE PAR 'ATSF='                                            *
F51173******************************************************************
F51173*
F51173 LIRE-SFL-ELEMENT.
F51173*-----------------
F51173*
F51173     MOVE INF-NOPOL OF TS-SUSPENS1
F51173                              TO SFLA-NUMCONT.
F51173     MOVE WSS-SFL-RANG        TO SFLA-RANG.
F51173     MOVE SPACES              TO WSS-SFL-CODE-ELT.
F51173     EXEC CICS READ FILE   ('FB01SFLA')
F51173                    INTO   (WSS-SFLA-ENR)
F51173                    LENGTH (LENGTH OF WSS-SFLA-ENR)
F51173                    RIDFLD (SFLA-CLE)
F51173                    NOHANDLE
F51173     END-EXEC.
F51173     IF EIBRCODE = LOW-VALUE
F51173        MOVE SFLA-CODE        TO WSS-SFL-CODE-ELT
F51173     END-IF.
F51173     SET ELEMENT-SFL-RETENU   TO TRUE.
F51173     IF WSS-SFL-FILTRE NOT = SPACES
F51173        AND WSS-SFL-CODE-ELT NOT = WSS-SFL-FILTRE
F51173        MOVE 'N'              TO WSS-IND-SFL-RETENU
F51173     END-IF.
F51173*
F51173 FLIRE-SFL-ELEMENT. EXIT.
F51173*
F51165******************************************************************
F51165* VENTE (ALIENATION) D'UN VEHICULE (FD 51165) : LA COMMANDE      *
F51165* 'VENTE=RR' ENREGISTRE LA VENTE DU VEHICULE DE RANG RR A LA     *
F51165* DATE D'EFFET SAISIE. LE VEHICULE N'EST PAS SORTI : SA GARANTIE *
F51165* EST SUSPENDUE LE LENDEMAIN DE LA VENTE ET LE CONTRAT EST       *
F51165* RESILIE DE PLEIN DROIT SIX MOIS APRES SAUF REMPLACEMENT        *
F51165* (DATES CALCULEES PAR LE MODULE FB00SV01, SURVEILLANCE ET       *
F51165* ORDRE DE RESILIATION PAR LE BATCH FB01B11). UNE VENTE DEJA     *
F51165* CLOSE (REMPLACEE OU RESILIEE) N'EST PLUS MODIFIABLE            *
F51165******************************************************************
F51165*
F51165 SAISIE-VENTE.
F51165*-------------
F51165*
F51165     IF ECR-XCDECO (7:2) NOT NUMERIC
F51165        OR ECR-XCDECO (7:2) = '00'
F51165        OR COM-FB-DATE-EFFET-1 NOT NUMERIC
F51165        MOVE 'FBV01'          TO COM-GENE-MESANO
F51165                                 COM-CODERR
F51165        MOVE 1                TO KONTROL
F51165        GO TO FSAISIE-VENTE
F51165     END-IF.
F51210     MOVE ECR-XCDECO (7:2)    TO WSS-VENT-RANG.
F51210*--- LE VEHICULE DOIT ETRE EN COURS DANS LA COMPOSITION
F51210     PERFORM LECT-TS-PRODUIT-AFF THRU FLECT-TS-PRODUIT-AFF.
F51210     MOVE 'N'                 TO WSS-IND-VENT-VEHI.
F51210     PERFORM CHERCHER-VEHICULE-VENTE
F51210        THRU FCHERCHER-VEHICULE-VENTE
F51210        VARYING WSS-VENT-PARC FROM 1 BY 1
F51210        UNTIL WSS-VENT-PARC > IB
F51210        OR WSS-VENT-PARC > 200
F51210        OR VEHICULE-VENTE-ACTIF.
F51210     IF NOT VEHICULE-VENTE-ACTIF
F51210        MOVE 'FBV04'          TO COM-GENE-MESANO
F51210                                 COM-CODERR
F51210        MOVE 1                TO KONTROL
F51210        GO TO FSAISIE-VENTE
F51210     END-IF.
F51165     MOVE COM-FB-DATE-EFFET-1 TO WSS-VENT-DATE-SAISIE.
F51165     MOVE '20'                TO WSS-VENT-JOUR (1:2).
F51165     MOVE ECR-XJOURDI (7:2)   TO WSS-VENT-JOUR (3:2).
F51165     MOVE ECR-XJOURDI (4:2)   TO WSS-VENT-JOUR (5:2).
F51165     MOVE ECR-XJOURDI (1:2)   TO WSS-VENT-JOUR (7:2).
F51165*--- DATE DE VENTE FUTURE REFUSEE
F51165     IF WSS-VENT-DATE-SAISIE > WSS-VENT-JOUR
F51165        MOVE 'FBV02'          TO COM-GENE-MESANO
F51165                                 COM-CODERR
F51165        MOVE 1                TO KONTROL
F51165        GO TO FSAISIE-VENTE
F51165     END-IF.
F51165     MOVE 'N'                 TO WSS-IND-VENT-CONNU.
F51165     MOVE INF-NOPOL OF TS-SUSPENS1
F51165                              TO VENT-NUMCONT.
F51165     MOVE ECR-XCDECO (7:2)    TO VENT-RANG-VEHI.
F51165     EXEC CICS READ FILE   ('FB01VENT')
F51165                    INTO   (WSS-VENT-ENR)
F51165                    LENGTH (LENGTH OF WSS-VENT-ENR)
F51165                    RIDFLD (WSS-VENT-CLE)
F51165                    UPDATE
F51165                    NOHANDLE
F51165     END-EXEC.
F51165     IF EIBRCODE = LOW-VALUE
F51165        SET VENTE-CONNUE      TO TRUE
F51165        IF NOT VENTE-SUSPENDUE
F51165           EXEC CICS UNLOCK FILE ('FB01VENT')
F51165                            NOHANDLE
F51165           END-EXEC
F51165           MOVE 'FBV03'       TO COM-GENE-MESANO
F51165                                 COM-CODERR
F51165           MOVE 1             TO KONTROL
F51165           GO TO FSAISIE-VENTE
F51165        END-IF
F51165     END-IF.
F51165*--- SUSPENSION AU LENDEMAIN DE LA VENTE (DATE INVALIDE REFUSEE)
F51165     SET CALA-FONC-AJOUT-CAL  TO TRUE.
F51165     MOVE WSS-VENT-DATE-SAISIE
F51165                              TO CALA-DATE-1.
F51165     MOVE 1                   TO CALA-NOMBRE.
F51165     CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
F51165     IF NOT CALA-RETOUR-OK
F51165        IF VENTE-CONNUE
F51165           EXEC CICS UNLOCK FILE ('FB01VENT')
F51165                            NOHANDLE
F51165           END-EXEC
F51165        END-IF
F51165        MOVE 'FBV01'          TO COM-GENE-MESANO
F51165                                 COM-CODERR
F51165        MOVE 1                TO KONTROL
F51165        GO TO FSAISIE-VENTE
F51165     END-IF.
F51165     MOVE CALA-DATE-RESULTAT  TO VENT-DATE-SUSPENS.
F51165*--- TERME DE PLEIN DROIT SIX MOIS APRES LA VENTE
F51165     SET CALA-FONC-AJOUT-MOIS TO TRUE.
F51165     MOVE WSS-VENT-DATE-SAISIE
F51165                              TO CALA-DATE-1.
F51165     MOVE 6                   TO CALA-NOMBRE.
F51165     CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
F51210     IF NOT CALA-RETOUR-OK
F51210        IF VENTE-CONNUE
F51210           EXEC CICS UNLOCK FILE ('FB01VENT')
F51210                            NOHANDLE
F51210           END-EXEC
F51210        END-IF
F51210        MOVE 'FBV01'          TO COM-GENE-MESANO
F51210                                 COM-CODERR
F51210        MOVE 1                TO KONTROL
F51210        GO TO FSAISIE-VENTE
F51210     END-IF.
F51165     MOVE CALA-DATE-RESULTAT  TO VENT-DATE-TERME.
F51165     MOVE INF-NOPOL OF TS-SUSPENS1
F51165                              TO VENT-NUMCONT.
F51165     MOVE ECR-XCDECO (7:2)    TO VENT-RANG-VEHI.
F51165     MOVE WSS-VENT-DATE-SAISIE
F51165                              TO VENT-DATE-VENTE.
F51165     SET VENTE-SUSPENDUE      TO TRUE.
F51165     MOVE SPACES              TO VENT-DATE-CLOTURE.
F51165     MOVE ECR-XRACFLI         TO VENT-RACF.
F51165     MOVE WSS-VENT-JOUR       TO VENT-JOUR.
F51165     IF VENTE-CONNUE
F51165        EXEC CICS REWRITE FILE ('FB01VENT')
F51165                          FROM (WSS-VENT-ENR)
F51165                          LENGTH (LENGTH OF WSS-VENT-ENR)
F51165                          NOHANDLE
F51165        END-EXEC
F51165     ELSE
F51165        EXEC CICS WRITE FILE   ('FB01VENT')
F51165                        FROM   (WSS-VENT-ENR)
F51165                        LENGTH (LENGTH OF WSS-VENT-ENR)
F51165                        RIDFLD (WSS-VENT-CLE)
F51165                        NOHANDLE
F51165        END-EXEC
F51165     END-IF.
F51165     IF EIBRCODE  NOT = LOW-VALUE
F51165        MOVE 'FBVT :PB ECRITURE KSDS FB01VENT' TO MESS
F51165        GO TO ABANDON-TACHE
F51165     END-IF.
F51165     MOVE 'VENTE ENREGISTREE - VEHICULE SUSPENDU'
F51165                              TO ECR-XMSGILO.
F51165     MOVE SPACES              TO ECR-XCDECO.
F51165*
F51165 FSAISIE-VENTE. EXIT.
F51165*
F51210 CHERCHER-VEHICULE-VENTE.
F51210*------------------------
F51210*
F51210     IF WSS-TYPTS (WSS-VENT-PARC) = 'V'
F51210        AND WSS-RANTS (WSS-VENT-PARC) = WSS-VENT-RANG
F51210        AND WSS-DATSOR (WSS-VENT-PARC) = SPACES
F51210        SET VEHICULE-VENTE-ACTIF TO TRUE
F51210     END-IF.
F51210*
F51210 FCHERCHER-VEHICULE-VENTE. EXIT.
F51210*
F51148******************************************************************
F51148* USAGE TRANSPORT PAYANT (FD 51148) : LECTURE DE L'ATTENTE       *
F51148* D'ACCORD DU CONTRAT (KSDS FB04USGT) ; EN ATTENTE ('A'), LE     *
F51149*
F51149 FCONTROLE-ATTELAGE. EXIT.
F51149*
F51169******************************************************************
F51169* GEL DES AVOIRS (FD 51169) : PARCOURS DES CORRESPONDANCES DU    *
F51169* CONTRAT DANS L'INDEX FB00GELB ET RELECTURE DE L'ETAT COURANT   *
F51169* DANS FB00GELK - SEUL UN ETAT CONFIRME ('C') BLOQUE, UNE        *
F51169* LEVEE SAISIE SUR FB22 EST PRISE EN COMPTE IMMEDIATEMENT        *
F51169******************************************************************
F51169*
F51169 CONTROLE-GEL-AVOIRS.
F51169*--------------------
F51169*
F51169     MOVE 'N'                 TO WSS-IND-GEL-BLOQUE.
F51169     MOVE 'N'                 TO WSS-IND-FIN-GELB.
F51169     MOVE LOW-VALUES          TO WSS-GELB-CLE-PARC.
F51169     MOVE INF-NOPOL OF TS-SUSPENS1
F51169                              TO WSS-GELB-CLE-PARC (1:12).
F51169     EXEC CICS STARTBR FILE   ('FB00GELB')
F51169                       RIDFLD (WSS-GELB-CLE-PARC)
F51169                       GTEQ
F51169                       NOHANDLE
F51169     END-EXEC.
F51169     IF EIBRCODE NOT = LOW-VALUE
F51169        GO TO FCONTROLE-GEL-AVOIRS
F51169     END-IF.
F51169     PERFORM CONTROLE-UN-GEL THRU
F51169             FCONTROLE-UN-GEL
F51169        UNTIL FIN-PARC-GELB.
F51169     EXEC CICS ENDBR FILE ('FB00GELB')
F51169                     NOHANDLE
F51169     END-EXEC.
F51169*
F51169 FCONTROLE-GEL-AVOIRS. EXIT.
F51169*
F51169 CONTROLE-UN-GEL.
F51169*----------------
F51169     EXEC CICS READNEXT FILE   ('FB00GELB')
F51169                        INTO   (WSS-GELB-ENR)
F51169                        LENGTH (LENGTH OF WSS-GELB-ENR)
F51169                        RIDFLD (WSS-GELB-CLE-PARC)
F51169                        NOHANDLE
F51169     END-EXEC.
F51169     IF EIBRCODE NOT = LOW-VALUE
F51169        SET FIN-PARC-GELB TO TRUE
F51169        GO TO FCONTROLE-UN-GEL
F51169     END-IF.
F51169     IF GELB-NUMCONT NOT = INF-NOPOL OF TS-SUSPENS1
F51169        SET FIN-PARC-GELB TO TRUE
F51169        GO TO FCONTROLE-UN-GEL
F51169     END-IF.
F51169     EXEC CICS READ FILE   ('FB00GELK')
F51169                    INTO   (WSS-GELF-ENR)
F51169                    LENGTH (LENGTH OF WSS-GELF-ENR)
F51169                    RIDFLD (GELB-CLE-GEL)
F51169                    NOHANDLE
F51169     END-EXEC.
F51169     IF EIBRCODE = LOW-VALUE
F51169        AND GELF-CONFIRME
F51169        SET GEL-AVOIRS-CONFIRME TO TRUE
F51169        SET FIN-PARC-GELB TO TRUE
F51169     END-IF.
F51169*
F51169 FCONTROLE-UN-GEL. EXIT.
F51169*
F51174******************************************************************
F51174* FLOTTE A ALIMENTS (FD 51174) : CONTRAT PRESENT DANS FB00ALIK   *
F51174* ET MODE EN VIGUEUR A LA DATE DU JOUR - RELECTURE DE LA TS      *
F51174* AUDIT FB01 : TOUTE ACTION SUR UN VEHICULE BLOQUE LA SIGNATURE  *
F51174******************************************************************
F51174*
F51174 CONTROLE-FLOTTE-ALIMENTS.
F51174*-------------------------
F51174*
F51174     MOVE 'N'                 TO WSS-IND-ALI-BLOQUE.
F51174     MOVE INF-NOPOL OF TS-SUSPENS1
F51174                              TO WSS-ALI-NUMCONT.
F51174     EXEC CICS READ FILE   ('FB00ALIK')
F51174                    INTO   (WSS-ALIC-ENR)
F51174                    LENGTH (LENGTH OF WSS-ALIC-ENR)
F51174                    RIDFLD (WSS-ALI-NUMCONT)
F51174                    NOHANDLE
F51174     END-EXEC.
F51174     IF EIBRCODE NOT = LOW-VALUE
F51174        GO TO FCONTROLE-FLOTTE-ALIMENTS
F51174     END-IF.
F51174     MOVE '20'                TO WSS-ALI-JOUR (1:2).
F51174     MOVE ECR-XJOURDI (7:2)   TO WSS-ALI-JOUR (3:2).
F51174     MOVE ECR-XJOURDI (4:2)   TO WSS-ALI-JOUR (5:2).
F51174     MOVE ECR-XJOURDI (1:2)   TO WSS-ALI-JOUR (7:2).
F51174     IF ALIC-DATE-DEBUT > WSS-ALI-JOUR
F51174        GO TO FCONTROLE-FLOTTE-ALIMENTS
F51174     END-IF.
F51174     IF ALIC-DATE-FIN NOT = SPACES
F51174        AND ALIC-DATE-FIN < WSS-ALI-JOUR
F51174        GO TO FCONTROLE-FLOTTE-ALIMENTS
F51174     END-IF.
F51174     MOVE EIBTRMID            TO AUD-TS-EIBTRMID.
F51174     MOVE '1'                 TO AUD-TS-NUM.
F51174     MOVE 1                   TO WSS-ALI-ITEM-AUD.
F51174     PERFORM LECT-TS-AUDIT-VEHICULE THRU
F51174             FLECT-TS-AUDIT-VEHICULE.
F51174*
F51174 FCONTROLE-FLOTTE-ALIMENTS. EXIT.
F51174*
F51174 LECT-TS-AUDIT-VEHICULE.
F51174*-----------------------
F51174*
F51174     EXEC CICS READQ TS QUEUE  (IDENT-TS-AUDIT-FB01)
F51174                         INTO   (WSS-AUDIT-FB01-ENR)
F51174                         LENGTH (LENGTH OF WSS-AUDIT-FB01-ENR)
F51174                         ITEM   (WSS-ALI-ITEM-AUD)
F51174                         NOHANDLE
F51174     END-EXEC.
F51174     IF EIBRCODE = LOW-VALUE
F51174        IF AUDIT-TYPE-TS = 'V'
F51174           SET FLOTTE-ALIMENTS-BLOQUEE TO TRUE
F51174           GO TO FLECT-TS-AUDIT-VEHICULE
F51174        END-IF
F51174        ADD 1 TO WSS-ALI-ITEM-AUD
F51174        GO TO LECT-TS-AUDIT-VEHICULE
F51174     END-IF.
F51174*
F51174 FLECT-TS-AUDIT-VEHICULE. EXIT.
F51174*
F51149******************************************************************
F51149* ATTELAGES SUR L'ATTESTATION (FD 51149) : PARCOURS DES LIENS    *
F51149* DU CONTRAT DANS LE KSDS FB04ATTL                               *
F51149        SET FIN-PARC-ATTL TO TRUE
F51149        GO TO FEDITER-UN-ATTELAGE
F51149     END-IF.
F51173*--- ATTESTATION D'UNE SOUS-FLOTTE : ATTELAGES DONT LE TRACTEUR
F51173*--- EST DE LA SOUS-FLOTTE
F51173     IF WSS-SFL-FILTRE NOT = SPACES
F51173        MOVE 'V'              TO SFLA-TYPE
F51173        MOVE WSS-ATTL-RANG-TRC (3:2) TO WSS-SFL-RANG
F51173        PERFORM LIRE-SFL-ELEMENT THRU FLIRE-SFL-ELEMENT
F51173        IF NOT ELEMENT-SFL-RETENU
F51173           GO TO FEDITER-UN-ATTELAGE
F51173        END-IF
F51173     END-IF.
F51149     MOVE SPACES              TO WSS-LIGNE-ATTEST.
F51149     MOVE 'DT'                TO ATTEST-TYPE-LIGNE.
F51149     STRING 'ATTELAGE : REMORQUE ' WSS-ATTL-IMMAT
F51131        SET FIN-PARC-AFFM TO TRUE
F51131        GO TO FEDITER-UNE-AFFECTATION
F51131     END-IF.
F51173*--- ATTESTATION D'UNE SOUS-FLOTTE : VEHICULES DE LA SOUS-FLOTTE
F51173     IF WSS-SFL-FILTRE NOT = SPACES
F51173        MOVE 'V'              TO SFLA-TYPE
F51173        MOVE AFFM-RANG-VEHI   TO WSS-SFL-RANG
F51173        PERFORM LIRE-SFL-ELEMENT THRU FLIRE-SFL-ELEMENT
F51173        IF NOT ELEMENT-SFL-RETENU
F51173           GO TO FEDITER-UNE-AFFECTATION
F51173        END-IF
F51173     END-IF.
F51131     MOVE SPACES              TO WSS-LIGNE-ATTEST.
F51131     MOVE 'DT'                TO ATTEST-TYPE-LIGNE.
F51131     IF AFFM-RANG-SECOND = '00'
F51131*
F51131 FEDITER-UNE-AFFECTATION. EXIT.
F51131*
F51208******************************************************************
F51208* EXCLUSIONS SUR L'ATTESTATION (FD 51208) : PARCOURS DES POSTES  *
F51208* DU CONTRAT DANS LE KSDS FB01EXCL, EDITION DES EXCLUSIONS EN    *
F51208* VIGUEUR CE JOUR - MEME TECHNIQUE QUE LES AFFECTATIONS CI-DESSUS*
F51208******************************************************************
F51208*
F51208 EDITER-EXCLUSIONS.
F51208*------------------
F51208*
F51208     MOVE '20'                TO WSS-EXCL-DATE-REF (1:2).
F51208     MOVE ECR-XJOURDI (7:2)   TO WSS-EXCL-DATE-REF (3:2).
F51208     MOVE ECR-XJOURDI (4:2)   TO WSS-EXCL-DATE-REF (5:2).
F51208     MOVE ECR-XJOURDI (1:2)   TO WSS-EXCL-DATE-REF (7:2).
F51208     MOVE 'N'                 TO WSS-IND-FIN-EXCL.
F51208     MOVE LOW-VALUES          TO WSS-EXCL-CLE-PARC.
F51208     MOVE INF-NOPOL OF TS-SUSPENS1
F51208                              TO WSS-EXCL-CLE-PARC (1:12).
F51208     EXEC CICS STARTBR FILE   ('FB01EXCL')
F51208                       RIDFLD (WSS-EXCL-CLE-PARC)
F51208                       GTEQ
F51208                       NOHANDLE
F51208     END-EXEC.
F51208     IF EIBRCODE NOT = LOW-VALUE
F51208        GO TO FEDITER-EXCLUSIONS
F51208     END-IF.
F51208     PERFORM EDITER-UNE-EXCLUSION THRU
F51208             FEDITER-UNE-EXCLUSION
F51208        UNTIL FIN-PARC-EXCL.
F51208     EXEC CICS ENDBR FILE ('FB01EXCL')
F51208                     NOHANDLE
F51208     END-EXEC.
F51208*
F51208 FEDITER-EXCLUSIONS. EXIT.
F51208*
F51208 EDITER-UNE-EXCLUSION.
F51208*---------------------
F51208     EXEC CICS READNEXT FILE   ('FB01EXCL')
F51208                        INTO   (WSS-EXCL-ENR)
F51208                        LENGTH (LENGTH OF WSS-EXCL-ENR)
F51208                        RIDFLD (WSS-EXCL-CLE-PARC)
F51208                        NOHANDLE
F51208     END-EXEC.
F51208     IF EIBRCODE NOT = LOW-VALUE
F51208        SET FIN-PARC-EXCL TO TRUE
F51208        GO TO FEDITER-UNE-EXCLUSION
F51208     END-IF.
F51208     IF EXCL-NUMCONT NOT = INF-NOPOL OF TS-SUSPENS1
F51208        SET FIN-PARC-EXCL TO TRUE
F51208        GO TO FEDITER-UNE-EXCLUSION
F51208     END-IF.
F51208     IF EXCL-DATE-DEBUT > WSS-EXCL-DATE-REF
F51208        OR EXCL-DATE-FIN < WSS-EXCL-DATE-REF
F51208        GO TO FEDITER-UNE-EXCLUSION
F51208     END-IF.
F51208*--- ATTESTATION D'UNE SOUS-FLOTTE : EXCLUSIONS DE TOUS LES
F51208*--- VEHICULES ET DES VEHICULES DE LA SOUS-FLOTTE
F51208     IF WSS-SFL-FILTRE NOT = SPACES
F51208        AND NOT EXCL-TOUS-VEHICULES
F51208        MOVE 'V'              TO SFLA-TYPE
F51208        MOVE EXCL-RANG-VEHI   TO WSS-SFL-RANG
F51208        PERFORM LIRE-SFL-ELEMENT THRU FLIRE-SFL-ELEMENT
F51208        IF NOT ELEMENT-SFL-RETENU
F51208           GO TO FEDITER-UNE-EXCLUSION
F51208        END-IF
F51208     END-IF.
F51208     EVALUATE TRUE
F51208        WHEN EXCL-CONDAMNATION
F51208           MOVE 'CONDAMNATION' TO WSS-EXCL-LIB-MOTIF
F51208        WHEN EXCL-SINISTRALITE
F51208           MOVE 'SINISTRALITE' TO WSS-EXCL-LIB-MOTIF
F51208        WHEN EXCL-PERMIS
F51208           MOVE 'PERMIS'       TO WSS-EXCL-LIB-MOTIF
F51208        WHEN OTHER
F51208           MOVE 'AUTRE MOTIF'  TO WSS-EXCL-LIB-MOTIF
F51208     END-EVALUATE.
F51208     MOVE SPACES              TO WSS-EXCL-LIB-DATE.
F51208     IF EXCL-SANS-FIN
F51208        STRING 'DEPUIS LE ' EXCL-DATE-DEBUT
F51208               DELIMITED BY SIZE INTO WSS-EXCL-LIB-DATE
F51208     ELSE
F51208        STRING 'JUSQU''AU ' EXCL-DATE-FIN
F51208               DELIMITED BY SIZE INTO WSS-EXCL-LIB-DATE
F51208     END-IF.
F51208     MOVE SPACES              TO WSS-LIGNE-ATTEST.
F51208     MOVE 'DT'                TO ATTEST-TYPE-LIGNE.
F51208     IF EXCL-TOUS-VEHICULES
F51208        STRING 'CONDUCTEUR RANG ' EXCL-RANG-COND
F51208               ' EXCLU DE TOUT VEHICULE ' WSS-EXCL-LIB-DATE
F51208               ' - ' WSS-EXCL-LIB-MOTIF
F51208               DELIMITED BY SIZE INTO ATTEST-TEXTE
F51208     ELSE
F51208        STRING 'CONDUCTEUR RANG ' EXCL-RANG-COND
F51208               ' EXCLU DU VEHICULE RANG ' EXCL-RANG-VEHI
F51208               ' ' WSS-EXCL-LIB-DATE
F51208               ' - ' WSS-EXCL-LIB-MOTIF
F51208               DELIMITED BY SIZE INTO ATTEST-TEXTE
F51208     END-IF.
F51208     PERFORM ECR-TD-ATTEST THRU FECR-TD-ATTEST.
F51208*
F51208 FEDITER-UNE-EXCLUSION. EXIT.
F51208*
F51085******************************************************************
F51085* RESTITUTION DES REJETS D'APPROBATION (FD 51085) : A L'ENTREE   *
F51085* SUR LE CONTRAT, LE PREMIER REJET NON ENCORE RESTITUE EST       *
F51087* DETECTION DU MODE ECOLE (FD 51087) : PLAGE DE CONTRATS BAC A   *
F51087* SABLE RESERVEE ('ZZZ' EN TETE DE NUMERO) - LE FILIGRANE EST    *
F51087* POSE SUR LE LIBELLE D'APPLICATION DE L'ECRAN                   *
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
F51172*
F51172******************************************************************
F51172* LECTURE DE L'EN-TETE DU DEVIS (FD 51172) DANS LE KSDS FB01DEVK *
F51172* ET DATE DU JOUR AU FORMAT SSAAMMJJ POUR LE CONTROLE DE VALIDITE*
F51172******************************************************************
F51172*
F51172 LECT-DEVIS.
F51172*-----------
F51172*
F51172     MOVE 'N'                 TO WSS-IND-DEVK-CONNU.
F51172     MOVE '20'                TO WSS-DEVIS-JOUR (1:2).
F51172     MOVE ECR-XJOURDI (7:2)   TO WSS-DEVIS-JOUR (3:2).
F51172     MOVE ECR-XJOURDI (4:2)   TO WSS-DEVIS-JOUR (5:2).
F51172     MOVE ECR-XJOURDI (1:2)   TO WSS-DEVIS-JOUR (7:2).
F51172     MOVE INF-NOPOL OF TS-SUSPENS1
F51172                              TO DEVK-NUMDEV.
F51172     EXEC CICS READ FILE   ('FB01DEVK')
F51172                    INTO   (WSS-DEVK-ENR)
F51172                    LENGTH (LENGTH OF WSS-DEVK-ENR)
F51172                    RIDFLD (DEVK-NUMDEV)
F51172                    NOHANDLE
F51172     END-EXEC.
F51172     IF EIBRCODE = LOW-VALUE
F51172        SET DEVIS-CONNU       TO TRUE
F51172     END-IF.
F51172*
F51172 FLECT-DEVIS. EXIT.
F51172*
F51172******************************************************************
F51172* ENREGISTREMENT DU DEVIS A LA SORTIE SIGNATURE (FD 51172) :     *
F51172* EN-TETE FB01DEVK CREE (EMISSION, VALIDITE) OU MIS A JOUR, PRIME*
F51172* INDICATIVE FB90T15 CONFIRMEE ; LES LIGNES FB01DEVC SONT        *
F51172* REECRITES DEPUIS LES CONDUCTEURS ET VEHICULES ACTIFS DU TABLEAU*
F51172* D'AFFICHAGE (DATES AU FORMAT SSAAMMJJ DE L'IMPORT FB01IMPF)    *
F51172******************************************************************
F51172*
F51172 ENREG-DEVIS.
F51172*------------
F51172*
F51172     MOVE 'N'                 TO WSS-IND-DEVK-CONNU.
F51172     MOVE '20'                TO WSS-DEVIS-JOUR (1:2).
F51172     MOVE ECR-XJOURDI (7:2)   TO WSS-DEVIS-JOUR (3:2).
F51172     MOVE ECR-XJOURDI (4:2)   TO WSS-DEVIS-JOUR (5:2).
F51172     MOVE ECR-XJOURDI (1:2)   TO WSS-DEVIS-JOUR (7:2).
F51172     MOVE INF-NOPOL OF TS-SUSPENS1
F51172                              TO DEVK-NUMDEV.
F51172     EXEC CICS READ FILE   ('FB01DEVK')
F51172                    INTO   (WSS-DEVK-ENR)
F51172                    LENGTH (LENGTH OF WSS-DEVK-ENR)
F51172                    RIDFLD (DEVK-NUMDEV)
F51172                    UPDATE
F51172                    NOHANDLE
F51172     END-EXEC.
F51172     IF EIBRCODE = LOW-VALUE
F51172        SET DEVIS-CONNU       TO TRUE
F51172     ELSE
F51172        MOVE SPACES           TO WSS-DEVK-ENR
F51172        MOVE INF-NOPOL OF TS-SUSPENS1
F51172                              TO DEVK-NUMDEV
F51172        MOVE WSS-DEVIS-JOUR   TO DEVK-DATE-EMISSION
F51172        MOVE ECR-XRACFLI      TO DEVK-RACF-EMISSION
F51172        SET CALA-FONC-AJOUT-CAL TO TRUE
F51172        MOVE WSS-DEVIS-JOUR   TO CALA-DATE-1
F51172        MOVE WSS-VALIDITE-DEVIS TO CALA-NOMBRE
F51172        CALL 'FB00SV01' USING WSS-CALA-COMMAREA
F51210        IF NOT CALA-RETOUR-OK
F51210           MOVE 'FBDV :PB CALCUL VALIDITE DEVIS FB00SV01'
F51210                                 TO MESS
F51210           GO TO ABANDON-TACHE
F51210        END-IF
F51172        MOVE CALA-DATE-RESULTAT TO DEVK-DATE-VALIDITE
F51172     END-IF.
F51172     SET DEVK-EMIS            TO TRUE.
F51172     MOVE INF-GES OF TS-SUSPENS1
F51172                              TO DEVK-GES.
F51172     MOVE NOM-CLI OF TS-SUSPENS1
F51172                              TO DEVK-CLI.
F51172     MOVE NOM-NOMC OF TS-SUSPENS1
F51172                              TO DEVK-NOM-PROSPECT.
F51172     MOVE WSS-DEVIS-JOUR      TO DEVK-DATE-MAJ.
F51172     MOVE IMPACT-DELTA-TOTAL  TO DEVK-PRIME-INDICATIVE.
F51172     MOVE ZERO                TO DEVK-NB-PERS
F51172                                 DEVK-NB-VEHI
F51172                                 WSS-DEVC-SEQ.
F51172*--- LIGNES DE LA SIGNATURE PRECEDENTE SUPPRIMEES
F51172     MOVE INF-NOPOL OF TS-SUSPENS1
F51172                              TO WSS-DEVC-CLE-GEN.
F51172     EXEC CICS DELETE FILE      ('FB01DEVC')
F51172                      RIDFLD    (WSS-DEVC-CLE-GEN)
F51172                      KEYLENGTH (LENGTH OF WSS-DEVC-CLE-GEN)
F51172                      GENERIC
F51172                      NOHANDLE
F51172     END-EXEC.
F51172     PERFORM LECT-TS-PRODUIT-AFF THRU FLECT-TS-PRODUIT-AFF.
F51172     PERFORM VARYING WSS-DEVC-PARC FROM 1 BY 1
F51172        UNTIL WSS-DEVC-PARC > IB
F51172        OR WSS-DEVC-PARC > 200
F51172        IF (WSS-TYPTS (WSS-DEVC-PARC) = 'P' OR 'V')
F51172           AND WSS-DATSOR (WSS-DEVC-PARC) = SPACES
F51172           MOVE SPACES        TO WSS-DEVC-ENR
F51172           ADD 1              TO WSS-DEVC-SEQ
F51172           MOVE INF-NOPOL OF TS-SUSPENS1
F51172                              TO DEVC-NUMDEV
F51172           MOVE WSS-DEVC-SEQ  TO DEVC-SEQ
F51172           MOVE WSS-TYPTS (WSS-DEVC-PARC)
F51172                              TO DEVC-TYPE
F51172           MOVE WSS-STATYP (WSS-DEVC-PARC)
F51172                              TO DEVC-STATYP
F51172           MOVE WSS-IDENT (WSS-DEVC-PARC)
F51172                              TO DEVC-IDENT
F51172           MOVE WSS-DATENT (WSS-DEVC-PARC) (5:4)
F51172                              TO DEVC-DATENT (1:4)
F51172           MOVE WSS-DATENT (WSS-DEVC-PARC) (3:2)
F51172                              TO DEVC-DATENT (5:2)
F51172           MOVE WSS-DATENT (WSS-DEVC-PARC) (1:2)
F51172                              TO DEVC-DATENT (7:2)
F51172           MOVE WSS-MOTIFC (WSS-DEVC-PARC)
F51172                              TO DEVC-MOTIF
F51172           MOVE WSS-PTSCRM (WSS-DEVC-PARC)
F51172                              TO DEVC-PTSCRM
F51172           IF WSS-TYPTS (WSS-DEVC-PARC) = 'P'
F51172              ADD 1           TO DEVK-NB-PERS
F51172           ELSE
F51172              ADD 1           TO DEVK-NB-VEHI
F51172           END-IF
F51172           EXEC CICS WRITE FILE   ('FB01DEVC')
F51172                           FROM   (WSS-DEVC-ENR)
F51172                           LENGTH (LENGTH OF WSS-DEVC-ENR)
F51172                           RIDFLD (DEVC-CLE)
F51172                           NOHANDLE
F51172           END-EXEC
F51172           IF EIBRCODE  NOT = LOW-VALUE
F51172              MOVE 'FBDV :PB ECRITURE LIGNES DEVIS FB01DEVC'
F51172                                 TO MESS
F51172              GO TO ABANDON-TACHE
F51172           END-IF
F51172        END-IF
F51172     END-PERFORM.
F51172     IF DEVIS-CONNU
F51172        EXEC CICS REWRITE FILE   ('FB01DEVK')
F51172                          FROM   (WSS-DEVK-ENR)
F51172                          LENGTH (LENGTH OF WSS-DEVK-ENR)
F51172                          NOHANDLE
F51172        END-EXEC
F51172     ELSE
F51172        EXEC CICS WRITE FILE   ('FB01DEVK')
F51172                        FROM   (WSS-DEVK-ENR)
F51172                        LENGTH (LENGTH OF WSS-DEVK-ENR)
F51172                        RIDFLD (DEVK-NUMDEV)
F51172                        NOHANDLE
F51172        END-EXEC
F51172     END-IF.
F51172     IF EIBRCODE  NOT = LOW-VALUE
F51172        MOVE 'FBDV :PB ECRITURE EN-TETE DEVIS FB01DEVK' TO MESS
F51172        GO TO ABANDON-TACHE
F51172     END-IF.
F51172*
F51172 FENREG-DEVIS. EXIT.
F51172*
F51172******************************************************************
F51172* ACCEPTATION D'UN DEVIS (FD 51172) : LA COMMANDE 'CNV' AVEC LE  *
F51172* CONTRAT CIBLE EN PREMIERE LIGNE DU TABLEAU PASSE LE DEVIS EMIS *
F51172* ET EN COURS DE VALIDITE A L'ETAT ACCEPTE ; LA COMPOSITION DE LA*
F51172* DERNIERE SIGNATURE EST INJECTEE SUR LE CONTRAT CIBLE LA NUIT   *
F51172* SUIVANTE PAR FB01B12 (VIA L'IMPORT FB01B02)                    *
F51172******************************************************************
F51172*
F51172 ACCEPTATION-DEVIS.
F51172*------------------
F51172*
F51172     IF NOT MODE-DEVIS
F51172        MOVE 'COMMANDE CNV RESERVEE AUX DEVIS (PLAGE DEV)'
F51172                              TO ECR-XMSGILO
F51172        GO TO FACCEPTATION-DEVIS
F51172     END-IF.
F51172     MOVE ECR-IDENTIFO (1) (1:12) TO WSS-DEVIS-CIBLE.
F51172     IF WSS-DEVIS-CIBLE = SPACES OR LOW-VALUE
F51172        OR WSS-DEVIS-CIBLE (1:3) = 'DEV' OR 'ZZZ'
F51172        MOVE 'CNV : CONTRAT CIBLE A SAISIR EN PREMIERE LIGNE'
F51172                              TO ECR-XMSGILO
F51172        GO TO FACCEPTATION-DEVIS
F51172     END-IF.
F51172     MOVE '20'                TO WSS-DEVIS-JOUR (1:2).
F51172     MOVE ECR-XJOURDI (7:2)   TO WSS-DEVIS-JOUR (3:2).
F51172     MOVE ECR-XJOURDI (4:2)   TO WSS-DEVIS-JOUR (5:2).
F51172     MOVE ECR-XJOURDI (1:2)   TO WSS-DEVIS-JOUR (7:2).
F51172     MOVE INF-NOPOL OF TS-SUSPENS1
F51172                              TO DEVK-NUMDEV.
F51172     EXEC CICS READ FILE   ('FB01DEVK')
F51172                    INTO   (WSS-DEVK-ENR)
F51172                    LENGTH (LENGTH OF WSS-DEVK-ENR)
F51172                    RIDFLD (DEVK-NUMDEV)
F51172                    UPDATE
F51172                    NOHANDLE
F51172     END-EXEC.
F51172     IF EIBRCODE NOT = LOW-VALUE
F51172        MOVE 'DEVIS NON ENREGISTRE - SIGNER LE DEVIS AVANT CNV'
F51172                              TO ECR-XMSGILO
F51172        GO TO FACCEPTATION-DEVIS
F51172     END-IF.
F51172     IF NOT DEVK-EMIS
F51172        OR DEVK-DATE-VALIDITE < WSS-DEVIS-JOUR
F51172        EXEC CICS UNLOCK FILE ('FB01DEVK')
F51172                         NOHANDLE
F51172        END-EXEC
F51172        MOVE 'DEVIS DEJA ACCEPTE, CONVERTI OU EXPIRE'
F51172                              TO ECR-XMSGILO
F51172        GO TO FACCEPTATION-DEVIS
F51172     END-IF.
F51172     SET DEVK-ACCEPTE         TO TRUE.
F51172     MOVE WSS-DEVIS-CIBLE     TO DEVK-NUMCONT-CIBLE.
F51172     MOVE WSS-DEVIS-JOUR      TO DEVK-DATE-ACCEPTATION.
F51172     MOVE ECR-XRACFLI         TO DEVK-RACF-ACCEPTATION.
F51172     EXEC CICS REWRITE FILE   ('FB01DEVK')
F51172                       FROM   (WSS-DEVK-ENR)
F51172                       LENGTH (LENGTH OF WSS-DEVK-ENR)
F51172                       NOHANDLE
F51172     END-EXEC.
F51172     IF EIBRCODE  NOT = LOW-VALUE
F51172        MOVE 'FBDV :PB ECRITURE EN-TETE DEVIS FB01DEVK' TO MESS
F51172        GO TO ABANDON-TACHE
F51172     END-IF.
F51172     MOVE SPACES              TO ECR-XCDECI
F51172                                 ECR-XCDECO.
F51172     MOVE 'DEVIS ACCEPTE - CONVERSION CETTE NUIT' TO ECR-XMSGILO.
F51172*
F51172 FACCEPTATION-DEVIS. EXIT.
F51172*
F51133*
F51133******************************************************************
F51133* STATUT ADMINISTRATIF DU CONTRAT (FD 51133) : LECTURE DU KSDS   *
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
F51193*
F51193******************************************************************
F51193* COMMANDE DE DEROGATION SUPERVISEUR ACCEPTEE ('RETRO=' OU       *
F51193* 'FORCER', CODE POSITIONNE PAR L'APPELANT DANS DEROG-STATUT) :  *
F51193* JOURNALISEE SUR LA FILE TD 'FBDG' AU MEME DESSIN QUE LA        *
F51193* DEROGATION DE STATUT (FD 51193)                                *
F51193******************************************************************
F51193*
F51193 JOURNAL-DEROG-COMMANDE.
F51193*-----------------------
F51193*
F51193     MOVE INF-NOPOL OF TS-SUSPENS1
F51193                              TO DEROG-NUMCONT.
F51193     MOVE 'FB01'              TO DEROG-ECRAN.
F51193     MOVE ECR-XRACFLI         TO DEROG-RACF.
F51193     MOVE '20'                TO DEROG-JOUR (1:2).
F51193     MOVE ECR-XJOURDI (7:2)   TO DEROG-JOUR (3:2).
F51193     MOVE ECR-XJOURDI (4:2)   TO DEROG-JOUR (5:2).
F51193     MOVE ECR-XJOURDI (1:2)   TO DEROG-JOUR (7:2).
F51193     MOVE ECR-XHEUREDI        TO DEROG-HEURE.
F51193     EXEC CICS WRITEQ TD QUEUE  ('FBDG')
F51193                         FROM   (WSS-DEROG-ENR)
F51193                         LENGTH (LENGTH OF WSS-DEROG-ENR)
F51193                         NOHANDLE
F51193     END-EXEC.
F51193*
F51193 FJOURNAL-DEROG-COMMANDE. EXIT.
F51193*
F51136*
F51136******************************************************************
F51136* AGENDA DE CONTRAT (FD 51136) : PREMIERE NOTE DU CONTRAT        *
F51099*
F51099 FCONTROLE-REFERRAL-SOUSCR. EXIT.
F51099*
F51182******************************************************************
F51182* REGLES D'ACCEPTATION SOUSCRIPTION (FD 51182) : CHARGEMENT DES  *
F51182* REGLES EN VIGUEUR CE JOUR, RELEVE DES DONNEES DE SOUSCRIPTION  *
F51182* VALIDEES DANS LA SESSION (TS DE COMPLETUDE), PUIS PARCOURS DES *
F51182* COUPLES DU CONTRAT DANS FB01AFFM. UN COUPLE DONT NI LE         *
F51182* CONDUCTEUR NI LE VEHICULE N'A ETE VALIDE DANS LA SESSION EST   *
F51182* LAISSE AU CONTROLE DE NUIT FB01B18 ; UN CRITERE DONT LA DONNEE *
F51182* N'EST PAS CONNUE NE SE DECLENCHE PAS                           *
F51182******************************************************************
F51182*
F51182 CONTROLE-REGLES-SOUSCR.
F51182*-----------------------
F51182*
F51182     MOVE ZERO                TO WSS-RG-GRAVITE.
F51182     MOVE SPACES              TO WSS-RG-MESSAGE
F51182                                 WSS-RG-AVERT.
F51182     EXEC CICS ASKTIME ABSTIME (WSS-ABSTIME)
F51182                       NOHANDLE
F51182     END-EXEC.
F51182     EXEC CICS FORMATTIME ABSTIME  (WSS-ABSTIME)
F51182                          YYYYMMDD (WSS-DATE-JOUR-SSAAMMJJ)
F51182                          NOHANDLE
F51182     END-EXEC.
F51182     PERFORM CHARGER-REGLES-SOUSCR THRU
F51182             FCHARGER-REGLES-SOUSCR.
F51182     IF WSS-NB-REGLES = ZERO
F51182        GO TO FCONTROLE-REGLES-SOUSCR
F51182     END-IF.
F51182     PERFORM DETECTER-MODE-ECOLE THRU
F51182             FDETECTER-MODE-ECOLE.
F51182     MOVE SPACES              TO WSS-RGP-TAB
F51182                                 WSS-RGV-TAB.
F51182     MOVE EIBTRMID            TO CPL-TS-EIBTRMID.
F51182     MOVE 1                   TO WSS-CPL-ITEM.
F51182 RELEVE-SOUSCR-SUIVANTE.
F51182     EXEC CICS READQ TS QUEUE  (IDENT-TS-COMPLT)
F51182                         INTO   (WSS-COMPLT-ENR)
F51182                         LENGTH (LENGTH OF WSS-COMPLT-ENR)
F51182                         ITEM   (WSS-CPL-ITEM)
F51182                         NOHANDLE
F51182     END-EXEC.
F51182     IF EIBRCODE = LOW-VALUE
F51182        IF COMPLT-RANG > ZERO AND COMPLT-RANG < 201
F51182           EVALUATE COMPLT-ECRAN
F51182              WHEN 'FB02'
F51182                 SET IX-RGP TO COMPLT-RANG
F51182                 MOVE 'O'     TO WSS-RGP-CONNU (IX-RGP)
F51182                 MOVE COMPLT-DATE-NAISS
F51182                              TO WSS-RGP-DATE-NAISS (IX-RGP)
F51182                 MOVE COMPLT-DATE-PERMIS
F51182                              TO WSS-RGP-DATE-PERMIS (IX-RGP)
F51182              WHEN 'FB04'
F51182                 SET IX-RGV TO COMPLT-RANG
F51182                 MOVE 'O'     TO WSS-RGV-CONNU (IX-RGV)
F51182                 MOVE COMPLT-GROUPE
F51182                              TO WSS-RGV-GROUPE (IX-RGV)
F51182                 MOVE COMPLT-CLASSE
F51182                              TO WSS-RGV-CLASSE (IX-RGV)
F51182                 MOVE ZERO    TO WSS-RGV-VALEUR (IX-RGV)
F51182                                 WSS-RGV-CRM (IX-RGV)
F51182                 IF COMPLT-VALEUR NUMERIC
F51182                    MOVE COMPLT-VALEUR-N
F51182                              TO WSS-RGV-VALEUR (IX-RGV)
F51182                 END-IF
F51182                 IF COMPLT-CRM NUMERIC
F51182                    MOVE COMPLT-CRM-N
F51182                              TO WSS-RGV-CRM (IX-RGV)
F51182                 END-IF
F51182              WHEN OTHER
F51182                 CONTINUE
F51182           END-EVALUATE
F51182        END-IF
F51182        ADD 1 TO WSS-CPL-ITEM
F51182        GO TO RELEVE-SOUSCR-SUIVANTE
F51182     END-IF.
F51182     MOVE 'N'                 TO WSS-IND-FIN-AFFM.
F51182     MOVE LOW-VALUES          TO WSS-AFFM-CLE-PARC.
F51182     MOVE INF-NOPOL OF TS-SUSPENS1
F51182                              TO WSS-AFFM-CLE-PARC (1:12).
F51182     EXEC CICS STARTBR FILE   ('FB01AFFM')
F51182                       RIDFLD (WSS-AFFM-CLE-PARC)
F51182                       GTEQ
F51182                       NOHANDLE
F51182     END-EXEC.
F51182     IF EIBRCODE NOT = LOW-VALUE
F51182        GO TO FCONTROLE-REGLES-SOUSCR
F51182     END-IF.
F51182     PERFORM CONTROLE-REGLES-AFFECT THRU
F51182             FCONTROLE-REGLES-AFFECT
F51182        UNTIL FIN-PARC-AFFM.
F51182     EXEC CICS ENDBR FILE ('FB01AFFM')
F51182                     NOHANDLE
F51182     END-EXEC.
F51182*
F51182 FCONTROLE-REGLES-SOUSCR. EXIT.
F51182*
F51182 CHARGER-REGLES-SOUSCR.
F51182*----------------------
F51182     MOVE ZERO                TO WSS-NB-REGLES.
F51182     MOVE 'N'                 TO WSS-IND-FIN-REGL.
F51182     MOVE LOW-VALUES          TO WSS-REGL-CLE-PARC.
F51182     EXEC CICS STARTBR FILE   ('FB01REGL')
F51182                       RIDFLD (WSS-REGL-CLE-PARC)
F51182                       GTEQ
F51182                       NOHANDLE
F51182     END-EXEC.
F51182     IF EIBRCODE NOT = LOW-VALUE
F51182        GO TO FCHARGER-REGLES-SOUSCR
F51182     END-IF.
F51182     PERFORM CHARGER-UNE-REGLE THRU
F51182             FCHARGER-UNE-REGLE
F51182        UNTIL FIN-PARC-REGL.
F51182     EXEC CICS ENDBR FILE ('FB01REGL')
F51182                     NOHANDLE
F51182     END-EXEC.
F51182*
F51182 FCHARGER-REGLES-SOUSCR. EXIT.
F51182*
F51182 CHARGER-UNE-REGLE.
F51182*------------------
F51182     EXEC CICS READNEXT FILE   ('FB01REGL')
F51182                        INTO   (WSS-REGL-ENR)
F51182                        LENGTH (LENGTH OF WSS-REGL-ENR)
F51182                        RIDFLD (WSS-REGL-CLE-PARC)
F51182                        NOHANDLE
F51182     END-EXEC.
F51182     IF EIBRCODE NOT = LOW-VALUE
F51182        SET FIN-PARC-REGL TO TRUE
F51182        GO TO FCHARGER-UNE-REGLE
F51182     END-IF.
F51182     IF REGL-DATE-DEBUT NOT > WSS-DATE-JOUR-SSAAMMJJ
F51182        AND REGL-DATE-FIN NOT < WSS-DATE-JOUR-SSAAMMJJ
F51182        AND WSS-NB-REGLES < 50
F51182        ADD 1 TO WSS-NB-REGLES
F51182        SET IX-REGT TO WSS-NB-REGLES
F51182        MOVE WSS-REGL-ENR     TO WSS-REGT-REGLE (IX-REGT)
F51182     END-IF.
F51182*
F51182 FCHARGER-UNE-REGLE. EXIT.
F51182*
F51182*--- UN POSTE FB01AFFM : COUPLE VEHICULE/PRINCIPAL, PUIS
F51182*--- VEHICULE/SECONDAIRE S'IL Y EN A UN
F51182 CONTROLE-REGLES-AFFECT.
F51182*-----------------------
F51182     EXEC CICS READNEXT FILE   ('FB01AFFM')
F51182                        INTO   (WSS-AFFM-ENR)
F51182                        LENGTH (LENGTH OF WSS-AFFM-ENR)
F51182                        RIDFLD (WSS-AFFM-CLE-PARC)
F51182                        NOHANDLE
F51182     END-EXEC.
F51182     IF EIBRCODE NOT = LOW-VALUE
F51182        SET FIN-PARC-AFFM TO TRUE
F51182        GO TO FCONTROLE-REGLES-AFFECT
F51182     END-IF.
F51182     IF AFFM-NUMCONT NOT = INF-NOPOL OF TS-SUSPENS1
F51182        SET FIN-PARC-AFFM TO TRUE
F51182        GO TO FCONTROLE-REGLES-AFFECT
F51182     END-IF.
F51182     MOVE AFFM-RANG-VEHI      TO WSS-RG-VEHI.
F51182     MOVE AFFM-RANG-PRINC     TO WSS-RG-COND.
F51182     MOVE 'P'                 TO WSS-RG-ROLE-COUPLE.
F51182     PERFORM CONTROLE-REGLES-COUPLE THRU
F51182             FCONTROLE-REGLES-COUPLE.
F51182     IF AFFM-RANG-SECOND NOT = '00' AND NOT = SPACES
F51182        MOVE AFFM-RANG-SECOND TO WSS-RG-COND
F51182        MOVE 'S'              TO WSS-RG-ROLE-COUPLE
F51182        PERFORM CONTROLE-REGLES-COUPLE THRU
F51182                FCONTROLE-REGLES-COUPLE
F51182     END-IF.
F51182*
F51182 FCONTROLE-REGLES-AFFECT. EXIT.
F51182*
F51182 CONTROLE-REGLES-COUPLE.
F51182*-----------------------
F51182     IF WSS-RG-VEHI NOT NUMERIC
F51182        OR WSS-RG-COND NOT NUMERIC
F51182        OR WSS-RG-VEHI = '00'
F51182        OR WSS-RG-COND = '00'
F51182        GO TO FCONTROLE-REGLES-COUPLE
F51182     END-IF.
F51182     MOVE WSS-RG-VEHI         TO WSS-RG-RANG-X.
F51182     SET IX-RGV               TO WSS-RG-RANG-N.
F51182     MOVE WSS-RG-COND         TO WSS-RG-RANG-X.
F51182     SET IX-RGP               TO WSS-RG-RANG-N.
F51182     IF WSS-RGP-CONNU (IX-RGP) NOT = 'O'
F51182        AND WSS-RGV-CONNU (IX-RGV) NOT = 'O'
F51182        GO TO FCONTROLE-REGLES-COUPLE
F51182     END-IF.
F51182     MOVE 'N'                 TO WSS-IND-RG-AGE
F51182                                 WSS-IND-RG-ANC.
F51182     IF WSS-RGP-DATE-NAISS (IX-RGP) NUMERIC
F51182        SET CALA-FONC-AGE     TO TRUE
F51182        MOVE WSS-RGP-DATE-NAISS (IX-RGP)
F51182                              TO CALA-DATE-1
F51182        MOVE WSS-DATE-JOUR-SSAAMMJJ
F51182                              TO CALA-DATE-2
F51182        CALL 'FB00SV01' USING WSS-CALA-COMMAREA
F51182        IF CALA-RETOUR-OK
F51182           MOVE CALA-RESULTAT TO WSS-RG-AGE
F51182           SET AGE-COND-CONNU TO TRUE
F51182        END-IF
F51182     END-IF.
F51182     IF WSS-RGP-DATE-PERMIS (IX-RGP) NUMERIC
F51182        SET CALA-FONC-AGE     TO TRUE
F51182        MOVE WSS-RGP-DATE-PERMIS (IX-RGP)
F51182                              TO CALA-DATE-1
F51182        MOVE WSS-DATE-JOUR-SSAAMMJJ
F51182                              TO CALA-DATE-2
F51182        CALL 'FB00SV01' USING WSS-CALA-COMMAREA
F51182        IF CALA-RETOUR-OK
F51182           MOVE CALA-RESULTAT TO WSS-RG-ANC
F51182           SET ANC-PERMIS-CONNUE TO TRUE
F51182        END-IF
F51182     END-IF.
F51182     PERFORM EVALUER-REGLE-COUPLE THRU
F51182             FEVALUER-REGLE-COUPLE
F51182        VARYING IX-REGT FROM 1 BY 1
F51182        UNTIL IX-REGT > WSS-NB-REGLES.
F51182*
F51182 FCONTROLE-REGLES-COUPLE. EXIT.
F51182*
F51182*--- UNE REGLE SE DECLENCHE QUAND SES DEUX VOLETS SONT VERIFIES ;
F51182*--- DANS UN VOLET, UN SEUL CRITERE RENSEIGNE SUFFIT
F51182 EVALUER-REGLE-COUPLE.
F51182*---------------------
F51182     MOVE WSS-REGT-REGLE (IX-REGT) TO WSS-REGL-ENR.
F51182     IF REGL-PRINCIPAL-SEUL
F51182        AND COUPLE-SECONDAIRE
F51182        GO TO FEVALUER-REGLE-COUPLE
F51182     END-IF.
F51182     IF REGL-AGE-MAX = ZERO
F51182        AND REGL-ANC-PERMIS-MIN = ZERO
F51182        AND REGL-CRM-SEUIL = ZERO
F51182        SET VOLET-COND-VERIFIE TO TRUE
F51182     ELSE
F51182        MOVE 'N'              TO WSS-IND-RG-VOLET-C
F51182        IF REGL-AGE-MAX > ZERO
F51182           AND AGE-COND-CONNU
F51182           AND WSS-RG-AGE < REGL-AGE-MAX
F51182           SET VOLET-COND-VERIFIE TO TRUE
F51182        END-IF
F51182        IF REGL-ANC-PERMIS-MIN > ZERO
F51182           AND ANC-PERMIS-CONNUE
F51182           AND WSS-RG-ANC < REGL-ANC-PERMIS-MIN
F51182           SET VOLET-COND-VERIFIE TO TRUE
F51182        END-IF
F51182        IF REGL-CRM-SEUIL > ZERO
F51182           AND WSS-RGV-CONNU (IX-RGV) = 'O'
F51182           AND WSS-RGV-CRM (IX-RGV) > REGL-CRM-SEUIL
F51182           SET VOLET-COND-VERIFIE TO TRUE
F51182        END-IF
F51182     END-IF.
F51182     IF NOT VOLET-COND-VERIFIE
F51182        GO TO FEVALUER-REGLE-COUPLE
F51182     END-IF.
F51182     IF REGL-GROUPE-MIN = SPACES
F51182        AND REGL-CLASSE-MIN = SPACES
F51182        AND REGL-VALEUR-MIN = ZERO
F51182        SET VOLET-VEHI-VERIFIE TO TRUE
F51182     ELSE
F51182        MOVE 'N'              TO WSS-IND-RG-VOLET-V
F51182        IF REGL-GROUPE-MIN NOT = SPACES
F51182           AND WSS-RGV-GROUPE (IX-RGV) NOT = SPACES
F51182           AND WSS-RGV-GROUPE (IX-RGV) NOT < REGL-GROUPE-MIN
F51182           SET VOLET-VEHI-VERIFIE TO TRUE
F51182        END-IF
F51182        IF REGL-CLASSE-MIN NOT = SPACES
F51182           AND WSS-RGV-CLASSE (IX-RGV) NOT = SPACES
F51182           AND WSS-RGV-CLASSE (IX-RGV) NOT < REGL-CLASSE-MIN
F51182           SET VOLET-VEHI-VERIFIE TO TRUE
F51182        END-IF
F51182        IF REGL-VALEUR-MIN > ZERO
F51182           AND WSS-RGV-CONNU (IX-RGV) = 'O'
F51182           AND WSS-RGV-VALEUR (IX-RGV) NOT < REGL-VALEUR-MIN
F51182           SET VOLET-VEHI-VERIFIE TO TRUE
F51182        END-IF
F51182     END-IF.
F51182     IF NOT VOLET-VEHI-VERIFIE
F51182        GO TO FEVALUER-REGLE-COUPLE
F51182     END-IF.
F51182     EVALUATE TRUE
F51182        WHEN REGL-BLOQUANTE
F51182           IF WSS-RG-GRAVITE < 3
F51182              MOVE 3          TO WSS-RG-GRAVITE
F51182              MOVE SPACES     TO WSS-RG-MESSAGE
F51182              STRING 'SIGNATURE BLOQUEE - REGLE ' REGL-CODE
F51182                     ' VEH ' WSS-RG-VEHI ' COND ' WSS-RG-COND
F51182                     DELIMITED BY SIZE INTO WSS-RG-MESSAGE
F51182           END-IF
F51182        WHEN REGL-SOUMISE-ACCORD
F51182           PERFORM DEMANDER-ACCORD-REGLE THRU
F51182                   FDEMANDER-ACCORD-REGLE
F51182        WHEN OTHER
F51182           IF WSS-RG-AVERT = SPACES
F51182              STRING 'REGLE ' REGL-CODE ' VEH ' WSS-RG-VEHI
F51182                     ' COND ' WSS-RG-COND ' : ' REGL-LIBELLE
F51182                     DELIMITED BY SIZE INTO WSS-RG-AVERT
F51182           END-IF
F51182           IF WSS-RG-GRAVITE < 1
F51182              MOVE 1          TO WSS-RG-GRAVITE
F51182           END-IF
F51182     END-EVALUATE.
F51182*
F51182 FEVALUER-REGLE-COUPLE. EXIT.
F51182*
F51182*--- REGLE SOUMISE A ACCORD : UN ACCORD DEJA DONNE SUR FB08 LAISSE
F51182*--- PASSER LE COUPLE, UN REFUS LE BLOQUE ; SANS DEMANDE, ELLE EST
F51182*--- CREEE A VERSER DANS LA FILE FB08 (HORS CHAINE - ECOLE OU
F51182*--- DEVIS - LA REGLE EST SEULEMENT SIGNALEE)
F51182 DEMANDER-ACCORD-REGLE.
F51182*----------------------
F51182     IF MODE-HORS-CHAINE
F51182        IF WSS-RG-AVERT = SPACES
F51182           STRING 'ACCORD REQUIS REGLE ' REGL-CODE
F51182                  ' VEH ' WSS-RG-VEHI ' COND ' WSS-RG-COND
F51182                  DELIMITED BY SIZE INTO WSS-RG-AVERT
F51182        END-IF
F51182        GO TO FDEMANDER-ACCORD-REGLE
F51182     END-IF.
F51182     MOVE INF-NOPOL OF TS-SUSPENS1
F51182                              TO REGD-NUMCONT.
F51182     MOVE WSS-RG-VEHI         TO REGD-RANG-VEHI.
F51182     MOVE WSS-RG-COND         TO REGD-RANG-COND.
F51182     MOVE REGL-CODE           TO REGD-CODE-REGLE.
F51182     EXEC CICS READ FILE   ('FB01REGD')
F51182                    INTO   (WSS-REGD-ENR)
F51182                    LENGTH (LENGTH OF WSS-REGD-ENR)
F51182                    RIDFLD (REGD-CLE)
F51182                    NOHANDLE
F51182     END-EXEC.
F51182     IF EIBRCODE = LOW-VALUE
F51182        IF REGD-ACCORDEE
F51182           GO TO FDEMANDER-ACCORD-REGLE
F51182        END-IF
F51182        IF REGD-REFUSEE
F51182           IF WSS-RG-GRAVITE < 3
F51182              MOVE 3          TO WSS-RG-GRAVITE
F51182              MOVE SPACES     TO WSS-RG-MESSAGE
F51182              STRING 'SIGNATURE BLOQUEE - REFUS REGLE '
F51182                     REGL-CODE ' VEH ' WSS-RG-VEHI
F51182                     ' COND ' WSS-RG-COND
F51182                     DELIMITED BY SIZE INTO WSS-RG-MESSAGE
F51182           END-IF
F51182           GO TO FDEMANDER-ACCORD-REGLE
F51182        END-IF
F51182     ELSE
F51182        MOVE SPACES           TO WSS-REGD-ENR
F51182        MOVE INF-NOPOL OF TS-SUSPENS1
F51182                              TO REGD-NUMCONT
F51182        MOVE WSS-RG-VEHI      TO REGD-RANG-VEHI
F51182        MOVE WSS-RG-COND      TO REGD-RANG-COND
F51182        MOVE REGL-CODE        TO REGD-CODE-REGLE
F51182        SET REGD-EN-ATTENTE   TO TRUE
F51182        MOVE 'S'              TO REGD-ORIGINE
F51182        SET REGD-A-VERSER     TO TRUE
F51182        MOVE WSS-DATE-JOUR-SSAAMMJJ
F51182                              TO REGD-DATE-DEMANDE
F51182        MOVE ECR-XRACFLI      TO REGD-RACF-DEM
F51182        EXEC CICS WRITE FILE   ('FB01REGD')
F51182                        FROM   (WSS-REGD-ENR)
F51182                        LENGTH (LENGTH OF WSS-REGD-ENR)
F51182                        RIDFLD (REGD-CLE)
F51182                        NOHANDLE
F51182        END-EXEC
F51182        IF EIBRCODE NOT = LOW-VALUE
F51182           MOVE 'FBRD :PB ECRITURE KSDS FB01REGD' TO MESS
F51182           GO TO ABANDON-TACHE
F51182        END-IF
F51182     END-IF.
F51182     IF WSS-RG-GRAVITE < 2
F51182        MOVE 2                TO WSS-RG-GRAVITE
F51182        MOVE SPACES           TO WSS-RG-MESSAGE
F51182        STRING 'SIGNATURE SUSPENDUE - REGLE ' REGL-CODE
F51182               ' VEH ' WSS-RG-VEHI ' COND ' WSS-RG-COND
F51182               ' (FB08)'
F51182               DELIMITED BY SIZE INTO WSS-RG-MESSAGE
F51182     END-IF.
F51182*
F51182 FDEMANDER-ACCORD-REGLE. EXIT.
F51182*
F51080*
F51080******************************************************************
F51080* ATTESTATION DE COMPOSITION (FD 51080) : ENTETE, UNE LIGNE PAR  *
F51080            ' - ' NOM-NOMC OF TS-SUSPENS1
F51080            DELIMITED BY SIZE INTO ATTEST-TEXTE.
F51080     PERFORM ECR-TD-ATTEST THRU FECR-TD-ATTEST.
F51173*--- ATTESTATION D'UNE SOUS-FLOTTE (FD 51173) : LIBELLE ET
F51173*--- ADRESSE DU SITE EN ENTETE
F51173     IF WSS-SFL-FILTRE NOT = SPACES
F51173        MOVE SPACES             TO WSS-LIGNE-ATTEST
F51173        MOVE 'EN'               TO ATTEST-TYPE-LIGNE
F51173        STRING 'SOUS-FLOTTE ' SFLR-CODE ' - ' SFLR-LIBELLE
F51173               DELIMITED BY SIZE INTO ATTEST-TEXTE
F51173        PERFORM ECR-TD-ATTEST THRU FECR-TD-ATTEST
F51173        MOVE SPACES             TO WSS-LIGNE-ATTEST
F51173        MOVE 'EN'               TO ATTEST-TYPE-LIGNE
F51173        STRING 'SITE : ' SFLR-VOIE ' ' SFLR-CODE-POSTAL ' '
F51173               SFLR-COMMUNE
F51173               DELIMITED BY SIZE INTO ATTEST-TEXTE
F51173        PERFORM ECR-TD-ATTEST THRU FECR-TD-ATTEST
F51173     END-IF.
F51080     PERFORM VARYING WSS-ATT-IND FROM 1 BY 1
F51080        UNTIL WSS-ATT-IND > 200
F51080        IF WSS-TYPTS (WSS-ATT-IND) = 'P' OR 'V'
F51173           MOVE WSS-TYPTS (WSS-ATT-IND) TO SFLA-TYPE
F51173           MOVE WSS-RANTS (WSS-ATT-IND) TO WSS-SFL-RANG
F51173           PERFORM LIRE-SFL-ELEMENT THRU FLIRE-SFL-ELEMENT
F51080           IF WSS-DATSOR (WSS-ATT-IND) = SPACES
F51173              AND ELEMENT-SFL-RETENU
F51080              MOVE SPACES        TO WSS-LIGNE-ATTEST
F51080              MOVE 'DT'          TO ATTEST-TYPE-LIGNE
F51080              MOVE WSS-IDENT (WSS-ATT-IND)  TO ATTEST-IDENT
F51080              MOVE WSS-STATYP (WSS-ATT-IND) TO ATTEST-STATYP
F51173              MOVE WSS-SFL-CODE-ELT         TO ATTEST-SFL
F51080              PERFORM RECH-LIBELLE-STATYP THRU
F51080                      FRECH-LIBELLE-STATYP
F51080              PERFORM ECR-TD-ATTEST THRU FECR-TD-ATTEST
F51131*--- VEHICULE AFFECTE A SES CONDUCTEURS PRINCIPAL/SECONDAIRE
F51131     PERFORM EDITER-AFFECTATIONS THRU
F51131             FEDITER-AFFECTATIONS.
F51208*--- EXCLUSIONS DE CONDUITE EN VIGUEUR (FD 51208) : UNE LIGNE
F51208*--- PAR CONDUCTEUR EXCLU D'UN VEHICULE OU DE TOUS
F51208     PERFORM EDITER-EXCLUSIONS THRU
F51208             FEDITER-EXCLUSIONS.
F51149*--- ATTELAGES DU CONTRAT (FD 51149) : UNE LIGNE PAR LIEN
F51149*--- REMORQUE -> TRACTEUR
F51149     PERFORM EDITER-ATTELAGES THRU
