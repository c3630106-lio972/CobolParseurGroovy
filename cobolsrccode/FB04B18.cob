       ID DIVISION.
       PROGRAM-ID. FB04B18.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH NOCTURNE DE SOLDE DES LITIGES SUR
      *           LE CRM. DEPUIS LE CALCUL AUTOMATIQUE FB04B04, LES
      *           CLIENTS CONTESTENT PAR ECRIT (SINISTRE MARQUE
      *           RESPONSABLE A TORT, SINISTRE D'UN AUTRE CONDUCTEUR)
      *           ET LA CORRECTION SE FAISAIT A LA MAIN PAR LE DROIT
      *           'MAJ CRM' DE FB04T00, SANS TRACE DU MOTIF. LE
      *           DOSSIER EST DESORMAIS INSTRUIT ET DECIDE SUR LA
      *           TRANSACTION FB31 (KSDS FB04LITG, DESSIN FB04LITF).
      *           CHAQUE DOSSIER ACCEPTE NON ENCORE RECALCULE EST
      *           RAPPROCHE DE L'EXTRAIT FB04CRLX (PREPARE PAR LE JCL,
      *           TRIE SUR LA CLE DU DOSSIER : CASES FB03 DU COUPLE,
      *           CRM ACTUEL, CRM EN VIGUEUR AVANT LA PREMIERE
      *           CAMPAGNE FB04B04 AYANT COMPTE LE SINISTRE ET DATE DE
      *           CETTE CAMPAGNE, REPRIS DU COMPTE RENDU FB04RAPC
      *           ARCHIVE) :
      *           - LA PART DE RESPONSABILITE DE LA CASE CONTESTEE EST
      *             REMPLACEE PAR LA PART CORRIGEE (000 POUR UN
      *             SINISTRE D'UN AUTRE CONDUCTEUR) ET LES CAMPAGNES
      *             ANNUELLES SONT REJOUEES DEPUIS CELLE QUI A COMPTE
      *             LE SINISTRE, AVEC LES REGLES DE FB04B04 (X 0,95 /
      *             X 1,25 / X 1,125, BUTOIRS 050/350). SI AUCUNE
      *             CAMPAGNE NE L'A ENCORE COMPTE, LE CRM EST INCHANGE
      *             ET LA CASE CORRIGEE SERVIRA A LA PROCHAINE ;
      *           - LE CRM CORRIGE (FB04CRMN) ET LA CASE CORRIGEE
      *             (FB03SLOT, ORIGINE 'L') PARTENT EN REINJECTION
      *             CHAINE MA90 ;
      *           - UNE LETTRE RECTIFICATIVE PART SUR LE FLUX
      *             D'EDITION CIC (FB04EDIG) AVEC SA COPIE D'ARCHIVE
      *             GED (FB04RELG, TYPE 'LC') ;
      *           - SI LE SINISTRE A DEJA ETE DECLARE AU FLUX
      *             D'ANTECEDENTS (HISTORIQUE FB03AGIH DES JOURNAUX
      *             FB03AGID DE FB03B06, TRIE PAR CONTRAT + DATE DE
      *             SURVENANCE), UNE DECLARATION RECTIFICATIVE EST
      *             EMISE AU FORMAT D'ECHANGE (FB03AGIC, MOUVEMENT
      *             'R') ;
      *           - LE DOSSIER EST SOLDE (DATE DE RECALCUL, CRM
      *             CORRIGE, INDICATEUR DE CORRECTION AGIRA).
      *           COMPTE RENDU FB04RAPG : UNE LIGNE PAR DOSSIER SOLDE,
      *           REAFFECTATION MANUELLE A FAIRE POUR UN SINISTRE D'UN
      *           AUTRE CONDUCTEUR, ANOMALIES (EXTRAIT ABSENT, CASE
      *           CONTESTEE INTROUVABLE : DOSSIER LAISSE EN ATTENTE),
      *           CODE RETOUR 4.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51192 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51203 CAMPAGNES REJOUEES
      *                                       PAR LE MODULE COMMUN
      *                                       FB04SV01 (ZONE FB04CRMA),
      *                                       MEMES REGLES QUE FB04B04
      *                                       ET LA SIMULATION FB33.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- DOSSIERS DE LITIGE SUR LE CRM (TRANSACTION FB31)
           SELECT  FB04LITG   ASSIGN  FB04LITG
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY LITGK-CLE
                               FILE STATUS IS  FS-FB04LITG-STATUS.
      *--- EXTRAIT CRM ET CASES DES DOSSIERS A SOLDER, TRIE PAR CLE
      *--- DE DOSSIER
           SELECT  FB04CRLX   ASSIGN  FB04CRLX
                               FILE STATUS IS  FS-FB04CRLX-STATUS.
      *--- HISTORIQUE DES DECLARATIONS EMISES (FB03AGID CUMULES),
      *--- TRIE PAR CONTRAT + DATE DE SURVENANCE
           SELECT  FB03AGIH   ASSIGN  FB03AGIH
                               FILE STATUS IS  FS-FB03AGIH-STATUS.
      *--- CRM CORRIGES (REINJECTION MA90, DESSIN FB04B04)
           SELECT  FB04CRMN   ASSIGN  FB04CRMN
                               FILE STATUS IS  FS-FB04CRMN-STATUS.
      *--- CASES CORRIGEES (REINJECTION MA90, DESSIN FB03B04)
           SELECT  FB03SLOT   ASSIGN  FB03SLOT
                               FILE STATUS IS  FS-FB03SLOT-STATUS.
      *--- DECLARATIONS RECTIFICATIVES AU FORMAT D'ECHANGE
           SELECT  FB03AGIC   ASSIGN  FB03AGIC
                               FILE STATUS IS  FS-FB03AGIC-STATUS.
      *--- LETTRES RECTIFICATIVES POUR LE FLUX D'EDITION CIC
           SELECT  FB04EDIG   ASSIGN  FB04EDIG
                               FILE STATUS IS  FS-FB04EDIG-STATUS.
      *--- COPIE D'ARCHIVE DOCUMENTAIRE (FLUX GED)
           SELECT  FB04RELG   ASSIGN  FB04RELG
                               FILE STATUS IS  FS-FB04RELG-STATUS.
      *--- COMPTE RENDU ET ANOMALIES
           SELECT  FB04RAPG   ASSIGN  FB04RAPG
                               FILE STATUS IS  FS-FB04RAPG-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB04LITG
           LABEL RECORD STANDARD.
       01  ENRG-FB04LITG.
           05  LITGK-CLE              PIC X(24).
           05  FILLER                 PIC X(176).
      *
       FD  FB04CRLX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04CRLX.
           05  CRLX-CLE.
               10  CRLX-NUMCONT       PIC X(12).
               10  CRLX-RANG          PIC 9(04).
               10  CRLX-DATE-OUVERTURE PIC X(08).
           05  CRLX-GESCLI            PIC X(11).
           05  CRLX-ANNIV-MMJJ        PIC X(04).
           05  CRLX-CRM-ACTUEL        PIC 9(03).
      *    CRM EN VIGUEUR AVANT LA PREMIERE CAMPAGNE FB04B04 AYANT
      *    COMPTE LE SINISTRE CONTESTE, ET DATE (SSAAMMJJ) DE CETTE
      *    CAMPAGNE - A BLANC SI AUCUNE CAMPAGNE NE L'A ENCORE COMPTE
           05  CRLX-CRM-ORIGINE       PIC 9(03).
           05  CRLX-DATE-CAMPAGNE     PIC X(08).
           05  CRLX-CASE              OCCURS 6 TIMES.
               10  CRLX-RESP          PIC 9(03).
               10  CRLX-DATE-SIN      PIC X(08).
               10  CRLX-NATURE        PIC X(02).
               10  CRLX-SIPMNT        PIC 9(07).
               10  CRLX-NO-CASE       PIC 9(01).
           05  CRLX-DT-DEBUT-ASS      PIC X(08).
           05  CRLX-DT-FIN-ASS        PIC X(08).
           05  FILLER                 PIC X(55).
      *
       FD  FB03AGIH
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB03AGIH.
           05  AGIH-IDENTITE          PIC X(48).
           05  AGIH-DATE-SIN          PIC X(08).
           05  AGIH-NATURE            PIC X(02).
           05  AGIH-NUMCONT           PIC X(12).
           05  AGIH-DT-DECLARATION    PIC X(08).
           05  FILLER                 PIC X(22).
      *
       FD  FB04CRMN
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04CRMN.
           05  CRMN-NUMCONT           PIC X(12).
           05  CRMN-RANG              PIC 9(04).
           05  CRMN-CRM-NOUVEAU       PIC 9(03).
           05  FILLER                 PIC X(61).
      *
       FD  FB03SLOT
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB03SLOT.
           05  SLOT-NUMCONT           PIC X(12).
           05  SLOT-RANG              PIC 9(04).
           05  SLOT-CASE              PIC 9(01).
           05  SLOT-NATURE            PIC X(02).
           05  SLOT-DATE-SIN          PIC X(08).
           05  SLOT-SIPMNT            PIC 9(07).
           05  SLOT-SIPRESP           PIC 9(03).
           05  SLOT-ORIGINE           PIC X(01).
           05  SLOT-REFERENCE         PIC X(10).
           05  FILLER                 PIC X(32).
      *
      *--- DESSIN DE FB03AGIS (FB03B06) : MOUVEMENT, PART DECLAREE
      *--- A L'ORIGINE ET DATE DE LA DECLARATION CORRIGEE PRIS DANS
      *--- LA ZONE LIBRE
       FD  FB03AGIC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB03AGIC.
           05  AGIC-IDENTITE          PIC X(48).
           05  AGIC-NATURE            PIC X(02).
           05  AGIC-DATE-SIN          PIC X(08).
           05  AGIC-SIPMNT            PIC 9(07).
           05  AGIC-SIPRESP           PIC 9(03).
           05  AGIC-DT-DEBUT-ASS      PIC X(08).
           05  AGIC-DT-FIN-ASS        PIC X(08).
           05  AGIC-CODE-MVT          PIC X(01).
               88  AGIC-RECTIFICATION     VALUE 'R'.
           05  AGIC-SIPRESP-DECLARE   PIC 9(03).
           05  AGIC-DT-DECLARATION    PIC X(08).
           05  FILLER                 PIC X(04).
      *
       FD  FB04EDIG
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04EDIG.
           05  EDIG-TYPE-LIGNE        PIC X(02).
           05  EDIG-TEXTE             PIC X(78).
      *
       FD  FB04RELG
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04RELG.
           05  RELG-REFERENCE.
               10  RELG-NUMCONT       PIC X(12).
               10  RELG-RANG          PIC 9(04).
               10  RELG-DATE-EDITION  PIC X(08).
           05  RELG-TYPE-DOC          PIC X(02).
           05  RELG-TYPE-LIGNE        PIC X(02).
           05  RELG-TEXTE             PIC X(78).
      *
       FD  FB04RAPG
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04RAPG.
           05  RAPG-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPG-RANG              PIC 9(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPG-DATE-OUVERTURE    PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPG-CRM-ANCIEN        PIC 9(03).
           05  FILLER                 PIC X(04) VALUE ' -> '.
           05  RAPG-CRM-NOUVEAU       PIC 9(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RAPG-MOTIF             PIC X(38).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB04B18 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB04LITG-STATUS   PIC X(02).
           88     OK-FB04LITG       VALUE '00'.
       01  FS-FB04CRLX-STATUS   PIC X(02).
           88     OK-FB04CRLX       VALUE '00'.
       01  FS-FB03AGIH-STATUS   PIC X(02).
           88     OK-FB03AGIH       VALUE '00'.
       01  FS-FB04CRMN-STATUS   PIC X(02).
           88     OK-FB04CRMN       VALUE '00'.
       01  FS-FB03SLOT-STATUS   PIC X(02).
           88     OK-FB03SLOT       VALUE '00'.
       01  FS-FB03AGIC-STATUS   PIC X(02).
           88     OK-FB03AGIC       VALUE '00'.
       01  FS-FB04EDIG-STATUS   PIC X(02).
           88     OK-FB04EDIG       VALUE '00'.
       01  FS-FB04RELG-STATUS   PIC X(02).
           88     OK-FB04RELG       VALUE '00'.
       01  FS-FB04RAPG-STATUS   PIC X(02).
           88     OK-FB04RAPG       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-LITG       PIC X(01) VALUE 'N'.
           88     FIN-LITG           VALUE 'O'.
       01  WS-IND-FIN-CRLX       PIC X(01) VALUE 'N'.
           88     FIN-CRLX           VALUE 'O'.
       01  WS-IND-FIN-AGIH       PIC X(01) VALUE 'N'.
           88     FIN-AGIH           VALUE 'O'.
      *================================================================*
      *   DOSSIER DE LITIGE (DESSIN FB04LITF)                          *
      *================================================================*
       COPY FB04LITF.
      *================================================================*
      *   DECLARATIONS DEJA EMISES POUR LE CONTRAT EN COURS            *
      *================================================================*
       01  WS-NUMCONT-AGIH       PIC X(12) VALUE LOW-VALUES.
       01  WS-NB-DECL            PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-DECL.
           05  WS-DECL            OCCURS 200 TIMES
                                  INDEXED BY IX-DECL.
               10  WS-DECL-IDENTITE  PIC X(48).
               10  WS-DECL-DATE-SIN  PIC X(08).
               10  WS-DECL-NATURE    PIC X(02).
               10  WS-DECL-DT-DECL   PIC X(08).
      *================================================================*
      *   RECALCUL DU CRM : PARTS DES CASES APRES CORRECTION ET        *
      *   CAMPAGNES REJOUEES (MODULE COMMUN FB04SV01)                  *
      *================================================================*
       01  WS-TABLE-RESP.
           05  WS-RESP-CORRIGEE   OCCURS 6 TIMES
                                  PIC 9(03).
       01  WS-IND-SIN            PIC S9(4) COMP VALUE ZERO.
       01  WS-CASE-CONTESTEE     PIC S9(4) COMP VALUE ZERO.
       01  WS-CRM-CORRIGE        PIC 9(03) VALUE ZERO.
      *    ZONE D'APPEL DU MODULE COMMUN DE CALCUL DU CRM (M001)
       COPY FB04CRMA.
      *    CAMPAGNE REJOUEE (ANNIVERSAIRE DU CONTRAT)
       01  WS-DATE-CAMPAGNE.
           05  WS-CA-SSAA        PIC 9(04).
           05  WS-CA-MMJJ        PIC X(04).
       01  WS-NB-CAMPAGNES       PIC 9(02) COMP VALUE ZERO.
      *================================================================*
      *   ISSUE DU DOSSIER EN COURS                                    *
      *================================================================*
       01  WS-IND-CAMPAGNE       PIC X(01) VALUE 'N'.
           88     SINISTRE-DEJA-COMPTE  VALUE 'O'.
       01  WS-IND-AGIRA          PIC X(01) VALUE 'N'.
           88     AGIRA-A-CORRIGER   VALUE 'O'.
      *================================================================*
      *   LIGNE DE DOCUMENT ET ZONES D'EDITION                         *
      *================================================================*
       01  WS-LIGNE-DOC          PIC X(78) VALUE SPACES.
       01  WS-DATE-A-EDITER      PIC X(08) VALUE SPACES.
       01  WS-DATE-EDITEE        PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-OUVERT   PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-SIN      PIC X(10) VALUE SPACES.
       01  WS-EDIT-RESP-INIT     PIC ZZ9.
       01  WS-EDIT-RESP-CORR     PIC ZZ9.
       01  WS-COEF-CALCUL        PIC 9V99 VALUE ZERO.
       01  WS-EDIT-COEF-ANCIEN   PIC 9,99.
       01  WS-EDIT-COEF-NOUVEAU  PIC 9,99.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-DOSSIERS-LUS   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-A-SOLDER       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SOLDES         PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CRM-CORRIGES   PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-AGIRA          PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-REAFFECTATIONS PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANOMALIES      PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN I-O    FB04LITG
           OPEN INPUT  FB04CRLX
           OPEN INPUT  FB03AGIH
           OPEN OUTPUT FB04CRMN
           OPEN OUTPUT FB03SLOT
           OPEN OUTPUT FB03AGIC
           OPEN OUTPUT FB04EDIG
           OPEN OUTPUT FB04RELG
           OPEN OUTPUT FB04RAPG.
           IF NOT OK-FB04LITG OR NOT OK-FB04CRLX
              OR NOT OK-FB03AGIH OR NOT OK-FB04CRMN
              OR NOT OK-FB03SLOT OR NOT OK-FB03AGIC
              OR NOT OK-FB04EDIG OR NOT OK-FB04RELG
              OR NOT OK-FB04RAPG
              DISPLAY 'FB04B18 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-LITG
           PERFORM 21100-LIRE-CRLX
           PERFORM 21200-LIRE-AGIH
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-EXAMINER-DOSSIER
              UNTIL FIN-LITG
           .
      ******************************************************************
      *   SEULS LES DOSSIERS ACCEPTES ET NON ENCORE RECALCULES SONT    *
      *   SOLDES ; LES AUTRES SONT LAISSES EN L'ETAT                   *
      ******************************************************************
       20100-EXAMINER-DOSSIER.
      *-----------------------
           IF LITG-ACCEPTE
              AND LITG-DATE-RECALCUL = SPACES
              ADD 1 TO WS-CPT-A-SOLDER
              PERFORM 20200-SOLDER-DOSSIER
           END-IF
           PERFORM 21000-LIRE-LITG
           .
      ******************************************************************
      *   UN DOSSIER : RAPPROCHEMENT DE L'EXTRAIT, RECALCUL, SORTIES   *
      *   DE CORRECTION PUIS SOLDE DU DOSSIER                          *
      ******************************************************************
       20200-SOLDER-DOSSIER.
      *---------------------
           PERFORM 22000-AVANCER-CRLX
              UNTIL FIN-CRLX
              OR CRLX-CLE NOT < LITG-CLE.
           IF FIN-CRLX
              OR CRLX-CLE NOT = LITG-CLE
              MOVE 'EXTRAIT CRM ABSENT - DOSSIER EN ATTENTE'
                                       TO RAPG-MOTIF
              PERFORM 27100-ECRIRE-ANOMALIE
           ELSE
              PERFORM 23000-CHERCHER-CASE-CONTESTEE
              IF WS-CASE-CONTESTEE = ZERO
                 MOVE 'CASE CONTESTEE INTROUVABLE - EN ATTENTE'
                                       TO RAPG-MOTIF
                 PERFORM 27100-ECRIRE-ANOMALIE
              ELSE
                 PERFORM 23100-RECALCULER-CRM
                 PERFORM 24000-ECRIRE-CORRECTIONS
                 PERFORM 25000-CORRIGER-AGIRA
                 PERFORM 26000-EDITER-LETTRE
                 PERFORM 27000-ECRIRE-COMPTE-RENDU
                 PERFORM 28000-CLORE-DOSSIER
              END-IF
           END-IF
           .
      ******************************************************************
       22000-AVANCER-CRLX.
      *-------------------
           PERFORM 21100-LIRE-CRLX
           .
      ******************************************************************
      *   CASE DU SINISTRE CONTESTE : MEME DATE DE SURVENANCE, DE      *
      *   PREFERENCE AVEC LA PART ENREGISTREE A L'OUVERTURE            *
      ******************************************************************
       23000-CHERCHER-CASE-CONTESTEE.
      *------------------------------
           MOVE ZERO TO WS-CASE-CONTESTEE.
           MOVE 1    TO WS-IND-SIN.
           PERFORM 23010-COMPARER-CASE
              UNTIL WS-IND-SIN > 6
           .
      ******************************************************************
       23010-COMPARER-CASE.
      *--------------------
           IF CRLX-DATE-SIN (WS-IND-SIN) = LITG-DATE-SIN
              IF WS-CASE-CONTESTEE = ZERO
                 OR CRLX-RESP (WS-IND-SIN) = LITG-RESP-INITIALE
                 MOVE WS-IND-SIN TO WS-CASE-CONTESTEE
              END-IF
           END-IF
           ADD 1 TO WS-IND-SIN
           .
      ******************************************************************
      *   PARTS APRES CORRECTION, PUIS CAMPAGNES REJOUEES DEPUIS CELLE *
      *   QUI A COMPTE LE SINISTRE JUSQU'AU DERNIER ANNIVERSAIRE ECHU  *
      *   (CHAQUE CAMPAGNE REPART DU CRM CALCULE PAR LA PRECEDENTE)    *
      ******************************************************************
       23100-RECALCULER-CRM.
      *---------------------
           MOVE SPACES TO WSS-CRMA-COMMAREA.
           MOVE 1 TO WS-IND-SIN.
           PERFORM 23110-REPRENDRE-PART
              UNTIL WS-IND-SIN > 6.
           MOVE LITG-RESP-CORRIGEE
                 TO WS-RESP-CORRIGEE (WS-CASE-CONTESTEE)
                    CRMA-RESP (WS-CASE-CONTESTEE).
           MOVE ZERO TO WS-NB-CAMPAGNES.
           IF CRLX-DATE-CAMPAGNE = SPACES
              MOVE 'N'             TO WS-IND-CAMPAGNE
              MOVE CRLX-CRM-ACTUEL TO WS-CRM-CORRIGE
           ELSE
              SET SINISTRE-DEJA-COMPTE TO TRUE
              MOVE CRLX-DATE-CAMPAGNE TO WS-DATE-CAMPAGNE
              MOVE CRLX-CRM-ORIGINE   TO WS-CRM-CORRIGE
              PERFORM 23200-REJOUER-CAMPAGNE
                 UNTIL WS-DATE-CAMPAGNE > WS-DATE-TRAITEMENT
           END-IF
           .
      ******************************************************************
       23110-REPRENDRE-PART.
      *---------------------
           MOVE CRLX-RESP (WS-IND-SIN)
                 TO WS-RESP-CORRIGEE (WS-IND-SIN)
                    CRMA-RESP (WS-IND-SIN)
           MOVE CRLX-DATE-SIN (WS-IND-SIN)
                 TO CRMA-DATE-SIN (WS-IND-SIN)
           ADD 1 TO WS-IND-SIN
           .
      ******************************************************************
      *   UNE CAMPAGNE : APPLICATION DU DECRET PAR LE MODULE COMMUN    *
      *   FB04SV01, COMME FB04B04, SUR LA PERIODE ]ANNIVERSAIRE        *
      *   PRECEDENT, ANNIVERSAIRE] (M001)                              *
      ******************************************************************
       23200-REJOUER-CAMPAGNE.
      *-----------------------
           SET CRMA-FONC-CAMPAGNE  TO TRUE.
           MOVE WS-CRM-CORRIGE     TO CRMA-CRM-DEPART.
           MOVE WS-DATE-CAMPAGNE   TO CRMA-DATE-CAMPAGNE.
           CALL 'FB04SV01' USING WSS-CRMA-COMMAREA.
           IF NOT CRMA-RETOUR-OK
              DISPLAY 'FB04B18 : RETOUR ' CRMA-CODE-RETOUR
                      ' DE FB04SV01 - CONTRAT ' LITG-NUMCONT
                      ' RANG ' LITG-RANG
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
      *--- LA CAMPAGNE SUIVANTE REPART DU CRM ARRONDI AUX CENTIEMES
      *--- TEL QU'ECRIT DANS FB04CRMN
           MOVE CRMA-CRM-RESULTAT TO WS-CRM-CORRIGE.
           ADD 1 TO WS-NB-CAMPAGNES.
           ADD 1 TO WS-CA-SSAA
           .
      ******************************************************************
      *   REINJECTION MA90 : CASE CORRIGEE (ORIGINE 'L', REFERENCE =   *
      *   DATE D'OUVERTURE DU DOSSIER) ET CRM CORRIGE S'IL DIFFERE DU  *
      *   CRM ACTUEL                                                   *
      ******************************************************************
       24000-ECRIRE-CORRECTIONS.
      *-------------------------
           MOVE SPACES                 TO ENRG-FB03SLOT
           MOVE LITG-NUMCONT           TO SLOT-NUMCONT
           MOVE LITG-RANG              TO SLOT-RANG
           MOVE CRLX-NO-CASE (WS-CASE-CONTESTEE) TO SLOT-CASE
           MOVE CRLX-NATURE (WS-CASE-CONTESTEE)  TO SLOT-NATURE
           MOVE LITG-DATE-SIN          TO SLOT-DATE-SIN
           MOVE CRLX-SIPMNT (WS-CASE-CONTESTEE)  TO SLOT-SIPMNT
           MOVE LITG-RESP-CORRIGEE     TO SLOT-SIPRESP
           MOVE 'L'                    TO SLOT-ORIGINE
           MOVE LITG-DATE-OUVERTURE    TO SLOT-REFERENCE
           WRITE ENRG-FB03SLOT
           IF WS-CRM-CORRIGE NOT = CRLX-CRM-ACTUEL
              MOVE SPACES              TO ENRG-FB04CRMN
              MOVE LITG-NUMCONT        TO CRMN-NUMCONT
              MOVE LITG-RANG           TO CRMN-RANG
              MOVE WS-CRM-CORRIGE      TO CRMN-CRM-NOUVEAU
              WRITE ENRG-FB04CRMN
              ADD 1                    TO WS-CPT-CRM-CORRIGES
           END-IF
           .
      ******************************************************************
      *   DECLARATIONS DEJA EMISES POUR LE CONTRAT (CHARGEES UNE FOIS  *
      *   PAR CONTRAT) : LE SINISTRE DECLARE A LA MEME DATE ET DE MEME *
      *   NATURE RECOIT UNE DECLARATION RECTIFICATIVE                  *
      ******************************************************************
       25000-CORRIGER-AGIRA.
      *---------------------
           MOVE 'N' TO WS-IND-AGIRA.
           IF LITG-NUMCONT NOT = WS-NUMCONT-AGIH
              PERFORM 25100-CHARGER-DECLARATIONS
           END-IF.
           SET IX-DECL TO 1.
           IF WS-NB-DECL > ZERO
              SEARCH WS-DECL
                 AT END
                    CONTINUE
                 WHEN IX-DECL > WS-NB-DECL
                    CONTINUE
                 WHEN WS-DECL-DATE-SIN (IX-DECL) = LITG-DATE-SIN
                  AND WS-DECL-NATURE (IX-DECL)
                                = CRLX-NATURE (WS-CASE-CONTESTEE)
                    SET AGIRA-A-CORRIGER TO TRUE
              END-SEARCH
           END-IF.
           IF AGIRA-A-CORRIGER
              MOVE SPACES                TO ENRG-FB03AGIC
              MOVE WS-DECL-IDENTITE (IX-DECL) TO AGIC-IDENTITE
              MOVE WS-DECL-NATURE (IX-DECL)   TO AGIC-NATURE
              MOVE LITG-DATE-SIN         TO AGIC-DATE-SIN
              MOVE CRLX-SIPMNT (WS-CASE-CONTESTEE) TO AGIC-SIPMNT
              MOVE LITG-RESP-CORRIGEE    TO AGIC-SIPRESP
              MOVE CRLX-DT-DEBUT-ASS     TO AGIC-DT-DEBUT-ASS
              MOVE CRLX-DT-FIN-ASS       TO AGIC-DT-FIN-ASS
              SET AGIC-RECTIFICATION     TO TRUE
              MOVE LITG-RESP-INITIALE    TO AGIC-SIPRESP-DECLARE
              MOVE WS-DECL-DT-DECL (IX-DECL)  TO AGIC-DT-DECLARATION
              WRITE ENRG-FB03AGIC
              ADD 1                      TO WS-CPT-AGIRA
           END-IF
           .
      ******************************************************************
       25100-CHARGER-DECLARATIONS.
      *---------------------------
           MOVE LITG-NUMCONT TO WS-NUMCONT-AGIH.
           MOVE ZERO         TO WS-NB-DECL.
           PERFORM 25200-AVANCER-AGIH
              UNTIL FIN-AGIH
              OR AGIH-NUMCONT NOT < WS-NUMCONT-AGIH.
           PERFORM 25300-RANGER-DECLARATION
              UNTIL FIN-AGIH
              OR AGIH-NUMCONT NOT = WS-NUMCONT-AGIH
           .
      ******************************************************************
       25200-AVANCER-AGIH.
      *-------------------
           PERFORM 21200-LIRE-AGIH
           .
      ******************************************************************
       25300-RANGER-DECLARATION.
      *-------------------------
           IF WS-NB-DECL = 200
              DISPLAY 'FB04B18 : TABLE DECLARATIONS SATUREE (200)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1                    TO WS-NB-DECL
           SET IX-DECL              TO WS-NB-DECL
           MOVE AGIH-IDENTITE       TO WS-DECL-IDENTITE (IX-DECL)
           MOVE AGIH-DATE-SIN       TO WS-DECL-DATE-SIN (IX-DECL)
           MOVE AGIH-NATURE         TO WS-DECL-NATURE (IX-DECL)
           MOVE AGIH-DT-DECLARATION TO WS-DECL-DT-DECL (IX-DECL)
           PERFORM 21200-LIRE-AGIH
           .
      ******************************************************************
      *   LETTRE RECTIFICATIVE AU CLIENT : RAPPEL DE LA CONTESTATION,  *
      *   PART CORRIGEE ET COEFFICIENT RECTIFIE (OU PRISE EN COMPTE A  *
      *   LA PROCHAINE ECHEANCE SI AUCUNE CAMPAGNE N'A COMPTE LE       *
      *   SINISTRE)                                                    *
      ******************************************************************
       26000-EDITER-LETTRE.
      *--------------------
           MOVE LITG-DATE-OUVERTURE TO WS-DATE-A-EDITER.
           PERFORM 29100-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-OUVERT.
           MOVE LITG-DATE-SIN      TO WS-DATE-A-EDITER.
           PERFORM 29100-EDITER-DATE.
           MOVE WS-DATE-EDITEE     TO WS-EDIT-DATE-SIN.
           MOVE LITG-RESP-INITIALE TO WS-EDIT-RESP-INIT.
           MOVE LITG-RESP-CORRIGEE TO WS-EDIT-RESP-CORR.
           COMPUTE WS-COEF-CALCUL = CRLX-CRM-ACTUEL / 100.
           MOVE WS-COEF-CALCUL     TO WS-EDIT-COEF-ANCIEN.
           COMPUTE WS-COEF-CALCUL = WS-CRM-CORRIGE / 100.
           MOVE WS-COEF-CALCUL     TO WS-EDIT-COEF-NOUVEAU.
           MOVE 'EN'               TO EDIG-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'RECTIFICATION DU COEFFICIENT BONUS-MALUS - CONTRAT '
                  LITG-NUMCONT
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE 'DT'               TO EDIG-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'A L''ATTENTION DU CLIENT ' CRLX-GESCLI
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'SUITE A VOTRE CONTESTATION ENREGISTREE LE '
                  WS-EDIT-DATE-OUVERT ' CONCERNANT'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           IF LITG-MOTIF-CONDUCTEUR
              STRING 'LE SINISTRE DU ' WS-EDIT-DATE-SIN
                     ', CE SINISTRE N''EST PLUS IMPUTE AU CONDUCTEUR'
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
              MOVE 'DESIGNE : SA PART DE RESPONSABILITE EST NULLE.'
                                   TO WS-LIGNE-DOC
           ELSE
              STRING 'LE SINISTRE DU ' WS-EDIT-DATE-SIN
                     ', LA PART DE RESPONSABILITE RETENUE PASSE DE '
                     WS-EDIT-RESP-INIT
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
              MOVE SPACES          TO WS-LIGNE-DOC
              STRING '% A ' WS-EDIT-RESP-CORR '%.'
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
           END-IF.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           MOVE SPACES             TO WS-LIGNE-DOC.
           IF SINISTRE-DEJA-COMPTE
              STRING 'VOTRE COEFFICIENT BONUS-MALUS EST RECTIFIE DE '
                     WS-EDIT-COEF-ANCIEN ' A ' WS-EDIT-COEF-NOUVEAU '.'
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
              MOVE 'LA DIFFERENCE DE PRIME SERA REGULARISEE SUR VOTRE'
                                   TO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
              MOVE 'PROCHAIN AVIS D''ECHEANCE.'
                                   TO WS-LIGNE-DOC
           ELSE
              STRING 'VOTRE COEFFICIENT BONUS-MALUS RESTE DE '
                     WS-EDIT-COEF-ANCIEN ' ; LA CORRECTION SERA PRISE'
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
              MOVE 'EN COMPTE A VOTRE PROCHAINE ECHEANCE ANNUELLE.'
                                   TO WS-LIGNE-DOC
           END-IF.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           IF AGIRA-A-CORRIGER
              MOVE 'LE FICHIER DES ANTECEDENTS DES ASSURES EST RECTIFIE'
                                   TO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
           END-IF.
           MOVE 'PD'               TO EDIG-TYPE-LIGNE.
           MOVE SPACES             TO WS-LIGNE-DOC.
           STRING 'EDITE LE ' WS-DATE-TRAITEMENT
                  ' - DOSSIER DE LITIGE ' LITG-NUMCONT
                  ' ' LITG-RANG ' ' LITG-DATE-OUVERTURE
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
      *   COMPTE RENDU DU DOSSIER SOLDE ; POUR UN SINISTRE D'UN AUTRE  *
      *   CONDUCTEUR, LIGNE DE REAFFECTATION MANUELLE DE LA CASE       *
      ******************************************************************
       27000-ECRIRE-COMPTE-RENDU.
      *--------------------------
           MOVE LITG-NUMCONT           TO RAPG-NUMCONT
           MOVE LITG-RANG              TO RAPG-RANG
           MOVE LITG-DATE-OUVERTURE    TO RAPG-DATE-OUVERTURE
           MOVE CRLX-CRM-ACTUEL        TO RAPG-CRM-ANCIEN
           MOVE WS-CRM-CORRIGE         TO RAPG-CRM-NOUVEAU
           IF SINISTRE-DEJA-COMPTE
              MOVE 'SOLDE - CRM RECALCULE'
                                       TO RAPG-MOTIF
           ELSE
              MOVE 'SOLDE - CASE CORRIGEE, CRM INCHANGE'
                                       TO RAPG-MOTIF
           END-IF
           IF AGIRA-A-CORRIGER
              MOVE '+ AGIRA'           TO RAPG-MOTIF (31:7)
           END-IF
           WRITE ENRG-FB04RAPG
           IF LITG-MOTIF-CONDUCTEUR
              ADD 1                    TO WS-CPT-REAFFECTATIONS
              MOVE SPACES              TO RAPG-MOTIF
              IF LITG-RANG-AUTRE = ZERO
                 MOVE 'A REAFFECTER : CONDUCTEUR A IDENTIFIER'
                                       TO RAPG-MOTIF
              ELSE
                 STRING 'A REAFFECTER AU RANG ' LITG-RANG-AUTRE
                        DELIMITED BY SIZE INTO RAPG-MOTIF
              END-IF
              WRITE ENRG-FB04RAPG
           END-IF
           .
      ******************************************************************
      *   DOSSIER LAISSE EN ATTENTE (REPRIS AU PASSAGE SUIVANT)        *
      ******************************************************************
       27100-ECRIRE-ANOMALIE.
      *----------------------
           MOVE LITG-NUMCONT           TO RAPG-NUMCONT
           MOVE LITG-RANG              TO RAPG-RANG
           MOVE LITG-DATE-OUVERTURE    TO RAPG-DATE-OUVERTURE
           MOVE ZERO                   TO RAPG-CRM-ANCIEN
                                          RAPG-CRM-NOUVEAU
           WRITE ENRG-FB04RAPG
           ADD 1 TO WS-CPT-ANOMALIES
           .
      ******************************************************************
      *   SOLDE DU DOSSIER : DATE DU RECALCUL, CRM CORRIGE ET          *
      *   INDICATEUR DE CORRECTION AGIRA (AFFICHES PAR FB31)           *
      ******************************************************************
       28000-CLORE-DOSSIER.
      *--------------------
           MOVE WS-DATE-TRAITEMENT     TO LITG-DATE-RECALCUL
                                          LITG-DATE-MAJ
           MOVE WS-CRM-CORRIGE         TO LITG-CRM-CORRIGE
           IF AGIRA-A-CORRIGER
              SET LITG-AGIRA-CORRIGE   TO TRUE
           END-IF
           REWRITE ENRG-FB04LITG FROM WSS-LITG-ENR
           IF NOT OK-FB04LITG
              DISPLAY 'FB04B18 : ERREUR REWRITE FB04LITG - '
                       FS-FB04LITG-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1 TO WS-CPT-SOLDES
           .
      ******************************************************************
      *   CHAQUE LIGNE PART SUR LE FLUX CIC ET SUR LA COPIE D'ARCHIVE *
      *   GED AVEC LA REFERENCE DU DOCUMENT (TYPE 'LC')               *
      ******************************************************************
       29000-ECRIRE-LIGNE-DOC.
      *------------------------
           MOVE WS-LIGNE-DOC       TO EDIG-TEXTE.
           WRITE ENRG-FB04EDIG.
           MOVE LITG-NUMCONT       TO RELG-NUMCONT.
           MOVE LITG-RANG          TO RELG-RANG.
           MOVE WS-DATE-TRAITEMENT TO RELG-DATE-EDITION.
           MOVE 'LC'               TO RELG-TYPE-DOC.
           MOVE EDIG-TYPE-LIGNE    TO RELG-TYPE-LIGNE.
           MOVE WS-LIGNE-DOC       TO RELG-TEXTE.
           WRITE ENRG-FB04RELG
           .
      ******************************************************************
       29100-EDITER-DATE.
      *------------------
           MOVE SPACES                 TO WS-DATE-EDITEE.
           STRING WS-DATE-A-EDITER (7:2) '/'
                  WS-DATE-A-EDITER (5:2) '/'
                  WS-DATE-A-EDITER (1:4)
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE
           .
      ******************************************************************
       21000-LIRE-LITG.
      *----------------
           IF NOT FIN-LITG
              READ FB04LITG NEXT RECORD INTO WSS-LITG-ENR
                 AT END
                    SET FIN-LITG TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-DOSSIERS-LUS
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-CRLX.
      *----------------
           IF NOT FIN-CRLX
              READ FB04CRLX
                 AT END
                    SET FIN-CRLX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21200-LIRE-AGIH.
      *----------------
           IF NOT FIN-AGIH
              READ FB03AGIH
                 AT END
                    SET FIN-AGIH TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB04LITG FB04CRLX FB03AGIH FB04CRMN FB03SLOT
                 FB03AGIC FB04EDIG FB04RELG FB04RAPG.
           DISPLAY 'FB04B18 : DOSSIERS LUS           = '
                    WS-CPT-DOSSIERS-LUS.
           DISPLAY 'FB04B18 : DOSSIERS A SOLDER      = '
                    WS-CPT-A-SOLDER.
           DISPLAY 'FB04B18 : DOSSIERS SOLDES        = '
                    WS-CPT-SOLDES.
           DISPLAY 'FB04B18 : CRM CORRIGES           = '
                    WS-CPT-CRM-CORRIGES.
           DISPLAY 'FB04B18 : RECTIFICATIONS AGIRA   = '
                    WS-CPT-AGIRA.
           DISPLAY 'FB04B18 : CASES A REAFFECTER     = '
                    WS-CPT-REAFFECTATIONS.
           DISPLAY 'FB04B18 : ANOMALIES              = '
                    WS-CPT-ANOMALIES.
           IF WS-CPT-ANOMALIES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB04B18 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
