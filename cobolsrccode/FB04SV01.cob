       ID DIVISION.
       PROGRAM-ID. FB04SV01.
      ****************************************************************
      *
      *  OBJET  : MODULE APPELE DE CALCUL DU COEFFICIENT DE
      *           REDUCTION-MAJORATION (CRM), COMMUN AUX PROGRAMMES
      *           BATCH ET AUX TRANSACTIONS DE LA CHAINE (ZONE D'APPEL
      *           FB04CRMA). LES REGLES DU DECRET ETAIENT CODEES DANS
      *           FB04B04 ET RECOPIEES DANS FB04B18 ; ELLES SONT
      *           DESORMAIS ICI SEULEMENT :
      *           - PERIODE ANNUELLE DE REFERENCE ]ANNIVERSAIRE
      *             PRECEDENT, ANNIVERSAIRE DE LA CAMPAGNE] ;
      *           - ANNEE SANS SINISTRE RESPONSABLE : CRM X 0,95 ;
      *           - CHAQUE SINISTRE A RESPONSABILITE ENTIERE (100) :
      *             CRM X 1,25 ;
      *           - CHAQUE SINISTRE A RESPONSABILITE PARTIELLE :
      *             CRM X 1,125 ;
      *           - BUTOIRS REGLEMENTAIRES : PLANCHER 050, PLAFOND
      *             350 ; LE CRM RETENU EST TRONQUE AUX CENTIEMES ET
      *             LA CAMPAGNE SUIVANTE REPART DE CE CRM.
      *           AUCUN ACCES FICHIER NI AFFICHAGE : LE MODULE EST
      *           APPELABLE SOUS CICS COMME EN BATCH.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51203 CREATION.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB04SV01 **'.
      *================================================================*
      *   CALCUL DU COEFFICIENT (EN CENTIEMES)                         *
      *================================================================*
       01  WS-CRM-CALCUL         PIC 9(05)V99 COMP-3 VALUE ZERO.
       01  WS-CRM-RETENU         PIC 9(03) VALUE ZERO.
       01  WS-NB-RESP-TOTALE     PIC 9(02) COMP VALUE ZERO.
       01  WS-NB-RESP-PARTIELLE  PIC 9(02) COMP VALUE ZERO.
       01  WS-IND-SIN            PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-CAMPAGNE       PIC S9(4) COMP VALUE ZERO.
       01  WS-PLANCHER-CRM       PIC 9(03) VALUE 050.
       01  WS-PLAFOND-CRM        PIC 9(03) VALUE 350.
       01  WS-IND-BUTOIR         PIC X(01) VALUE 'N'.
      *================================================================*
      *   BORNES DE LA PERIODE ANNUELLE DE REFERENCE                   *
      *================================================================*
       01  WS-DATE-CAMPAGNE.
           05  WS-CA-SSAA        PIC 9(04).
           05  WS-CA-MMJJ        PIC X(04).
       01  WS-DATE-ANNIV-PREC.
           05  WS-AP-SSAA        PIC 9(04).
           05  WS-AP-MMJJ        PIC X(04).
      ******************************************************************
       LINKAGE SECTION.
      *----------------
       COPY FB04CRMA.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION USING WSS-CRMA-COMMAREA.
      *-------------------
           MOVE ZERO               TO CRMA-CODE-RETOUR
                                      CRMA-CRM-RESULTAT
           MOVE 1                  TO WS-IND-CAMPAGNE
           PERFORM 40000-RAZ-PROJECTION
              UNTIL WS-IND-CAMPAGNE > 10
           EVALUATE TRUE
              WHEN CRMA-FONC-CAMPAGNE
                 MOVE 1            TO CRMA-NB-CAMPAGNES
                 PERFORM 20000-PROJECTION
              WHEN CRMA-FONC-PROJECTION
                 PERFORM 20000-PROJECTION
              WHEN OTHER
                 SET CRMA-FONCTION-INCONNUE TO TRUE
           END-EVALUATE
           GOBACK
           .
      ******************************************************************
      *   CONTROLE DE LA ZONE D'APPEL PUIS CAMPAGNES SUCCESSIVES, LA   *
      *   PREMIERE A LA DATE DE CAMPAGNE, LES SUIVANTES D'ANNEE EN     *
      *   ANNEE                                                        *
      ******************************************************************
       20000-PROJECTION.
      *-----------------
           MOVE CRMA-DATE-CAMPAGNE TO WS-DATE-CAMPAGNE.
           EVALUATE TRUE
              WHEN CRMA-DATE-CAMPAGNE NOT NUMERIC
                 SET CRMA-DATE-INVALIDE   TO TRUE
              WHEN CRMA-NB-CAMPAGNES NOT NUMERIC
                 SET CRMA-NOMBRE-INVALIDE TO TRUE
              WHEN CRMA-NB-CAMPAGNES < 1 OR CRMA-NB-CAMPAGNES > 10
                 SET CRMA-NOMBRE-INVALIDE TO TRUE
              WHEN CRMA-CRM-DEPART NOT NUMERIC
                 SET CRMA-CRM-INVALIDE    TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF CRMA-RETOUR-OK
              MOVE CRMA-CRM-DEPART TO WS-CRM-RETENU
              MOVE 1               TO WS-IND-CAMPAGNE
              PERFORM 21000-CAMPAGNE
                 UNTIL WS-IND-CAMPAGNE > CRMA-NB-CAMPAGNES
              MOVE WS-CRM-RETENU   TO CRMA-CRM-RESULTAT
           END-IF
           .
      ******************************************************************
      *   UNE CAMPAGNE : APPLICATION DU DECRET SUR LA PERIODE          *
      *   ]ANNIVERSAIRE PRECEDENT, ANNIVERSAIRE] - LES SINISTRES       *
      *   ANTERIEURS ONT ETE PRIS EN COMPTE PAR LES CAMPAGNES PASSEES  *
      ******************************************************************
       21000-CAMPAGNE.
      *---------------
           MOVE WS-CA-SSAA TO WS-AP-SSAA.
           SUBTRACT 1 FROM WS-AP-SSAA.
           MOVE WS-CA-MMJJ TO WS-AP-MMJJ.
           MOVE ZERO TO WS-NB-RESP-TOTALE
                        WS-NB-RESP-PARTIELLE.
           MOVE 1    TO WS-IND-SIN.
           PERFORM 21100-CLASSER-SINISTRE
              UNTIL WS-IND-SIN > 8.
           MOVE WS-CRM-RETENU TO WS-CRM-CALCUL.
           IF WS-NB-RESP-TOTALE = ZERO
              AND WS-NB-RESP-PARTIELLE = ZERO
              COMPUTE WS-CRM-CALCUL ROUNDED
                    = WS-CRM-CALCUL * 95 / 100
           ELSE
              PERFORM 21200-MAJORER-TOTALE
                 WS-NB-RESP-TOTALE TIMES
              PERFORM 21300-MAJORER-PARTIELLE
                 WS-NB-RESP-PARTIELLE TIMES
           END-IF.
           MOVE 'N' TO WS-IND-BUTOIR.
           IF WS-CRM-CALCUL < WS-PLANCHER-CRM
              MOVE WS-PLANCHER-CRM TO WS-CRM-CALCUL
              MOVE 'O'             TO WS-IND-BUTOIR
           END-IF.
           IF WS-CRM-CALCUL > WS-PLAFOND-CRM
              MOVE WS-PLAFOND-CRM  TO WS-CRM-CALCUL
              MOVE 'O'             TO WS-IND-BUTOIR
           END-IF.
      *--- CRM TRONQUE AUX CENTIEMES : LA CAMPAGNE SUIVANTE REPART
      *--- DU CRM TEL QU'ECRIT DANS FB04CRMN
           MOVE WS-CRM-CALCUL        TO WS-CRM-RETENU.
           MOVE WS-DATE-CAMPAGNE     TO CRMA-PROJ-DATE
                                           (WS-IND-CAMPAGNE).
           MOVE WS-CRM-RETENU        TO CRMA-PROJ-CRM
                                           (WS-IND-CAMPAGNE).
           MOVE WS-NB-RESP-TOTALE    TO CRMA-PROJ-TOTALES
                                           (WS-IND-CAMPAGNE).
           MOVE WS-NB-RESP-PARTIELLE TO CRMA-PROJ-PARTIELLES
                                           (WS-IND-CAMPAGNE).
           MOVE WS-IND-BUTOIR        TO CRMA-PROJ-BUTOIR
                                           (WS-IND-CAMPAGNE).
           ADD 1 TO WS-CA-SSAA.
           ADD 1 TO WS-IND-CAMPAGNE
           .
      ******************************************************************
      *   HORS PERIODE DE REFERENCE (OU CASE SANS DATE) : LA CASE      *
      *   N'ENTRE PAS DANS LE CALCUL DE CETTE CAMPAGNE                 *
      ******************************************************************
       21100-CLASSER-SINISTRE.
      *------------------------
           EVALUATE TRUE
              WHEN CRMA-DATE-SIN (WS-IND-SIN) = SPACES
                 CONTINUE
              WHEN CRMA-DATE-SIN (WS-IND-SIN) NOT > WS-DATE-ANNIV-PREC
                 CONTINUE
              WHEN CRMA-DATE-SIN (WS-IND-SIN) > WS-DATE-CAMPAGNE
                 CONTINUE
              WHEN CRMA-RESP (WS-IND-SIN) NOT NUMERIC
                 CONTINUE
              WHEN CRMA-RESP (WS-IND-SIN) = 100
                 ADD 1 TO WS-NB-RESP-TOTALE
              WHEN CRMA-RESP (WS-IND-SIN) > ZERO
                 ADD 1 TO WS-NB-RESP-PARTIELLE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           ADD 1 TO WS-IND-SIN
           .
      ******************************************************************
       21200-MAJORER-TOTALE.
      *---------------------
           COMPUTE WS-CRM-CALCUL ROUNDED
                 = WS-CRM-CALCUL * 125 / 100
           .
      ******************************************************************
       21300-MAJORER-PARTIELLE.
      *-------------------------
           COMPUTE WS-CRM-CALCUL ROUNDED
                 = WS-CRM-CALCUL * 1125 / 1000
           .
      ******************************************************************
       40000-RAZ-PROJECTION.
      *---------------------
           MOVE SPACES TO CRMA-PROJ-DATE   (WS-IND-CAMPAGNE)
                          CRMA-PROJ-BUTOIR (WS-IND-CAMPAGNE).
           MOVE ZERO   TO CRMA-PROJ-CRM        (WS-IND-CAMPAGNE)
                          CRMA-PROJ-TOTALES    (WS-IND-CAMPAGNE)
                          CRMA-PROJ-PARTIELLES (WS-IND-CAMPAGNE).
           ADD 1 TO WS-IND-CAMPAGNE
           .
