       ID DIVISION.
       PROGRAM-ID. FB00SV01.
      ****************************************************************
      *
      *  OBJET  : MODULE APPELE DE CALENDRIER, COMMUN AUX PROGRAMMES
      *           BATCH ET AUX TRANSACTIONS DE LA CHAINE (ZONE D'APPEL
      *           FB00CALA). TOUS LES DELAIS LEGAUX ET CALCULS D'AGE
      *           ETAIENT FAITS EN BASE 360 (ANNEE DE 360 JOURS, MOIS
      *           DE 30), AVEC UN A TROIS JOURS D'ECART AUTOUR DES FINS
      *           DE MOIS ET DE FEVRIER. LE MODULE TRAVAILLE SUR UN
      *           NUMERO DE JOUR ABSOLU (CALENDRIER GREGORIEN, ANNEE
      *           COMMENCANT AU 1ER MARS POUR PLACER LE 29 FEVRIER EN
      *           FIN D'ANNEE) ET COMPTE :
      *           - EN JOURS CALENDAIRES REELS ;
      *           - EN JOURS OUVRES FRANCAIS : LUNDI A VENDREDI, HORS
      *             JOURS FERIES DE LA TABLE MAINTENUE FB00FERI ;
      *           - EN MOIS CALENDAIRES (ECHEANCES A N MOIS OU N ANS)
      *             ET EN ANNEES REVOLUES (AGES).
      *           AUCUN ACCES FICHIER NI AFFICHAGE : LE MODULE EST
      *           APPELABLE SOUS CICS COMME EN BATCH.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51162 CREATION.
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
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00SV01 **'.
      *================================================================*
      *   TABLE DES JOURS FERIES                                       *
      *================================================================*
       COPY FB00FERI.
      *================================================================*
      *   CONVERSION DATE / NUMERO DE JOUR                             *
      *================================================================*
       01  WS-DATE-CONV.
           05  WS-DC-SSAA        PIC 9(04).
           05  WS-DC-MM          PIC 9(02).
           05  WS-DC-JJ          PIC 9(02).
       01  WS-DATE-CONV-X REDEFINES WS-DATE-CONV.
           05  FILLER            PIC X(04).
           05  WS-DC-MMJJ        PIC X(04).
       01  WS-NUMERO-JOUR        PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-ANNEE-MARS         PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-MOIS-MARS          PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-BASE-ANNEE         PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-JOUR-ANNEE         PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-TRAVAIL            PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-QUOTIENT           PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-RESTE              PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-Q4                 PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-Q100               PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-Q400               PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-NB-JOURS-MOIS      PIC 9(02) VALUE ZERO.
       01  WS-IND-BISSEXTILE     PIC X(01) VALUE 'N'.
           88     ANNEE-BISSEXTILE   VALUE 'O'.
      *================================================================*
      *   DECOMPTES                                                    *
      *================================================================*
       01  WS-NJ-1               PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-NJ-2               PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-NJ-COUR            PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-NJ-FIN             PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-PAS                PIC S9(01) COMP-3 VALUE ZERO.
       01  WS-RESTANT            PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-CUMUL              PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-NB-MOIS            PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-JOUR-SEMAINE       PIC 9(01) VALUE ZERO.
       01  WS-DATE-NAIS.
           05  WS-DN-SSAA        PIC 9(04).
           05  WS-DN-MMJJ        PIC X(04).
       01  WS-DATE-REF.
           05  WS-DR-SSAA        PIC 9(04).
           05  WS-DR-MMJJ        PIC X(04).
       01  WS-IND-OUVRE          PIC X(01) VALUE 'N'.
           88     JOUR-OUVRE         VALUE 'O'.
      *================================================================*
      *   FERIES MOBILES DE L'ANNEE EN COURS D'EXAMEN (CONSERVES D'UN  *
      *   APPEL A L'AUTRE TANT QUE L'ANNEE NE CHANGE PAS)              *
      *================================================================*
       01  WS-ANNEE-FERIES       PIC 9(04) VALUE ZERO.
       01  WS-IND-PAQUES         PIC X(01) VALUE 'N'.
           88     PAQUES-CONNU       VALUE 'O'.
       01  WS-NJ-PAQUES          PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-NJ-LUNDI-PAQUES    PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-NJ-ASCENSION       PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-NJ-LUNDI-PENTECOTE PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-IND-FERI           PIC S9(04) COMP VALUE ZERO.
       01  WS-SSAA-EXAMEN        PIC 9(04) VALUE ZERO.
       01  WS-MMJJ-EXAMEN        PIC X(04) VALUE SPACES.
      *================================================================*
      *   LIBELLES DES BASES DE DECOMPTE                               *
      *================================================================*
       01  WS-LIB-CALENDAIRE     PIC X(30)
                                 VALUE 'JOURS CALENDAIRES REELS'.
       01  WS-LIB-OUVRES         PIC X(30)
                                 VALUE 'JOURS OUVRES FERIES FRANCE'.
       01  WS-LIB-MOIS           PIC X(30)
                                 VALUE 'MOIS CALENDAIRES REELS'.
       01  WS-LIB-AGE            PIC X(30)
                                 VALUE 'ANNEES REVOLUES'.
      ******************************************************************
       LINKAGE SECTION.
      *----------------
       COPY FB00CALA.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION USING WSS-CALA-COMMAREA.
      *-------------------
           MOVE ZERO               TO CALA-CODE-RETOUR
           MOVE SPACES             TO CALA-DATE-RESULTAT
                                      CALA-LIB-BASE
           MOVE ZERO               TO CALA-RESULTAT
           EVALUATE TRUE
              WHEN CALA-FONC-ECART-CAL
                 PERFORM 20000-ECART-CALENDAIRE
              WHEN CALA-FONC-ECART-OUV
                 PERFORM 21000-ECART-OUVRE
              WHEN CALA-FONC-AJOUT-CAL
                 PERFORM 22000-AJOUT-CALENDAIRE
              WHEN CALA-FONC-AJOUT-OUV
                 PERFORM 23000-AJOUT-OUVRE
              WHEN CALA-FONC-AJOUT-MOIS
                 PERFORM 24000-AJOUT-MOIS
              WHEN CALA-FONC-AGE
                 PERFORM 25000-AGE-REVOLU
              WHEN CALA-FONC-JOUR-SEMAINE
                 PERFORM 26000-JOUR-SEMAINE
              WHEN OTHER
                 SET CALA-FONCTION-INCONNUE TO TRUE
           END-EVALUATE
           GOBACK
           .
      ******************************************************************
      *   ECART EN JOURS CALENDAIRES : DATE-2 - DATE-1                 *
      ******************************************************************
       20000-ECART-CALENDAIRE.
      *-----------------------
           MOVE WS-LIB-CALENDAIRE  TO CALA-LIB-BASE.
           PERFORM 40000-CONVERTIR-DATES.
           IF CALA-RETOUR-OK
              COMPUTE CALA-RESULTAT = WS-NJ-2 - WS-NJ-1
           END-IF
           .
      ******************************************************************
      *   ECART EN JOURS OUVRES : JOURS OUVRES DE ]DATE-1, DATE-2],    *
      *   COMPTES NEGATIVEMENT SI DATE-2 PRECEDE DATE-1                *
      ******************************************************************
       21000-ECART-OUVRE.
      *------------------
           MOVE WS-LIB-OUVRES      TO CALA-LIB-BASE.
           PERFORM 40000-CONVERTIR-DATES.
           IF CALA-RETOUR-OK
              MOVE ZERO            TO WS-CUMUL
              IF WS-NJ-2 NOT < WS-NJ-1
                 MOVE WS-NJ-1      TO WS-NJ-COUR
                 MOVE WS-NJ-2      TO WS-NJ-FIN
                 MOVE 1            TO WS-PAS
              ELSE
                 MOVE WS-NJ-2      TO WS-NJ-COUR
                 MOVE WS-NJ-1      TO WS-NJ-FIN
                 MOVE -1           TO WS-PAS
              END-IF
              PERFORM 21100-COMPTER-UN-JOUR
                 UNTIL WS-NJ-COUR NOT < WS-NJ-FIN
              COMPUTE CALA-RESULTAT = WS-CUMUL * WS-PAS
           END-IF
           .
      ******************************************************************
       21100-COMPTER-UN-JOUR.
      *----------------------
           ADD 1 TO WS-NJ-COUR.
           PERFORM 50000-TESTER-JOUR-OUVRE.
           IF JOUR-OUVRE
              ADD 1 TO WS-CUMUL
           END-IF
           .
      ******************************************************************
      *   DATE-1 + NOMBRE JOURS CALENDAIRES                            *
      ******************************************************************
       22000-AJOUT-CALENDAIRE.
      *-----------------------
           MOVE WS-LIB-CALENDAIRE  TO CALA-LIB-BASE.
           MOVE CALA-DATE-1        TO WS-DATE-CONV.
           PERFORM 41000-DATE-VERS-NUMERO.
           IF CALA-RETOUR-OK
              COMPUTE WS-NUMERO-JOUR = WS-NUMERO-JOUR + CALA-NOMBRE
              PERFORM 42000-NUMERO-VERS-DATE
              MOVE WS-DATE-CONV    TO CALA-DATE-RESULTAT
           END-IF
           .
      ******************************************************************
      *   DATE-1 + NOMBRE JOURS OUVRES (NOMBRE NEGATIF : A REBOURS) ;  *
      *   LA DATE D'ARRIVEE EST TOUJOURS UN JOUR OUVRE                 *
      ******************************************************************
       23000-AJOUT-OUVRE.
      *------------------
           MOVE WS-LIB-OUVRES      TO CALA-LIB-BASE.
           MOVE CALA-DATE-1        TO WS-DATE-CONV.
           PERFORM 41000-DATE-VERS-NUMERO.
           IF CALA-RETOUR-OK
              MOVE WS-NUMERO-JOUR  TO WS-NJ-COUR
              IF CALA-NOMBRE < ZERO
                 MOVE -1           TO WS-PAS
                 COMPUTE WS-RESTANT = ZERO - CALA-NOMBRE
              ELSE
                 MOVE 1            TO WS-PAS
                 MOVE CALA-NOMBRE  TO WS-RESTANT
              END-IF
              PERFORM 23100-AVANCER-UN-JOUR
                 UNTIL WS-RESTANT = ZERO
              MOVE WS-NJ-COUR      TO WS-NUMERO-JOUR
              PERFORM 42000-NUMERO-VERS-DATE
              MOVE WS-DATE-CONV    TO CALA-DATE-RESULTAT
           END-IF
           .
      ******************************************************************
       23100-AVANCER-UN-JOUR.
      *----------------------
           ADD WS-PAS TO WS-NJ-COUR.
           PERFORM 50000-TESTER-JOUR-OUVRE.
           IF JOUR-OUVRE
              SUBTRACT 1 FROM WS-RESTANT
           END-IF
           .
      ******************************************************************
      *   DATE-1 + NOMBRE MOIS : LE QUANTIEME EST CONSERVE, RAMENE AU  *
      *   DERNIER JOUR DU MOIS D'ARRIVEE S'IL LE DEPASSE (31/01 + 1    *
      *   MOIS = 28 OU 29/02 ; 29/02 + 12 MOIS = 28/02)                *
      ******************************************************************
       24000-AJOUT-MOIS.
      *-----------------
           MOVE WS-LIB-MOIS        TO CALA-LIB-BASE.
           MOVE CALA-DATE-1        TO WS-DATE-CONV.
           PERFORM 41000-DATE-VERS-NUMERO.
           IF CALA-RETOUR-OK
              MOVE CALA-DATE-1     TO WS-DATE-CONV
              COMPUTE WS-NB-MOIS = WS-DC-SSAA * 12 + WS-DC-MM - 1
                                 + CALA-NOMBRE
              DIVIDE WS-NB-MOIS BY 12 GIVING WS-QUOTIENT
                                   REMAINDER WS-RESTE
              MOVE WS-QUOTIENT     TO WS-DC-SSAA
              COMPUTE WS-DC-MM = WS-RESTE + 1
              PERFORM 43000-JOURS-DU-MOIS
              IF WS-DC-JJ > WS-NB-JOURS-MOIS
                 MOVE WS-NB-JOURS-MOIS TO WS-DC-JJ
              END-IF
              MOVE WS-DATE-CONV    TO CALA-DATE-RESULTAT
           END-IF
           .
      ******************************************************************
      *   AGE EN ANNEES REVOLUES A DATE-2 (NAISSANCE EN DATE-1) : UN   *
      *   NE LE 29/02 PREND UN AN LE 01/03 LES ANNEES NON BISSEXTILES  *
      ******************************************************************
       25000-AGE-REVOLU.
      *-----------------
           MOVE WS-LIB-AGE         TO CALA-LIB-BASE.
           PERFORM 40000-CONVERTIR-DATES.
           IF CALA-RETOUR-OK
              MOVE CALA-DATE-1     TO WS-DATE-NAIS
              MOVE CALA-DATE-2     TO WS-DATE-REF
              COMPUTE CALA-RESULTAT = WS-DR-SSAA - WS-DN-SSAA
              IF WS-DR-MMJJ < WS-DN-MMJJ
                 SUBTRACT 1 FROM CALA-RESULTAT
              END-IF
           END-IF
           .
      ******************************************************************
      *   JOUR DE LA SEMAINE (1 = LUNDI ... 7 = DIMANCHE) ET CARACTERE *
      *   OUVRE DE DATE-1                                              *
      ******************************************************************
       26000-JOUR-SEMAINE.
      *-------------------
           MOVE WS-LIB-OUVRES      TO CALA-LIB-BASE.
           MOVE CALA-DATE-1        TO WS-DATE-CONV.
           PERFORM 41000-DATE-VERS-NUMERO.
           IF CALA-RETOUR-OK
              MOVE WS-NUMERO-JOUR  TO WS-NJ-COUR
              PERFORM 50000-TESTER-JOUR-OUVRE
              MOVE WS-JOUR-SEMAINE TO CALA-JOUR-SEMAINE
              MOVE WS-IND-OUVRE    TO CALA-IND-OUVRE
           END-IF
           .
      ******************************************************************
      *   CONVERSION DES DEUX DATES D'APPEL EN NUMEROS DE JOUR         *
      ******************************************************************
       40000-CONVERTIR-DATES.
      *----------------------
           MOVE CALA-DATE-1        TO WS-DATE-CONV.
           PERFORM 41000-DATE-VERS-NUMERO.
           MOVE WS-NUMERO-JOUR     TO WS-NJ-1.
           IF CALA-RETOUR-OK
              MOVE CALA-DATE-2     TO WS-DATE-CONV
              PERFORM 41000-DATE-VERS-NUMERO
              MOVE WS-NUMERO-JOUR  TO WS-NJ-2
           END-IF
           .
      ******************************************************************
      *   DATE SSAAMMJJ (WS-DATE-CONV) -> NUMERO DE JOUR : L'ANNEE EST *
      *   PRISE DU 1ER MARS AU 28/29 FEVRIER, LE NUMERO EST LE NOMBRE  *
      *   DE JOURS ECOULES DEPUIS LE 01/03/0000 GREGORIEN              *
      ******************************************************************
       41000-DATE-VERS-NUMERO.
      *-----------------------
           MOVE ZERO               TO WS-NUMERO-JOUR.
           IF WS-DATE-CONV NOT NUMERIC
              SET CALA-DATE-INVALIDE TO TRUE
           ELSE
              IF WS-DC-MM < 1 OR WS-DC-MM > 12 OR WS-DC-JJ < 1
                 SET CALA-DATE-INVALIDE TO TRUE
              ELSE
                 PERFORM 43000-JOURS-DU-MOIS
                 IF WS-DC-JJ > WS-NB-JOURS-MOIS
                    SET CALA-DATE-INVALIDE TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF CALA-RETOUR-OK
              MOVE WS-DC-SSAA      TO WS-ANNEE-MARS
              MOVE WS-DC-MM        TO WS-MOIS-MARS
              IF WS-MOIS-MARS < 3
                 SUBTRACT 1 FROM WS-ANNEE-MARS
                 ADD 12 TO WS-MOIS-MARS
              END-IF
              PERFORM 44000-BASE-ANNEE
              COMPUTE WS-TRAVAIL = 153 * (WS-MOIS-MARS - 3) + 2
              DIVIDE WS-TRAVAIL BY 5 GIVING WS-QUOTIENT
              COMPUTE WS-NUMERO-JOUR = WS-BASE-ANNEE + WS-QUOTIENT
                                     + WS-DC-JJ - 1
           END-IF
           .
      ******************************************************************
      *   NUMERO DE JOUR (WS-NUMERO-JOUR) -> DATE SSAAMMJJ : L'ANNEE   *
      *   ESTIMEE PAR 400 / 146097 EST CORRIGEE D'UNE UNITE AU PLUS    *
      ******************************************************************
       42000-NUMERO-VERS-DATE.
      *-----------------------
           COMPUTE WS-TRAVAIL = WS-NUMERO-JOUR * 400.
           DIVIDE WS-TRAVAIL BY 146097 GIVING WS-ANNEE-MARS.
           PERFORM 44000-BASE-ANNEE.
           IF WS-BASE-ANNEE > WS-NUMERO-JOUR
              SUBTRACT 1 FROM WS-ANNEE-MARS
              PERFORM 44000-BASE-ANNEE
           ELSE
              ADD 1 TO WS-ANNEE-MARS
              PERFORM 44000-BASE-ANNEE
              IF WS-BASE-ANNEE > WS-NUMERO-JOUR
                 SUBTRACT 1 FROM WS-ANNEE-MARS
                 PERFORM 44000-BASE-ANNEE
              END-IF
           END-IF.
           COMPUTE WS-JOUR-ANNEE = WS-NUMERO-JOUR - WS-BASE-ANNEE.
           COMPUTE WS-TRAVAIL = 5 * WS-JOUR-ANNEE + 2.
           DIVIDE WS-TRAVAIL BY 153 GIVING WS-MOIS-MARS.
           COMPUTE WS-TRAVAIL = 153 * WS-MOIS-MARS + 2.
           DIVIDE WS-TRAVAIL BY 5 GIVING WS-QUOTIENT.
           COMPUTE WS-DC-JJ = WS-JOUR-ANNEE - WS-QUOTIENT + 1.
           ADD 3 TO WS-MOIS-MARS.
           IF WS-MOIS-MARS > 12
              SUBTRACT 12 FROM WS-MOIS-MARS
              ADD 1 TO WS-ANNEE-MARS
           END-IF.
           MOVE WS-MOIS-MARS       TO WS-DC-MM.
           MOVE WS-ANNEE-MARS      TO WS-DC-SSAA
           .
      ******************************************************************
      *   NOMBRE DE JOURS DU MOIS WS-DC-MM DE L'ANNEE WS-DC-SSAA       *
      ******************************************************************
       43000-JOURS-DU-MOIS.
      *--------------------
           EVALUATE WS-DC-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-NB-JOURS-MOIS
              WHEN 2
                 PERFORM 43100-TESTER-BISSEXTILE
                 IF ANNEE-BISSEXTILE
                    MOVE 29 TO WS-NB-JOURS-MOIS
                 ELSE
                    MOVE 28 TO WS-NB-JOURS-MOIS
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-NB-JOURS-MOIS
           END-EVALUATE
           .
      ******************************************************************
       43100-TESTER-BISSEXTILE.
      *------------------------
           MOVE 'N' TO WS-IND-BISSEXTILE.
           DIVIDE WS-DC-SSAA BY 4 GIVING WS-QUOTIENT
                                  REMAINDER WS-RESTE.
           IF WS-RESTE = ZERO
              SET ANNEE-BISSEXTILE TO TRUE
              DIVIDE WS-DC-SSAA BY 100 GIVING WS-QUOTIENT
                                     REMAINDER WS-RESTE
              IF WS-RESTE = ZERO
                 MOVE 'N' TO WS-IND-BISSEXTILE
                 DIVIDE WS-DC-SSAA BY 400 GIVING WS-QUOTIENT
                                        REMAINDER WS-RESTE
                 IF WS-RESTE = ZERO
                    SET ANNEE-BISSEXTILE TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *   NOMBRE DE JOURS DU 01/03/0000 AU 01/03 DE WS-ANNEE-MARS      *
      ******************************************************************
       44000-BASE-ANNEE.
      *-----------------
           DIVIDE WS-ANNEE-MARS BY 4   GIVING WS-Q4.
           DIVIDE WS-ANNEE-MARS BY 100 GIVING WS-Q100.
           DIVIDE WS-ANNEE-MARS BY 400 GIVING WS-Q400.
           COMPUTE WS-BASE-ANNEE = 365 * WS-ANNEE-MARS
                                 + WS-Q4 - WS-Q100 + WS-Q400
           .
      ******************************************************************
      *   CARACTERE OUVRE DU JOUR WS-NJ-COUR : LE 01/03/0000 ETANT UN  *
      *   MERCREDI, (NUMERO + 2) MODULO 7 DONNE 0 POUR LE LUNDI. LES   *
      *   SAMEDIS, DIMANCHES ET FERIES DE FB00FERI NE SONT PAS OUVRES  *
      ******************************************************************
       50000-TESTER-JOUR-OUVRE.
      *------------------------
           COMPUTE WS-TRAVAIL = WS-NJ-COUR + 2.
           DIVIDE WS-TRAVAIL BY 7 GIVING WS-QUOTIENT
                                  REMAINDER WS-RESTE.
           COMPUTE WS-JOUR-SEMAINE = WS-RESTE + 1.
           SET JOUR-OUVRE TO TRUE.
           IF WS-JOUR-SEMAINE > 5
              MOVE 'N' TO WS-IND-OUVRE
           ELSE
              MOVE WS-NJ-COUR      TO WS-NUMERO-JOUR
              PERFORM 42000-NUMERO-VERS-DATE
              MOVE WS-DC-SSAA      TO WS-SSAA-EXAMEN
              MOVE WS-DC-MMJJ      TO WS-MMJJ-EXAMEN
              MOVE 1               TO WS-IND-FERI
              PERFORM 50100-COMPARER-FERIE-FIXE
                 UNTIL WS-IND-FERI > WSS-FERI-NB-FIXES
              IF JOUR-OUVRE
                 IF WS-SSAA-EXAMEN NOT = WS-ANNEE-FERIES
                    PERFORM 51000-CHARGER-FERIES-MOBILES
                 END-IF
                 IF PAQUES-CONNU
                    IF WS-NJ-COUR = WS-NJ-LUNDI-PAQUES
                       OR WS-NJ-COUR = WS-NJ-ASCENSION
                       OR WS-NJ-COUR = WS-NJ-LUNDI-PENTECOTE
                       MOVE 'N' TO WS-IND-OUVRE
                    END-IF
                 ELSE
      *--- ANNEE ABSENTE DE LA TABLE : SEULS LES FERIES FIXES ET LES
      *--- FINS DE SEMAINE SONT ECARTES, L'APPELANT EST PREVENU
                    SET CALA-ANNEE-HORS-TABLE TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
       50100-COMPARER-FERIE-FIXE.
      *--------------------------
           IF WSS-FERI-FIXE-MMJJ (WS-IND-FERI) = WS-MMJJ-EXAMEN
              MOVE 'N' TO WS-IND-OUVRE
              MOVE WSS-FERI-NB-FIXES TO WS-IND-FERI
           END-IF
           ADD 1 TO WS-IND-FERI
           .
      ******************************************************************
      *   FERIES MOBILES DE L'ANNEE WS-SSAA-EXAMEN, DEDUITS DU         *
      *   DIMANCHE DE PAQUES DE LA TABLE FB00FERI                      *
      ******************************************************************
       51000-CHARGER-FERIES-MOBILES.
      *-----------------------------
           MOVE WS-SSAA-EXAMEN     TO WS-ANNEE-FERIES.
           MOVE 'N'                TO WS-IND-PAQUES.
           MOVE 1                  TO WS-IND-FERI.
           PERFORM 51100-CHERCHER-PAQUES
              UNTIL WS-IND-FERI > WSS-FERI-NB-PAQUES
              OR PAQUES-CONNU.
           IF PAQUES-CONNU
              MOVE WSS-FERI-PAQUES-DATE (WS-IND-FERI)
                                   TO WS-DATE-CONV
              PERFORM 41000-DATE-VERS-NUMERO
              MOVE WS-NUMERO-JOUR  TO WS-NJ-PAQUES
              COMPUTE WS-NJ-LUNDI-PAQUES    = WS-NJ-PAQUES + 1
              COMPUTE WS-NJ-ASCENSION       = WS-NJ-PAQUES + 39
              COMPUTE WS-NJ-LUNDI-PENTECOTE = WS-NJ-PAQUES + 50
           END-IF
           .
      ******************************************************************
       51100-CHERCHER-PAQUES.
      *----------------------
           IF WSS-FERI-PAQ-SSAA (WS-IND-FERI) = WS-SSAA-EXAMEN
              SET PAQUES-CONNU TO TRUE
           ELSE
              ADD 1 TO WS-IND-FERI
           END-IF
           .
