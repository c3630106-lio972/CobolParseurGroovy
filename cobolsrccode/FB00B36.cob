       ID DIVISION.
       PROGRAM-ID. FB00B36.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH TRIMESTRIEL DU BORDEREAU DE
      *           REASSURANCE DES GRANDES FLOTTES ET DU CUMUL PAR
      *           COMMUNE. LE TRAITE FLOTTE EXIGE CHAQUE TRIMESTRE UN
      *           BORDEREAU DES RISQUES CEDES ET LE REASSUREUR
      *           DEMANDE NOTRE CONCENTRATION GRELE/INONDATION : LES
      *           DEUX ETAIENT MONTES A LA MAIN SUR TABLEUR.
      *           TRIMESTRE TRAITE : LE TRIMESTRE CIVIL ECHU A LA DATE
      *           DE TRAITEMENT, OU LES DATES DE LA CARTE FB00PARM.
      *           PAR CONTRAT, LA COMPOSITION PERSISTEE (FB00COMP)
      *           DONNE LES VEHICULES EN VIGUEUR EN FIN DE TRIMESTRE
      *           (REGLE DE PRESENCE DE LA PHOTO FB00B04), LES
      *           ENTREES ET LES SORTIES DU TRIMESTRE ; LE RANG, LA
      *           COMMUNE DE GARAGE (FB04VGAR, DESSIN DE FB04B03), LA
      *           VALEUR (FB04VALN DE FB04B07) ET LA FAMILLE (FB04FAMX,
      *           DESSIN DE FB00B35, 'NAFF' A DEFAUT) SONT RETROUVES
      *           PAR LA PLAQUE PUIS PAR LE RANG. UN CONTRAT EST CEDE
      *           S'IL ATTEINT LA RETENTION DU TRAITE EN NOMBRE DE
      *           VEHICULES EN VIGUEUR OU EN VALEUR ASSUREE (CARTE
      *           FB00PARM, 50 VEHICULES OU 1 500 000 EUR PAR DEFAUT).
      *           SORTIES :
      *           - FB00BORD : BORDEREAU AU FORMAT DU REASSUREUR
      *             (ENTETE 'E', CONTRAT 'C', VEHICULE 'V' EN VIGUEUR,
      *             ENTRE OU SORTI, FAMILLE 'F', FIN 'T') ;
      *           - FB00CUMU : CUMUL DE LA VALEUR EN VIGUEUR DES
      *             CONTRATS CEDES PAR COMMUNE DE GARAGE ET ZONE
      *             TARIFAIRE (GENERATION ACTIVE DU ZONIER FB04ZONK,
      *             RESTITUEE PAR FB04B06 DANS FB04ZONR), PAR ZONE, ET
      *             LES PLUS FORTES CONCENTRATIONS (20 PAR DEFAUT).
      *           UN VEHICULE SANS COMMUNE DE GARAGE OU UNE COMMUNE
      *           ABSENTE DU ZONIER EST SIGNALE, CODE RETOUR 4.
      *           FICHIERS D'ENTREE TRIES PAR LE JCL SUR LE CONTRAT
      *           (PUIS SUR LE RANG POUR FB04VGAR, FB04VALN, FB04FAMX).
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51168 CREATION.
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
      *--- CARTE PARAMETRE : TRIMESTRE, RETENTION, NOMBRE DE
      *--- CONCENTRATIONS (FACULTATIVE)
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- COMPOSITION PERSISTEE, TRIEE PAR CONTRAT
           SELECT  FB00COMP   ASSIGN  FB00COMP
                               FILE STATUS IS  FS-FB00COMP-STATUS.
      *--- VEHICULES AVEC COMMUNE DE GARAGE, TRIES PAR CONTRAT + RANG
           SELECT  FB04VGAR   ASSIGN  FB04VGAR
                               FILE STATUS IS  FS-FB04VGAR-STATUS.
      *--- VALEURS INDICATIVES PAR VEHICULE (FB04B07), TRIEES PAR
      *--- CONTRAT + RANG
           SELECT  FB04VALN   ASSIGN  FB04VALN
                               FILE STATUS IS  FS-FB04VALN-STATUS.
      *--- FAMILLE DE CHAQUE VEHICULE, TRIEE PAR CONTRAT + RANG
           SELECT  FB04FAMX   ASSIGN  FB04FAMX
                               FILE STATUS IS  FS-FB04FAMX-STATUS.
      *--- GENERATION ACTIVE DU ZONIER (FB04B06), TRIEE PAR COMMUNE
           SELECT  FB04ZONR   ASSIGN  FB04ZONR
                               FILE STATUS IS  FS-FB04ZONR-STATUS.
      *--- BORDEREAU DE REASSURANCE
           SELECT  FB00BORD   ASSIGN  FB00BORD
                               FILE STATUS IS  FS-FB00BORD-STATUS.
      *--- ETAT DES CUMULS PAR COMMUNE ET ZONE
           SELECT  FB00CUMU   ASSIGN  FB00CUMU
                               FILE STATUS IS  FS-FB00CUMU-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-DATE-DEBUT        PIC X(08).
           05  PARM-DATE-FIN          PIC X(08).
           05  PARM-RETENTION-NB      PIC 9(05).
           05  PARM-RETENTION-VALEUR  PIC 9(09).
           05  PARM-NB-CONCENTRATIONS PIC 9(03).
           05  PARM-TRAITE            PIC X(10).
           05  FILLER                 PIC X(37).
      *
       FD  FB00COMP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00COMP.
           05  COMP-NUMCONT           PIC X(12).
           05  COMP-TYPE              PIC X(01).
               88  COMP-VEHICULE          VALUE 'V'.
           05  COMP-IDENT             PIC X(30).
           05  COMP-STATYP            PIC X(04).
           05  COMP-DATENT            PIC X(08).
           05  COMP-DATSOR            PIC X(08).
           05  FILLER                 PIC X(17).
      *
       FD  FB04VGAR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04VGAR.
           05  VGAR-COMMUNE           PIC X(05).
           05  VGAR-NUMCONT           PIC X(12).
           05  VGAR-RANG              PIC 9(04).
           05  VGAR-IMMAT             PIC X(10).
           05  VGAR-ZONE-ACTUELLE     PIC X(02).
           05  FILLER                 PIC X(47).
      *
       FD  FB04VALN
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04VALN.
           05  VALN-NUMCONT           PIC X(12).
           05  VALN-RANG              PIC 9(04).
           05  VALN-VALEUR            PIC 9(07).
           05  VALN-DT-VALORISATION   PIC X(08).
           05  FILLER                 PIC X(49).
      *
       FD  FB04FAMX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04FAMX.
           05  FAMX-NUMCONT           PIC X(12).
           05  FAMX-RANG              PIC 9(04).
           05  FAMX-FAMILLE           PIC X(04).
           05  FAMX-ACTIF             PIC X(01).
           05  FILLER                 PIC X(59).
      *
       FD  FB04ZONR
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04ZONR.
           05  ZONR-COMMUNE           PIC X(05).
           05  ZONR-ZONE              PIC X(02).
           05  FILLER                 PIC X(73).
      *
       FD  FB00BORD
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00BORD.
           05  BORD-TYPE              PIC X(01).
               88  BORD-ENTETE            VALUE 'E'.
               88  BORD-CONTRAT           VALUE 'C'.
               88  BORD-VEHICULE          VALUE 'V'.
               88  BORD-FAMILLE           VALUE 'F'.
               88  BORD-FIN               VALUE 'T'.
           05  BORD-NUMCONT           PIC X(12).
           05  BORD-DONNEES           PIC X(87).
      *--- ENTETE : TRAITE ET TRIMESTRE
           05  BORD-ENT REDEFINES BORD-DONNEES.
               10  BORD-ENT-TRAITE        PIC X(10).
               10  BORD-ENT-DATE-DEBUT    PIC X(08).
               10  BORD-ENT-DATE-FIN      PIC X(08).
               10  BORD-ENT-DATE-EMISSION PIC X(08).
               10  FILLER                 PIC X(53).
      *--- CONTRAT : VEHICULES EN VIGUEUR, ENTREES, SORTIES, VALEUR
           05  BORD-CTR REDEFINES BORD-DONNEES.
               10  BORD-CTR-NB-VIGUEUR    PIC 9(05).
               10  BORD-CTR-NB-ENTREES    PIC 9(05).
               10  BORD-CTR-NB-SORTIES    PIC 9(05).
               10  BORD-CTR-VALEUR        PIC 9(11).
               10  FILLER                 PIC X(61).
      *--- VEHICULE : MOUVEMENT DU TRIMESTRE ('E' ENTRE, 'S' SORTI,
      *--- ESPACE EN VIGUEUR SANS MOUVEMENT)
           05  BORD-VEH REDEFINES BORD-DONNEES.
               10  BORD-VEH-RANG          PIC 9(04).
               10  BORD-VEH-IMMAT         PIC X(10).
               10  BORD-VEH-FAMILLE       PIC X(04).
               10  BORD-VEH-COMMUNE       PIC X(05).
               10  BORD-VEH-ZONE          PIC X(02).
               10  BORD-VEH-MOUVEMENT     PIC X(01).
               10  BORD-VEH-DATE-MVT      PIC X(08).
               10  BORD-VEH-VALEUR        PIC 9(07).
               10  FILLER                 PIC X(46).
      *--- FAMILLE : VEHICULES EN VIGUEUR ET VALEUR PAR FAMILLE
           05  BORD-FAM REDEFINES BORD-DONNEES.
               10  BORD-FAM-FAMILLE       PIC X(04).
               10  BORD-FAM-NB-VIGUEUR    PIC 9(05).
               10  BORD-FAM-VALEUR        PIC 9(11).
               10  FILLER                 PIC X(67).
      *--- FIN : NOMBRE DE CONTRATS CEDES ET VALEUR TOTALE
           05  BORD-FIN-DONNEES REDEFINES BORD-DONNEES.
               10  BORD-FIN-NB-CONTRATS   PIC 9(07).
               10  BORD-FIN-NB-VIGUEUR    PIC 9(07).
               10  BORD-FIN-VALEUR        PIC 9(13).
               10  FILLER                 PIC X(60).
      *
       FD  FB00CUMU
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CUMU              PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B36 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00COMP-STATUS   PIC X(02).
           88     OK-FB00COMP       VALUE '00'.
           88     EOF-FB00COMP      VALUE '10'.
       01  FS-FB04VGAR-STATUS   PIC X(02).
           88     OK-FB04VGAR       VALUE '00'.
           88     EOF-FB04VGAR      VALUE '10'.
       01  FS-FB04VALN-STATUS   PIC X(02).
           88     OK-FB04VALN       VALUE '00'.
           88     EOF-FB04VALN      VALUE '10'.
       01  FS-FB04FAMX-STATUS   PIC X(02).
           88     OK-FB04FAMX       VALUE '00'.
           88     EOF-FB04FAMX      VALUE '10'.
       01  FS-FB04ZONR-STATUS   PIC X(02).
           88     OK-FB04ZONR       VALUE '00'.
           88     EOF-FB04ZONR      VALUE '10'.
       01  FS-FB00BORD-STATUS   PIC X(02).
           88     OK-FB00BORD       VALUE '00'.
       01  FS-FB00CUMU-STATUS   PIC X(02).
           88     OK-FB00CUMU       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-COMP       PIC X(01) VALUE 'N'.
           88     FIN-COMP           VALUE 'O'.
       01  WS-IND-FIN-VGAR       PIC X(01) VALUE 'N'.
           88     FIN-VGAR           VALUE 'O'.
       01  WS-IND-FIN-VALN       PIC X(01) VALUE 'N'.
           88     FIN-VALN           VALUE 'O'.
       01  WS-IND-FIN-FAMX       PIC X(01) VALUE 'N'.
           88     FIN-FAMX           VALUE 'O'.
       01  WS-IND-FIN-ZONR       PIC X(01) VALUE 'N'.
           88     FIN-ZONR           VALUE 'O'.
      *================================================================*
      *   PARAMETRES                                                   *
      *================================================================*
       01  WS-DATE-DEBUT         PIC X(08) VALUE SPACES.
       01  WS-DATE-FIN           PIC X(08) VALUE SPACES.
       01  WS-RETENTION-NB       PIC 9(05) VALUE 50.
       01  WS-RETENTION-VALEUR   PIC 9(09) VALUE 1500000.
       01  WS-NB-CONCENTRATIONS  PIC 9(03) VALUE 20.
       01  WS-TRAITE             PIC X(10) VALUE 'FLOTTE'.
      *--- CALCUL DU TRIMESTRE CIVIL ECHU
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-DATE-TRT-R REDEFINES WS-DATE-TRAITEMENT.
           05  WS-TRT-ANNEE      PIC 9(04).
           05  WS-TRT-MOIS       PIC 9(02).
           05  WS-TRT-JOUR       PIC 9(02).
       01  WS-TRIM-ANNEE         PIC 9(04) VALUE ZERO.
       01  WS-TRIM-MOIS-DEB      PIC 9(02) VALUE ZERO.
       01  WS-TRIM-MOIS-FIN      PIC 9(02) VALUE ZERO.
       01  WS-TRIM-JOUR-FIN      PIC 9(02) VALUE ZERO.
       01  WS-TRIM-DATE.
           05  WS-TD-ANNEE       PIC 9(04).
           05  WS-TD-MOIS        PIC 9(02).
           05  WS-TD-JOUR        PIC 9(02).
      *================================================================*
      *   ZONIER ACTIF EN TABLE (COMMUNE -> ZONE)                      *
      *================================================================*
       01  WS-NB-ZONIER          PIC S9(8) COMP VALUE ZERO.
       01  WS-TABLE-ZONIER.
           05  WS-ZON             OCCURS 40000 TIMES
                                  INDEXED BY IX-ZON.
               10  WS-ZON-COMMUNE PIC X(05).
               10  WS-ZON-ZONE    PIC X(02).
      *================================================================*
      *   CONTRAT EN COURS : VEHICULES DE LA COMPOSITION ET DONNEES    *
      *   RETROUVEES PAR RANG                                          *
      *================================================================*
       01  WS-NUMCONT-RUPTURE    PIC X(12) VALUE SPACES.
       01  WS-NB-ELEMENTS        PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-COMPOSITION.
           05  WS-ELT             OCCURS 200 TIMES
                                  INDEXED BY IX-ELT.
               10  WS-ELT-IMMAT     PIC X(10).
               10  WS-ELT-DATENT    PIC X(08).
               10  WS-ELT-DATSOR    PIC X(08).
               10  WS-ELT-RANG      PIC 9(04).
               10  WS-ELT-COMMUNE   PIC X(05).
               10  WS-ELT-FAMILLE   PIC X(04).
               10  WS-ELT-VALEUR    PIC 9(07).
      *--- 'O' EN VIGUEUR EN FIN DE TRIMESTRE, 'E' ENTRE OU 'S' SORTI
      *--- DANS LE TRIMESTRE (UN VEHICULE ENTRE ET ENCORE EN VIGUEUR
      *--- EST 'E'), 'N' HORS BORDEREAU
               10  WS-ELT-ETAT      PIC X(01).
               10  WS-ELT-VIGUEUR   PIC X(01).
       01  WS-NB-GARAGES         PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-GARAGES.
           05  WS-GAR             OCCURS 200 TIMES
                                  INDEXED BY IX-GAR.
               10  WS-GAR-RANG    PIC 9(04).
               10  WS-GAR-IMMAT   PIC X(10).
               10  WS-GAR-COMMUNE PIC X(05).
       01  WS-NB-VALEURS         PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-VALEURS.
           05  WS-VAL             OCCURS 200 TIMES
                                  INDEXED BY IX-VAL.
               10  WS-VAL-RANG    PIC 9(04).
               10  WS-VAL-VALEUR  PIC 9(07).
       01  WS-NB-FAMILLES-RG     PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-FAMILLES-RG.
           05  WS-FRG             OCCURS 200 TIMES
                                  INDEXED BY IX-FRG.
               10  WS-FRG-RANG    PIC 9(04).
               10  WS-FRG-FAMILLE PIC X(04).
      *--- CUMULS PAR FAMILLE DU CONTRAT EN COURS
       01  WS-NB-FAM             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-FAM.
           05  WS-FAM             OCCURS 20 TIMES
                                  INDEXED BY IX-FAM.
               10  WS-FAM-FAMILLE PIC X(04).
               10  WS-FAM-NB      PIC 9(05) COMP.
               10  WS-FAM-VALEUR  PIC 9(11) COMP-3.
       01  WS-CT-NB-VIGUEUR      PIC 9(05) COMP VALUE ZERO.
       01  WS-CT-NB-ENTREES      PIC 9(05) COMP VALUE ZERO.
       01  WS-CT-NB-SORTIES      PIC 9(05) COMP VALUE ZERO.
       01  WS-CT-VALEUR          PIC 9(11) COMP-3 VALUE ZERO.
      *================================================================*
      *   CUMULS PAR COMMUNE (CONTRATS CEDES, VALEUR EN VIGUEUR)       *
      *================================================================*
       01  WS-NB-CUMULS          PIC 9(08) COMP VALUE ZERO.
       01  WS-TABLE-CUMULS.
           05  WS-CUM             OCCURS 10000 TIMES
                                  INDEXED BY IX-CUM.
               10  WS-CUM-COMMUNE PIC X(05).
               10  WS-CUM-ZONE    PIC X(02).
               10  WS-CUM-NB      PIC 9(07) COMP.
               10  WS-CUM-VALEUR  PIC 9(13) COMP-3.
               10  WS-CUM-EDITE   PIC X(01).
       01  WS-NB-ZONES           PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-ZONES.
           05  WS-ZCU             OCCURS 100 TIMES
                                  INDEXED BY IX-ZCU.
               10  WS-ZCU-ZONE    PIC X(02).
               10  WS-ZCU-NB      PIC 9(07) COMP.
               10  WS-ZCU-VALEUR  PIC 9(13) COMP-3.
      *================================================================*
      *   LIGNES DE L'ETAT DES CUMULS                                  *
      *================================================================*
       01  WS-LIGNE-TITRE-CUMU.
           05  FILLER            PIC X(40) VALUE
               'FB00B36 - CUMULS DES CONTRATS CEDES AU '.
           05  WS-LT-DATE-FIN    PIC X(08).
           05  FILLER            PIC X(03) VALUE ' - '.
           05  WS-LT-SECTION     PIC X(49).
       01  WS-LIGNE-CUMUL.
           05  WS-LC-RANG        PIC ZZZZZ.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LC-COMMUNE     PIC X(05).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LC-ZONE        PIC X(02).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LC-NB          PIC ZZZZZZ9.
           05  FILLER            PIC X(11) VALUE ' VEHICULES '.
           05  WS-LC-VALEUR      PIC Z(12)9.
           05  FILLER            PIC X(04) VALUE ' EUR'.
           05  FILLER            PIC X(47) VALUE SPACES.
       01  WS-LIGNE-ANOMALIE.
           05  FILLER            PIC X(12) VALUE 'ANOMALIE -  '.
           05  WS-LA-NUMCONT     PIC X(12).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LA-RANG        PIC 9(04).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LA-IMMAT       PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LA-MOTIF       PIC X(45).
           05  FILLER            PIC X(11) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-IND-PARC           PIC S9(8) COMP VALUE ZERO.
       01  WS-RANG-EDITION       PIC S9(8) COMP VALUE ZERO.
       01  WS-IX-MAX             PIC S9(8) COMP VALUE ZERO.
       01  WS-VALEUR-MAX         PIC 9(13) COMP-3 VALUE ZERO.
       01  WS-ZONE-TROUVEE       PIC X(02) VALUE SPACES.
       01  WS-IND-TROUVE         PIC X(01) VALUE 'N'.
           88     ELEMENT-TROUVE     VALUE 'O'.
       01  WS-CPT-CONTRATS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CEDES          PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-VEH-CEDES      PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-CEDE         PIC 9(13) COMP-3 VALUE ZERO.
       01  WS-CPT-ANOMALIES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CUM-IGNORES    PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-TRAITEMENT
           PERFORM 40000-EDITER-CUMULS
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           PERFORM 11000-TRIMESTRE-ECHU.
           OPEN INPUT FB00PARM.
           IF OK-FB00PARM
              READ FB00PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-DATE-DEBUT NUMERIC
                       AND PARM-DATE-FIN NUMERIC
                       AND PARM-DATE-FIN NOT < PARM-DATE-DEBUT
                       MOVE PARM-DATE-DEBUT    TO WS-DATE-DEBUT
                       MOVE PARM-DATE-FIN      TO WS-DATE-FIN
                    END-IF
                    IF PARM-RETENTION-NB NUMERIC
                       AND PARM-RETENTION-NB > ZERO
                       MOVE PARM-RETENTION-NB  TO WS-RETENTION-NB
                    END-IF
                    IF PARM-RETENTION-VALEUR NUMERIC
                       AND PARM-RETENTION-VALEUR > ZERO
                       MOVE PARM-RETENTION-VALEUR
                                               TO WS-RETENTION-VALEUR
                    END-IF
                    IF PARM-NB-CONCENTRATIONS NUMERIC
                       AND PARM-NB-CONCENTRATIONS > ZERO
                       MOVE PARM-NB-CONCENTRATIONS
                                               TO WS-NB-CONCENTRATIONS
                    END-IF
                    IF PARM-TRAITE NOT = SPACES
                       MOVE PARM-TRAITE        TO WS-TRAITE
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           OPEN INPUT  FB00COMP
           OPEN INPUT  FB04VGAR
           OPEN INPUT  FB04VALN
           OPEN INPUT  FB04FAMX
           OPEN INPUT  FB04ZONR
           OPEN OUTPUT FB00BORD
           OPEN OUTPUT FB00CUMU.
           IF NOT OK-FB00COMP OR NOT OK-FB04VGAR
              OR NOT OK-FB04VALN OR NOT OK-FB04FAMX
              OR NOT OK-FB04ZONR OR NOT OK-FB00BORD
              OR NOT OK-FB00CUMU
              DISPLAY 'FB00B36 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 12000-CHARGER-ZONIER
              UNTIL FIN-ZONR.
           CLOSE FB04ZONR.
           IF WS-NB-ZONIER = ZERO
              DISPLAY 'FB00B36 : ZONIER ACTIF VIDE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE SPACES              TO ENRG-FB00BORD.
           SET BORD-ENTETE          TO TRUE.
           MOVE WS-TRAITE           TO BORD-ENT-TRAITE.
           MOVE WS-DATE-DEBUT       TO BORD-ENT-DATE-DEBUT.
           MOVE WS-DATE-FIN         TO BORD-ENT-DATE-FIN.
           MOVE WS-DATE-TRAITEMENT  TO BORD-ENT-DATE-EMISSION.
           WRITE ENRG-FB00BORD.
           PERFORM 21000-LIRE-COMP
           PERFORM 21100-LIRE-VGAR
           PERFORM 21200-LIRE-VALN
           PERFORM 21300-LIRE-FAMX
           .
      ******************************************************************
      *   TRIMESTRE CIVIL ECHU A LA DATE DE TRAITEMENT (DEFAUT)        *
      ******************************************************************
       11000-TRIMESTRE-ECHU.
      *---------------------
           MOVE WS-TRT-ANNEE TO WS-TRIM-ANNEE.
           EVALUATE TRUE
              WHEN WS-TRT-MOIS < 4
                 SUBTRACT 1 FROM WS-TRIM-ANNEE
                 MOVE 10 TO WS-TRIM-MOIS-DEB
                 MOVE 12 TO WS-TRIM-MOIS-FIN
                 MOVE 31 TO WS-TRIM-JOUR-FIN
              WHEN WS-TRT-MOIS < 7
                 MOVE 01 TO WS-TRIM-MOIS-DEB
                 MOVE 03 TO WS-TRIM-MOIS-FIN
                 MOVE 31 TO WS-TRIM-JOUR-FIN
              WHEN WS-TRT-MOIS < 10
                 MOVE 04 TO WS-TRIM-MOIS-DEB
                 MOVE 06 TO WS-TRIM-MOIS-FIN
                 MOVE 30 TO WS-TRIM-JOUR-FIN
              WHEN OTHER
                 MOVE 07 TO WS-TRIM-MOIS-DEB
                 MOVE 09 TO WS-TRIM-MOIS-FIN
                 MOVE 30 TO WS-TRIM-JOUR-FIN
           END-EVALUATE.
           MOVE WS-TRIM-ANNEE    TO WS-TD-ANNEE.
           MOVE WS-TRIM-MOIS-DEB TO WS-TD-MOIS.
           MOVE 01               TO WS-TD-JOUR.
           MOVE WS-TRIM-DATE     TO WS-DATE-DEBUT.
           MOVE WS-TRIM-MOIS-FIN TO WS-TD-MOIS.
           MOVE WS-TRIM-JOUR-FIN TO WS-TD-JOUR.
           MOVE WS-TRIM-DATE     TO WS-DATE-FIN
           .
      ******************************************************************
       12000-CHARGER-ZONIER.
      *---------------------
           READ FB04ZONR
              AT END
                 SET FIN-ZONR TO TRUE
           END-READ.
           IF NOT FIN-ZONR
              IF WS-NB-ZONIER = 40000
                 DISPLAY 'FB00B36 : TABLE ZONIER SATUREE (40000)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1              TO WS-NB-ZONIER
              SET IX-ZON         TO WS-NB-ZONIER
              MOVE ZONR-COMMUNE  TO WS-ZON-COMMUNE(IX-ZON)
              MOVE ZONR-ZONE     TO WS-ZON-ZONE(IX-ZON)
           END-IF
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-CONTRAT
              UNTIL FIN-COMP
           .
      ******************************************************************
      *   UN CONTRAT : VEHICULES DE LA COMPOSITION, RANG/COMMUNE,      *
      *   VALEUR ET FAMILLE, PUIS DECISION DE CESSION                  *
      ******************************************************************
       20100-TRAITER-CONTRAT.
      *----------------------
           MOVE COMP-NUMCONT      TO WS-NUMCONT-RUPTURE.
           ADD 1                  TO WS-CPT-CONTRATS.
           MOVE ZERO              TO WS-NB-ELEMENTS.
           PERFORM 22000-RANGER-ELEMENT
              UNTIL FIN-COMP
              OR COMP-NUMCONT NOT = WS-NUMCONT-RUPTURE.
           PERFORM 22100-CHARGER-GARAGES.
           PERFORM 22400-CHARGER-VALEURS.
           PERFORM 22700-CHARGER-FAMILLES.
           MOVE ZERO              TO WS-CT-NB-VIGUEUR
                                     WS-CT-NB-ENTREES
                                     WS-CT-NB-SORTIES
                                     WS-CT-VALEUR.
           MOVE 1                 TO WS-IND-PARC.
           PERFORM 23000-QUALIFIER-VEHICULE
              UNTIL WS-IND-PARC > WS-NB-ELEMENTS.
           IF WS-CT-NB-VIGUEUR NOT < WS-RETENTION-NB
              OR WS-CT-VALEUR NOT < WS-RETENTION-VALEUR
              PERFORM 24000-CEDER-CONTRAT
           END-IF
           .
      ******************************************************************
       22000-RANGER-ELEMENT.
      *---------------------
           IF COMP-VEHICULE
              IF WS-NB-ELEMENTS = 200
                 DISPLAY 'FB00B36 : TABLE COMPOSITION SATUREE (200)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                  TO WS-NB-ELEMENTS
              SET IX-ELT             TO WS-NB-ELEMENTS
              MOVE COMP-IDENT (1:10) TO WS-ELT-IMMAT(IX-ELT)
              MOVE COMP-DATENT       TO WS-ELT-DATENT(IX-ELT)
              MOVE COMP-DATSOR       TO WS-ELT-DATSOR(IX-ELT)
           END-IF
           PERFORM 21000-LIRE-COMP
           .
      ******************************************************************
       22100-CHARGER-GARAGES.
      *----------------------
           MOVE ZERO TO WS-NB-GARAGES.
           PERFORM 22200-AVANCER-VGAR
              UNTIL FIN-VGAR
              OR VGAR-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           PERFORM 22300-RANGER-GARAGE
              UNTIL FIN-VGAR
              OR VGAR-NUMCONT NOT = WS-NUMCONT-RUPTURE
           .
      ******************************************************************
       22200-AVANCER-VGAR.
      *-------------------
           PERFORM 21100-LIRE-VGAR
           .
      ******************************************************************
       22300-RANGER-GARAGE.
      *--------------------
           IF WS-NB-GARAGES = 200
              DISPLAY 'FB00B36 : TABLE GARAGES SATUREE (200)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1                TO WS-NB-GARAGES
           SET IX-GAR           TO WS-NB-GARAGES
           MOVE VGAR-RANG       TO WS-GAR-RANG(IX-GAR)
           MOVE VGAR-IMMAT      TO WS-GAR-IMMAT(IX-GAR)
           MOVE VGAR-COMMUNE    TO WS-GAR-COMMUNE(IX-GAR)
           PERFORM 21100-LIRE-VGAR
           .
      ******************************************************************
       22400-CHARGER-VALEURS.
      *----------------------
           MOVE ZERO TO WS-NB-VALEURS.
           PERFORM 22500-AVANCER-VALN
              UNTIL FIN-VALN
              OR VALN-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           PERFORM 22600-RANGER-VALEUR
              UNTIL FIN-VALN
              OR VALN-NUMCONT NOT = WS-NUMCONT-RUPTURE
           .
      ******************************************************************
       22500-AVANCER-VALN.
      *-------------------
           PERFORM 21200-LIRE-VALN
           .
      ******************************************************************
       22600-RANGER-VALEUR.
      *--------------------
           IF WS-NB-VALEURS = 200
              DISPLAY 'FB00B36 : TABLE VALEURS SATUREE (200)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1                TO WS-NB-VALEURS
           SET IX-VAL           TO WS-NB-VALEURS
           MOVE VALN-RANG       TO WS-VAL-RANG(IX-VAL)
           MOVE VALN-VALEUR     TO WS-VAL-VALEUR(IX-VAL)
           PERFORM 21200-LIRE-VALN
           .
      ******************************************************************
       22700-CHARGER-FAMILLES.
      *-----------------------
           MOVE ZERO TO WS-NB-FAMILLES-RG.
           PERFORM 22800-AVANCER-FAMX
              UNTIL FIN-FAMX
              OR FAMX-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           PERFORM 22900-RANGER-FAMILLE
              UNTIL FIN-FAMX
              OR FAMX-NUMCONT NOT = WS-NUMCONT-RUPTURE
           .
      ******************************************************************
       22800-AVANCER-FAMX.
      *-------------------
           PERFORM 21300-LIRE-FAMX
           .
      ******************************************************************
       22900-RANGER-FAMILLE.
      *---------------------
           IF WS-NB-FAMILLES-RG = 200
              DISPLAY 'FB00B36 : TABLE FAMILLES SATUREE (200)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1                TO WS-NB-FAMILLES-RG
           SET IX-FRG           TO WS-NB-FAMILLES-RG
           MOVE FAMX-RANG       TO WS-FRG-RANG(IX-FRG)
           MOVE FAMX-FAMILLE    TO WS-FRG-FAMILLE(IX-FRG)
           PERFORM 21300-LIRE-FAMX
           .
      ******************************************************************
      *   QUALIFICATION D'UN VEHICULE SUR LE TRIMESTRE : EN VIGUEUR    *
      *   EN FIN DE TRIMESTRE (ENTRE AU PLUS TARD CE JOUR ET NON       *
      *   SORTI), ENTRE OU SORTI DANS LE TRIMESTRE                     *
      ******************************************************************
       23000-QUALIFIER-VEHICULE.
      *-------------------------
           SET IX-ELT TO WS-IND-PARC.
           MOVE 'N' TO WS-ELT-ETAT(IX-ELT).
           MOVE 'N' TO WS-ELT-VIGUEUR(IX-ELT).
           IF WS-ELT-DATENT(IX-ELT) NOT > WS-DATE-FIN
              AND (WS-ELT-DATSOR(IX-ELT) = SPACES
                   OR WS-ELT-DATSOR(IX-ELT) > WS-DATE-FIN)
              MOVE 'O' TO WS-ELT-VIGUEUR(IX-ELT)
                          WS-ELT-ETAT(IX-ELT)
           END-IF.
           IF WS-ELT-DATENT(IX-ELT) NOT < WS-DATE-DEBUT
              AND WS-ELT-DATENT(IX-ELT) NOT > WS-DATE-FIN
              MOVE 'E' TO WS-ELT-ETAT(IX-ELT)
              ADD 1    TO WS-CT-NB-ENTREES
           END-IF.
           IF WS-ELT-DATSOR(IX-ELT) NOT = SPACES
              AND WS-ELT-DATSOR(IX-ELT) NOT < WS-DATE-DEBUT
              AND WS-ELT-DATSOR(IX-ELT) NOT > WS-DATE-FIN
              MOVE 'S' TO WS-ELT-ETAT(IX-ELT)
              ADD 1    TO WS-CT-NB-SORTIES
           END-IF.
           IF WS-ELT-ETAT(IX-ELT) NOT = 'N'
              PERFORM 23100-COMPLETER-VEHICULE
           END-IF.
           IF WS-ELT-VIGUEUR(IX-ELT) = 'O'
              ADD 1                     TO WS-CT-NB-VIGUEUR
              ADD WS-ELT-VALEUR(IX-ELT) TO WS-CT-VALEUR
           END-IF.
           ADD 1 TO WS-IND-PARC
           .
      ******************************************************************
      *   RANG ET COMMUNE PAR LA PLAQUE, PUIS VALEUR ET FAMILLE PAR    *
      *   LE RANG                                                      *
      ******************************************************************
       23100-COMPLETER-VEHICULE.
      *-------------------------
           MOVE ZERO   TO WS-ELT-RANG(IX-ELT)
                          WS-ELT-VALEUR(IX-ELT).
           MOVE SPACES TO WS-ELT-COMMUNE(IX-ELT).
           MOVE 'NAFF' TO WS-ELT-FAMILLE(IX-ELT).
           SET IX-GAR TO 1.
           IF WS-NB-GARAGES > ZERO
              SEARCH WS-GAR
                 AT END
                    CONTINUE
                 WHEN IX-GAR > WS-NB-GARAGES
                    CONTINUE
                 WHEN WS-GAR-IMMAT(IX-GAR) = WS-ELT-IMMAT(IX-ELT)
                    MOVE WS-GAR-RANG(IX-GAR)
                                       TO WS-ELT-RANG(IX-ELT)
                    MOVE WS-GAR-COMMUNE(IX-GAR)
                                       TO WS-ELT-COMMUNE(IX-ELT)
              END-SEARCH
           END-IF.
           IF WS-ELT-RANG(IX-ELT) > ZERO
              SET IX-VAL TO 1
              IF WS-NB-VALEURS > ZERO
                 SEARCH WS-VAL
                    AT END
                       CONTINUE
                    WHEN IX-VAL > WS-NB-VALEURS
                       CONTINUE
                    WHEN WS-VAL-RANG(IX-VAL) = WS-ELT-RANG(IX-ELT)
                       MOVE WS-VAL-VALEUR(IX-VAL)
                                       TO WS-ELT-VALEUR(IX-ELT)
                 END-SEARCH
              END-IF
              SET IX-FRG TO 1
              IF WS-NB-FAMILLES-RG > ZERO
                 SEARCH WS-FRG
                    AT END
                       CONTINUE
                    WHEN IX-FRG > WS-NB-FAMILLES-RG
                       CONTINUE
                    WHEN WS-FRG-RANG(IX-FRG) = WS-ELT-RANG(IX-ELT)
                       MOVE WS-FRG-FAMILLE(IX-FRG)
                                       TO WS-ELT-FAMILLE(IX-ELT)
                 END-SEARCH
              END-IF
           END-IF
           .
      ******************************************************************
      *   CONTRAT CEDE : LIGNE CONTRAT, LIGNES VEHICULES, LIGNES       *
      *   FAMILLES, PUIS CUMUL PAR COMMUNE DES VEHICULES EN VIGUEUR    *
      ******************************************************************
       24000-CEDER-CONTRAT.
      *--------------------
           ADD 1                    TO WS-CPT-CEDES.
           ADD WS-CT-NB-VIGUEUR     TO WS-CPT-VEH-CEDES.
           ADD WS-CT-VALEUR         TO WS-TOTAL-CEDE.
           MOVE SPACES              TO ENRG-FB00BORD.
           SET BORD-CONTRAT         TO TRUE.
           MOVE WS-NUMCONT-RUPTURE  TO BORD-NUMCONT.
           MOVE WS-CT-NB-VIGUEUR    TO BORD-CTR-NB-VIGUEUR.
           MOVE WS-CT-NB-ENTREES    TO BORD-CTR-NB-ENTREES.
           MOVE WS-CT-NB-SORTIES    TO BORD-CTR-NB-SORTIES.
           MOVE WS-CT-VALEUR        TO BORD-CTR-VALEUR.
           WRITE ENRG-FB00BORD.
           MOVE ZERO                TO WS-NB-FAM.
           MOVE 1                   TO WS-IND-PARC.
           PERFORM 24100-ECRIRE-VEHICULE
              UNTIL WS-IND-PARC > WS-NB-ELEMENTS.
           MOVE 1                   TO WS-IND-PARC.
           PERFORM 24300-ECRIRE-FAMILLE
              UNTIL WS-IND-PARC > WS-NB-FAM
           .
      ******************************************************************
       24100-ECRIRE-VEHICULE.
      *----------------------
           SET IX-ELT TO WS-IND-PARC.
           IF WS-ELT-ETAT(IX-ELT) NOT = 'N'
              MOVE SPACES                TO ENRG-FB00BORD
              SET BORD-VEHICULE          TO TRUE
              MOVE WS-NUMCONT-RUPTURE    TO BORD-NUMCONT
              MOVE WS-ELT-RANG(IX-ELT)   TO BORD-VEH-RANG
              MOVE WS-ELT-IMMAT(IX-ELT)  TO BORD-VEH-IMMAT
              MOVE WS-ELT-FAMILLE(IX-ELT) TO BORD-VEH-FAMILLE
              MOVE WS-ELT-COMMUNE(IX-ELT) TO BORD-VEH-COMMUNE
              PERFORM 25000-CHERCHER-ZONE
              MOVE WS-ZONE-TROUVEE       TO BORD-VEH-ZONE
              MOVE WS-ELT-VALEUR(IX-ELT) TO BORD-VEH-VALEUR
              EVALUATE WS-ELT-ETAT(IX-ELT)
                 WHEN 'E'
                    MOVE 'E'                   TO BORD-VEH-MOUVEMENT
                    MOVE WS-ELT-DATENT(IX-ELT) TO BORD-VEH-DATE-MVT
                 WHEN 'S'
                    MOVE 'S'                   TO BORD-VEH-MOUVEMENT
                    MOVE WS-ELT-DATSOR(IX-ELT) TO BORD-VEH-DATE-MVT
                 WHEN OTHER
                    MOVE SPACE                 TO BORD-VEH-MOUVEMENT
                    MOVE SPACES                TO BORD-VEH-DATE-MVT
              END-EVALUATE
              WRITE ENRG-FB00BORD
              IF WS-ELT-VIGUEUR(IX-ELT) = 'O'
                 PERFORM 24200-CUMULER-FAMILLE
                 PERFORM 26000-CUMULER-COMMUNE
              END-IF
           END-IF
           ADD 1 TO WS-IND-PARC
           .
      ******************************************************************
       24200-CUMULER-FAMILLE.
      *----------------------
           SET IX-FAM TO 1.
           SEARCH WS-FAM
              AT END
                 CONTINUE
              WHEN IX-FAM > WS-NB-FAM
                 IF WS-NB-FAM = 20
                    DISPLAY 'FB00B36 : TABLE FAMILLES SATUREE (20)'
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
                 ADD 1                       TO WS-NB-FAM
                 SET IX-FAM                  TO WS-NB-FAM
                 MOVE WS-ELT-FAMILLE(IX-ELT) TO WS-FAM-FAMILLE(IX-FAM)
                 MOVE 1                      TO WS-FAM-NB(IX-FAM)
                 MOVE WS-ELT-VALEUR(IX-ELT)  TO WS-FAM-VALEUR(IX-FAM)
              WHEN WS-FAM-FAMILLE(IX-FAM) = WS-ELT-FAMILLE(IX-ELT)
                 ADD 1                       TO WS-FAM-NB(IX-FAM)
                 ADD WS-ELT-VALEUR(IX-ELT)   TO WS-FAM-VALEUR(IX-FAM)
           END-SEARCH
           .
      ******************************************************************
       24300-ECRIRE-FAMILLE.
      *---------------------
           SET IX-FAM TO WS-IND-PARC.
           MOVE SPACES                 TO ENRG-FB00BORD.
           SET BORD-FAMILLE            TO TRUE.
           MOVE WS-NUMCONT-RUPTURE     TO BORD-NUMCONT.
           MOVE WS-FAM-FAMILLE(IX-FAM) TO BORD-FAM-FAMILLE.
           MOVE WS-FAM-NB(IX-FAM)      TO BORD-FAM-NB-VIGUEUR.
           MOVE WS-FAM-VALEUR(IX-FAM)  TO BORD-FAM-VALEUR.
           WRITE ENRG-FB00BORD.
           ADD 1 TO WS-IND-PARC
           .
      ******************************************************************
      *   ZONE DE LA COMMUNE DANS LA GENERATION ACTIVE ('??' ABSENTE)  *
      ******************************************************************
       25000-CHERCHER-ZONE.
      *--------------------
           MOVE '??' TO WS-ZONE-TROUVEE.
           SET IX-ZON TO 1.
           IF WS-ELT-COMMUNE(IX-ELT) NOT = SPACES
              SEARCH WS-ZON
                 AT END
                    CONTINUE
                 WHEN IX-ZON > WS-NB-ZONIER
                    CONTINUE
                 WHEN WS-ZON-COMMUNE(IX-ZON) = WS-ELT-COMMUNE(IX-ELT)
                    MOVE WS-ZON-ZONE(IX-ZON) TO WS-ZONE-TROUVEE
              END-SEARCH
           END-IF.
           IF WS-ZONE-TROUVEE = '??'
              MOVE WS-NUMCONT-RUPTURE     TO WS-LA-NUMCONT
              MOVE WS-ELT-RANG(IX-ELT)    TO WS-LA-RANG
              MOVE WS-ELT-IMMAT(IX-ELT)   TO WS-LA-IMMAT
              IF WS-ELT-COMMUNE(IX-ELT) = SPACES
                 MOVE 'COMMUNE DE GARAGE INCONNUE'
                                          TO WS-LA-MOTIF
              ELSE
                 MOVE 'COMMUNE ABSENTE DU ZONIER ACTIF'
                                          TO WS-LA-MOTIF
              END-IF
              WRITE ENRG-FB00CUMU FROM WS-LIGNE-ANOMALIE
              ADD 1                       TO WS-CPT-ANOMALIES
           END-IF
           .
      ******************************************************************
       26000-CUMULER-COMMUNE.
      *----------------------
           SET IX-CUM TO 1.
           SEARCH WS-CUM
              AT END
                 ADD 1 TO WS-CPT-CUM-IGNORES
              WHEN IX-CUM > WS-NB-CUMULS
                 ADD 1                       TO WS-NB-CUMULS
                 SET IX-CUM                  TO WS-NB-CUMULS
                 MOVE WS-ELT-COMMUNE(IX-ELT) TO WS-CUM-COMMUNE(IX-CUM)
                 MOVE WS-ZONE-TROUVEE        TO WS-CUM-ZONE(IX-CUM)
                 MOVE 1                      TO WS-CUM-NB(IX-CUM)
                 MOVE WS-ELT-VALEUR(IX-ELT)  TO WS-CUM-VALEUR(IX-CUM)
                 MOVE 'N'                    TO WS-CUM-EDITE(IX-CUM)
              WHEN WS-CUM-COMMUNE(IX-CUM) = WS-ELT-COMMUNE(IX-ELT)
                 ADD 1                       TO WS-CUM-NB(IX-CUM)
                 ADD WS-ELT-VALEUR(IX-ELT)   TO WS-CUM-VALEUR(IX-CUM)
           END-SEARCH.
           SET IX-ZCU TO 1.
           SEARCH WS-ZCU
              AT END
                 ADD 1 TO WS-CPT-CUM-IGNORES
              WHEN IX-ZCU > WS-NB-ZONES
                 ADD 1                       TO WS-NB-ZONES
                 SET IX-ZCU                  TO WS-NB-ZONES
                 MOVE WS-ZONE-TROUVEE        TO WS-ZCU-ZONE(IX-ZCU)
                 MOVE 1                      TO WS-ZCU-NB(IX-ZCU)
                 MOVE WS-ELT-VALEUR(IX-ELT)  TO WS-ZCU-VALEUR(IX-ZCU)
              WHEN WS-ZCU-ZONE(IX-ZCU) = WS-ZONE-TROUVEE
                 ADD 1                       TO WS-ZCU-NB(IX-ZCU)
                 ADD WS-ELT-VALEUR(IX-ELT)   TO WS-ZCU-VALEUR(IX-ZCU)
           END-SEARCH
           .
      ******************************************************************
       21000-LIRE-COMP.
      *----------------
           IF NOT FIN-COMP
              READ FB00COMP
                 AT END
                    SET FIN-COMP TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-VGAR.
      *----------------
           IF NOT FIN-VGAR
              READ FB04VGAR
                 AT END
                    SET FIN-VGAR TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21200-LIRE-VALN.
      *----------------
           IF NOT FIN-VALN
              READ FB04VALN
                 AT END
                    SET FIN-VALN TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21300-LIRE-FAMX.
      *----------------
           IF NOT FIN-FAMX
              READ FB04FAMX
                 AT END
                    SET FIN-FAMX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
      *   ETAT DES CUMULS : PAR COMMUNE (ORDRE DE RENCONTRE), PAR     *
      *   ZONE, PUIS PLUS FORTES CONCENTRATIONS PAR VALEUR             *
      *   DECROISSANTE (SELECTION SUCCESSIVE DU PLUS FORT NON EDITE)  *
      ******************************************************************
       40000-EDITER-CUMULS.
      *--------------------
           MOVE SPACES TO ENRG-FB00BORD.
           SET BORD-FIN               TO TRUE.
           MOVE WS-CPT-CEDES          TO BORD-FIN-NB-CONTRATS.
           MOVE WS-CPT-VEH-CEDES      TO BORD-FIN-NB-VIGUEUR.
           MOVE WS-TOTAL-CEDE         TO BORD-FIN-VALEUR.
           WRITE ENRG-FB00BORD.
           MOVE WS-DATE-FIN           TO WS-LT-DATE-FIN.
           MOVE 'VALEUR EN VIGUEUR PAR COMMUNE DE GARAGE'
                                      TO WS-LT-SECTION.
           WRITE ENRG-FB00CUMU FROM WS-LIGNE-TITRE-CUMU.
           MOVE 1 TO WS-IND-PARC.
           PERFORM 40100-EDITER-COMMUNE
              UNTIL WS-IND-PARC > WS-NB-CUMULS.
           MOVE 'VALEUR EN VIGUEUR PAR ZONE TARIFAIRE'
                                      TO WS-LT-SECTION.
           WRITE ENRG-FB00CUMU FROM WS-LIGNE-TITRE-CUMU.
           MOVE 1 TO WS-IND-PARC.
           PERFORM 40200-EDITER-ZONE
              UNTIL WS-IND-PARC > WS-NB-ZONES.
           MOVE 'PLUS FORTES CONCENTRATIONS PAR COMMUNE'
                                      TO WS-LT-SECTION.
           WRITE ENRG-FB00CUMU FROM WS-LIGNE-TITRE-CUMU.
           PERFORM 40300-EDITER-CONCENTRATION
              VARYING WS-RANG-EDITION FROM 1 BY 1
              UNTIL WS-RANG-EDITION > WS-NB-CONCENTRATIONS
              OR WS-RANG-EDITION > WS-NB-CUMULS
           .
      ******************************************************************
       40100-EDITER-COMMUNE.
      *---------------------
           SET IX-CUM TO WS-IND-PARC.
           MOVE ZERO                   TO WS-LC-RANG.
           MOVE WS-CUM-COMMUNE(IX-CUM) TO WS-LC-COMMUNE.
           MOVE WS-CUM-ZONE(IX-CUM)    TO WS-LC-ZONE.
           MOVE WS-CUM-NB(IX-CUM)      TO WS-LC-NB.
           MOVE WS-CUM-VALEUR(IX-CUM)  TO WS-LC-VALEUR.
           WRITE ENRG-FB00CUMU FROM WS-LIGNE-CUMUL.
           ADD 1 TO WS-IND-PARC
           .
      ******************************************************************
       40200-EDITER-ZONE.
      *------------------
           SET IX-ZCU TO WS-IND-PARC.
           MOVE ZERO                   TO WS-LC-RANG.
           MOVE SPACES                 TO WS-LC-COMMUNE.
           MOVE WS-ZCU-ZONE(IX-ZCU)    TO WS-LC-ZONE.
           MOVE WS-ZCU-NB(IX-ZCU)      TO WS-LC-NB.
           MOVE WS-ZCU-VALEUR(IX-ZCU)  TO WS-LC-VALEUR.
           WRITE ENRG-FB00CUMU FROM WS-LIGNE-CUMUL.
           ADD 1 TO WS-IND-PARC
           .
      ******************************************************************
       40300-EDITER-CONCENTRATION.
      *---------------------------
           MOVE ZERO             TO WS-VALEUR-MAX WS-IX-MAX.
           PERFORM 40310-COMPARER
              VARYING IX-CUM FROM 1 BY 1 UNTIL IX-CUM > WS-NB-CUMULS.
           SET IX-CUM                  TO WS-IX-MAX.
           MOVE 'O'                    TO WS-CUM-EDITE(IX-CUM).
           MOVE WS-RANG-EDITION        TO WS-LC-RANG.
           MOVE WS-CUM-COMMUNE(IX-CUM) TO WS-LC-COMMUNE.
           MOVE WS-CUM-ZONE(IX-CUM)    TO WS-LC-ZONE.
           MOVE WS-CUM-NB(IX-CUM)      TO WS-LC-NB.
           MOVE WS-CUM-VALEUR(IX-CUM)  TO WS-LC-VALEUR.
           WRITE ENRG-FB00CUMU FROM WS-LIGNE-CUMUL
           .
      ******************************************************************
       40310-COMPARER.
      *---------------
           IF WS-CUM-EDITE(IX-CUM) = 'N'
              AND (WS-IX-MAX = ZERO
                   OR WS-CUM-VALEUR(IX-CUM) > WS-VALEUR-MAX)
              MOVE WS-CUM-VALEUR(IX-CUM) TO WS-VALEUR-MAX
              SET WS-IX-MAX              TO IX-CUM
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00COMP FB04VGAR FB04VALN FB04FAMX FB00BORD
                 FB00CUMU.
           DISPLAY 'FB00B36 : TRIMESTRE              = '
                    WS-DATE-DEBUT ' - ' WS-DATE-FIN.
           DISPLAY 'FB00B36 : RETENTION (VEHICULES)  = '
                    WS-RETENTION-NB.
           DISPLAY 'FB00B36 : RETENTION (VALEUR)     = '
                    WS-RETENTION-VALEUR.
           DISPLAY 'FB00B36 : CONTRATS LUS           = '
                    WS-CPT-CONTRATS.
           DISPLAY 'FB00B36 : CONTRATS CEDES         = '
                    WS-CPT-CEDES.
           DISPLAY 'FB00B36 : VEHICULES CEDES        = '
                    WS-CPT-VEH-CEDES.
           DISPLAY 'FB00B36 : COMMUNES CUMULEES      = '
                    WS-NB-CUMULS.
           DISPLAY 'FB00B36 : ANOMALIES              = '
                    WS-CPT-ANOMALIES.
           IF WS-CPT-CUM-IGNORES > ZERO
              DISPLAY 'FB00B36 : TABLE DES CUMULS SATUREE, '
                      'VEHICULES NON CUMULES = ' WS-CPT-CUM-IGNORES
              MOVE 4 TO WS-CO-RET
           END-IF.
           IF WS-CPT-ANOMALIES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B36 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
