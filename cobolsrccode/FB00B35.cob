       ID DIVISION.
       PROGRAM-ID. FB00B35.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH MENSUEL D'EDITION DES ETATS DE
      *           SINISTRALITE (S/P) DES FLOTTES QUI APPROCHENT DE
      *           LEUR ANNIVERSAIRE. LES SOUSCRIPTEURS RENEGOCIAIENT
      *           LES CONDITIONS A L'ECHEANCE SANS VUE DE LA CHARGE
      *           SINISTRE RAPPORTEE A LA PRIME. POUR CHAQUE CONTRAT
      *           DONT LE PROCHAIN ANNIVERSAIRE TOMBE DANS L'HORIZON
      *           (CARTE FB00PARM, 90 JOURS PAR DEFAUT, JOURS
      *           CALENDAIRES REELS DU MODULE FB00SV01), L'ETAT
      *           FB00SPST PRESENTE :
      *           - PAR CONDUCTEUR : NOMBRE ET CHARGE DES SINISTRES
      *             SUR 12 ET 36 MOIS (CASES FB03, MONTANT SIPMNT =
      *             CHARGE REGLEE ET PROVISIONNEE DU DOSSIER) ET LA
      *             CHARGE PONDEREE PAR LA PART DE RESPONSABILITE
      *             SIPRESP ;
      *           - PAR FAMILLE DE VEHICULE : MEMES CUMULS, LE
      *             SINISTRE ETANT RATTACHE AU VEHICULE DONT LE
      *             CONDUCTEUR EST TITULAIRE PRINCIPAL OU SECONDAIRE
      *             (AFFECTATIONS FB01AFFX, FD 51131 ; FAMILLES
      *             FB04FAMX) - A DEFAUT, FAMILLE 'NAFF' ;
      *           - LA PRIME ACQUISE SUR 12 ET 36 MOIS (EXTRAIT
      *             FB00PRIX PREPARE PAR LE JCL DEPUIS LA
      *             FACTURATION) ET LE RAPPORT S/P SUR CHAQUE PERIODE.
      *           LES FLOTTES DONT LE S/P 12 MOIS DEPASSE LE SEUIL
      *           (CARTE FB00PARM, 70 % PAR DEFAUT) SONT CLASSEES PAR
      *           S/P DECROISSANT SUR FB00SPCL POUR ORDONNER LE
      *           TRAVAIL DES RENOUVELLEMENTS. UN CONTRAT SANS PRIME
      *           ACQUISE CONNUE EST SIGNALE (CODE RETOUR 4).
      *           FICHIERS D'ENTREE TRIES PAR LE JCL SUR LE CONTRAT
      *           (PUIS SUR LE RANG POUR FB03SINX ET FB04FAMX).
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51164 CREATION.
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
      *--- CARTE PARAMETRE FACULTATIVE : HORIZON EN JOURS (DEFAUT 90)
      *--- ET SEUIL DE S/P EN POURCENTAGE (DEFAUT 70)
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- ECHEANCIER DES CONTRATS (DESSIN FB00ANNC), TRIE PAR CONTRAT
           SELECT  FB00ANNP   ASSIGN  FB00ANNP
                               FILE STATUS IS  FS-FB00ANNP-STATUS.
      *--- ANTECEDENTS SINISTRES PAR CONDUCTEUR, TRIES CONTRAT + RANG
           SELECT  FB03SINX   ASSIGN  FB03SINX
                               FILE STATUS IS  FS-FB03SINX-STATUS.
      *--- AFFECTATIONS CONDUCTEURS / VEHICULES, TRIEES PAR CONTRAT
           SELECT  FB01AFFX   ASSIGN  FB01AFFX
                               FILE STATUS IS  FS-FB01AFFX-STATUS.
      *--- FAMILLES PAR RANG DE VEHICULE, TRIEES CONTRAT + RANG
           SELECT  FB04FAMX   ASSIGN  FB04FAMX
                               FILE STATUS IS  FS-FB04FAMX-STATUS.
      *--- PRIMES ACQUISES 12 ET 36 MOIS PAR CONTRAT, TRIEES PAR
      *--- CONTRAT
           SELECT  FB00PRIX   ASSIGN  FB00PRIX
                               FILE STATUS IS  FS-FB00PRIX-STATUS.
      *--- ETATS DE SINISTRALITE PAR CONTRAT
           SELECT  FB00SPST   ASSIGN  FB00SPST
                               FILE STATUS IS  FS-FB00SPST-STATUS.
      *--- CLASSEMENT DES FLOTTES AU-DESSUS DU SEUIL
           SELECT  FB00SPCL   ASSIGN  FB00SPCL
                               FILE STATUS IS  FS-FB00SPCL-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-HORIZON-JOURS     PIC 9(03).
           05  PARM-SEUIL-SP          PIC 9(03).
           05  FILLER                 PIC X(74).
      *
       FD  FB00ANNP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ANNP.
           05  ANNP-NUMCONT           PIC X(12).
           05  ANNP-GESCLI            PIC X(11).
           05  ANNP-DATE-ANNIV        PIC X(08).
           05  FILLER                 PIC X(49).
      *
       FD  FB03SINX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB03SINX.
           05  SINX-NUMCONT           PIC X(12).
           05  SINX-RANG              PIC 9(04).
           05  SINX-ANNIV-MMJJ        PIC X(04).
           05  SINX-NB-SINISTRES      PIC 9(02).
           05  SINX-CASES.
               10  SINX-CASE          OCCURS 6 TIMES.
                   15  SINX-NATURE    PIC X(02).
                   15  SINX-DATE-SIN  PIC X(08).
                   15  SINX-SIPMNT    PIC 9(07).
                   15  SINX-SIPRESP   PIC 9(03).
           05  FILLER                 PIC X(18).
      *
       FD  FB01AFFX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01AFFX.
           05  AFFX-NUMCONT           PIC X(12).
           05  AFFX-RANG-VEHI         PIC X(02).
           05  AFFX-RANG-PRINC        PIC X(02).
           05  AFFX-RANG-SECOND       PIC X(02).
           05  AFFX-RACF              PIC X(15).
           05  AFFX-JOUR              PIC X(08).
           05  FILLER                 PIC X(39).
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
       FD  FB00PRIX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PRIX.
           05  PRIX-NUMCONT           PIC X(12).
           05  PRIX-PRIME-12          PIC 9(09)V99.
           05  PRIX-PRIME-36          PIC 9(09)V99.
           05  FILLER                 PIC X(46).
      *
       FD  FB00SPST
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00SPST              PIC X(100).
      *
       FD  FB00SPCL
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00SPCL              PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B35 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00ANNP-STATUS   PIC X(02).
           88     OK-FB00ANNP       VALUE '00'.
           88     EOF-FB00ANNP      VALUE '10'.
       01  FS-FB03SINX-STATUS   PIC X(02).
           88     OK-FB03SINX       VALUE '00'.
           88     EOF-FB03SINX      VALUE '10'.
       01  FS-FB01AFFX-STATUS   PIC X(02).
           88     OK-FB01AFFX       VALUE '00'.
           88     EOF-FB01AFFX      VALUE '10'.
       01  FS-FB04FAMX-STATUS   PIC X(02).
           88     OK-FB04FAMX       VALUE '00'.
           88     EOF-FB04FAMX      VALUE '10'.
       01  FS-FB00PRIX-STATUS   PIC X(02).
           88     OK-FB00PRIX       VALUE '00'.
           88     EOF-FB00PRIX      VALUE '10'.
       01  FS-FB00SPST-STATUS   PIC X(02).
           88     OK-FB00SPST       VALUE '00'.
       01  FS-FB00SPCL-STATUS   PIC X(02).
           88     OK-FB00SPCL       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-ANNP      PIC X(01) VALUE 'N'.
           88     FIN-ANNP          VALUE 'O'.
       01  WS-IND-FIN-SINX      PIC X(01) VALUE 'N'.
           88     FIN-SINX          VALUE 'O'.
       01  WS-IND-FIN-AFFX      PIC X(01) VALUE 'N'.
           88     FIN-AFFX          VALUE 'O'.
       01  WS-IND-FIN-FAMX      PIC X(01) VALUE 'N'.
           88     FIN-FAMX          VALUE 'O'.
       01  WS-IND-FIN-PRIX      PIC X(01) VALUE 'N'.
           88     FIN-PRIX          VALUE 'O'.
      *================================================================*
      *   PARAMETRES                                                   *
      *================================================================*
       01  WS-HORIZON-JOURS     PIC 9(03) VALUE 090.
       01  WS-SEUIL-SP          PIC 9(03) VALUE 070.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
           COPY FB00CALA.
      *================================================================*
      *   AFFECTATIONS ET FAMILLES DES VEHICULES DU CONTRAT COURANT    *
      *================================================================*
       01  WS-NB-VEH            PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-VEHICULES.
           05  WS-VEH             OCCURS 300 TIMES
                                  INDEXED BY IX-VEH.
               10  WS-VEH-RANG    PIC 9(04).
               10  WS-VEH-FAMILLE PIC X(04).
               10  WS-VEH-PRINC   PIC 9(04).
               10  WS-VEH-SECOND  PIC 9(04).
      *================================================================*
      *   CUMULS PAR FAMILLE DU CONTRAT COURANT                        *
      *================================================================*
       01  WS-NB-FAM            PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-FAMILLES.
           05  WS-FAM             OCCURS 30 TIMES
                                  INDEXED BY IX-FAM.
               10  WS-FAM-CODE    PIC X(04).
               10  WS-FAM-NB-12   PIC 9(05).
               10  WS-FAM-CH-12   PIC 9(11)V99.
               10  WS-FAM-NB-36   PIC 9(05).
               10  WS-FAM-CH-36   PIC 9(11)V99.
               10  WS-FAM-CH-RESP PIC 9(11)V99.
      *================================================================*
      *   FLOTTES AU-DESSUS DU SEUIL (CLASSEMENT EN FIN DE TRAITEMENT) *
      *================================================================*
       01  WS-NB-CLA            PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-CLASSEMENT.
           05  WS-CLA             OCCURS 1000 TIMES
                                  INDEXED BY IX-CLA.
               10  WS-CLA-NUMCONT PIC X(12).
               10  WS-CLA-GESCLI  PIC X(11).
               10  WS-CLA-ECHEANCE PIC X(08).
               10  WS-CLA-SP-12   PIC 9(05)V9.
               10  WS-CLA-SP-36   PIC 9(05)V9.
               10  WS-CLA-CH-12   PIC 9(11)V99.
               10  WS-CLA-PRIME-12 PIC 9(09)V99.
               10  WS-CLA-EDITE   PIC X(01).
      *================================================================*
      *   LIGNES D'EDITION                                             *
      *================================================================*
       01  WS-LIGNE-BASE.
           05  FILLER            PIC X(29) VALUE
               'FB00B35 - BASE DE DECOMPTE : '.
           05  WS-LB-LIBELLE     PIC X(30).
           05  FILLER            PIC X(41) VALUE SPACES.
       01  WS-LIGNE-CONTRAT.
           05  FILLER            PIC X(08) VALUE 'CONTRAT '.
           05  WS-LC-NUMCONT     PIC X(12).
           05  FILLER            PIC X(08) VALUE ' CLIENT '.
           05  WS-LC-GESCLI      PIC X(11).
           05  FILLER            PIC X(11) VALUE ' ECHEANCE '.
           05  WS-LC-ECHEANCE    PIC X(08).
           05  FILLER            PIC X(06) VALUE ' DANS '.
           05  WS-LC-JOURS       PIC ZZ9.
           05  FILLER            PIC X(06) VALUE ' JOURS'.
           05  FILLER            PIC X(27) VALUE SPACES.
       01  WS-LIGNE-ENTETE.
           05  FILLER            PIC X(17) VALUE
               'AXE        CODE  '.
           05  FILLER            PIC X(21) VALUE
               'NB12     CHARGE 12M '.
           05  FILLER            PIC X(21) VALUE
               'NB36     CHARGE 36M '.
           05  FILLER            PIC X(18) VALUE
               'CHARGE RESP. 36M'.
           05  FILLER            PIC X(23) VALUE SPACES.
       01  WS-LIGNE-DETAIL.
           05  WS-LD-AXE         PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LD-CODE        PIC X(04).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LD-NB-12       PIC ZZZZ9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LD-CH-12       PIC Z(10)9,99.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LD-NB-36       PIC ZZZZ9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LD-CH-36       PIC Z(10)9,99.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LD-CH-RESP     PIC Z(10)9,99.
           05  FILLER            PIC X(25) VALUE SPACES.
       01  WS-LIGNE-RATIO.
           05  FILLER            PIC X(15) VALUE 'PRIME ACQUISE '.
           05  WS-LR-PERIODE     PIC X(07).
           05  FILLER            PIC X(03) VALUE ' : '.
           05  WS-LR-PRIME       PIC Z(08)9,99.
           05  FILLER            PIC X(10) VALUE '  CHARGE '.
           05  WS-LR-CHARGE      PIC Z(10)9,99.
           05  FILLER            PIC X(08) VALUE '  S/P : '.
           05  WS-LR-SP          PIC ZZZZ9,9.
           05  WS-LR-SP-X        REDEFINES WS-LR-SP PIC X(07).
           05  FILLER            PIC X(02) VALUE ' %'.
           05  FILLER            PIC X(22) VALUE SPACES.
       01  WS-LIGNE-TITRE-CLA.
           05  FILLER            PIC X(47) VALUE
               'FB00B35 - FLOTTES AU-DESSUS DU SEUIL DE S/P DE '.
           05  WS-LT-SEUIL       PIC ZZ9.
           05  FILLER            PIC X(50) VALUE
               ' % SUR 12 MOIS, PAR S/P DECROISSANT'.
       01  WS-LIGNE-CLASSEMENT.
           05  WS-LK-RANG        PIC ZZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LK-NUMCONT     PIC X(12).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LK-GESCLI      PIC X(11).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LK-ECHEANCE    PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LK-SP-12       PIC ZZZZ9,9.
           05  FILLER            PIC X(02) VALUE ' %'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LK-SP-36       PIC ZZZZ9,9.
           05  FILLER            PIC X(02) VALUE ' %'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LK-CH-12       PIC Z(10)9,99.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LK-PRIME-12    PIC Z(08)9,99.
           05  FILLER            PIC X(07) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET            PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-CONTRATS      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RETENUS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-PRIME    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CLA-IGNORES   PIC 9(07) COMP VALUE ZERO.
       01  WS-IND-CASE          PIC S9(4) COMP VALUE ZERO.
       01  WS-RANG-CLA          PIC S9(4) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT   PIC X(08) VALUE SPACES.
       01  WS-LIMITE-12         PIC X(08) VALUE SPACES.
       01  WS-LIMITE-36         PIC X(08) VALUE SPACES.
       01  WS-DATE-ANNIV        PIC X(08) VALUE SPACES.
       01  WS-DATE-ANNIV-R      REDEFINES WS-DATE-ANNIV.
           05  WS-DA-SSAA       PIC 9(04).
           05  FILLER           PIC X(04).
       01  WS-DATE-TRT-R        PIC X(08) VALUE SPACES.
       01  WS-DATE-TRT-RR       REDEFINES WS-DATE-TRT-R.
           05  WS-DT-SSAA       PIC 9(04).
           05  FILLER           PIC X(04).
       01  WS-DATE-ECHEANCE     PIC X(08) VALUE SPACES.
       01  WS-NB-MOIS-ANNIV     PIC S9(05) COMP-3 VALUE ZERO.
       01  WS-JOURS-AVANT       PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-RANG-CONDUCTEUR   PIC 9(04) VALUE ZERO.
       01  WS-RANG-VEHICULE     PIC 9(04) VALUE ZERO.
       01  WS-FAMILLE-COUR      PIC X(04) VALUE SPACES.
       01  WS-PRIME-12          PIC 9(09)V99 VALUE ZERO.
       01  WS-PRIME-36          PIC 9(09)V99 VALUE ZERO.
       01  WS-IND-PRIME         PIC X(01) VALUE 'N'.
           88     PRIME-CONNUE      VALUE 'O'.
      *--- CUMULS DU CONDUCTEUR COURANT ET DU CONTRAT
       01  WS-CUMULS-CONDUCTEUR.
           05  WS-CC-NB-12      PIC 9(05).
           05  WS-CC-CH-12      PIC 9(11)V99.
           05  WS-CC-NB-36      PIC 9(05).
           05  WS-CC-CH-36      PIC 9(11)V99.
           05  WS-CC-CH-RESP    PIC 9(11)V99.
       01  WS-CUMULS-CONTRAT.
           05  WS-CT-NB-12      PIC 9(05).
           05  WS-CT-CH-12      PIC 9(11)V99.
           05  WS-CT-NB-36      PIC 9(05).
           05  WS-CT-CH-36      PIC 9(11)V99.
           05  WS-CT-CH-RESP    PIC 9(11)V99.
       01  WS-CHARGE-RESP       PIC 9(09)V99 VALUE ZERO.
       01  WS-SP-12             PIC 9(05)V9 VALUE ZERO.
       01  WS-SP-36             PIC 9(05)V9 VALUE ZERO.
       01  WS-SP-MAX            PIC 9(05)V9 VALUE ZERO.
       01  WS-IX-MAX            PIC S9(4) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-TRAITEMENT
           PERFORM 40000-EDITER-CLASSEMENT
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT FB00PARM.
           IF OK-FB00PARM
              READ FB00PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-HORIZON-JOURS NUMERIC
                       AND PARM-HORIZON-JOURS > ZERO
                       MOVE PARM-HORIZON-JOURS TO WS-HORIZON-JOURS
                    END-IF
                    IF PARM-SEUIL-SP NUMERIC
                       AND PARM-SEUIL-SP > ZERO
                       MOVE PARM-SEUIL-SP      TO WS-SEUIL-SP
                    END-IF
              END-READ
              CLOSE FB00PARM
           END-IF.
           OPEN INPUT  FB00ANNP
           OPEN INPUT  FB03SINX
           OPEN INPUT  FB01AFFX
           OPEN INPUT  FB04FAMX
           OPEN INPUT  FB00PRIX
           OPEN OUTPUT FB00SPST
           OPEN OUTPUT FB00SPCL.
           IF NOT OK-FB00ANNP OR NOT OK-FB03SINX OR NOT OK-FB01AFFX
              OR NOT OK-FB04FAMX OR NOT OK-FB00PRIX
              OR NOT OK-FB00SPST OR NOT OK-FB00SPCL
              DISPLAY 'FB00B35 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
      *--- FENETRES DE 12 ET 36 MOIS EN MOIS CALENDAIRES REELS
           SET CALA-FONC-AJOUT-MOIS TO TRUE.
           MOVE WS-DATE-TRAITEMENT  TO CALA-DATE-1.
           MOVE -12                 TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           MOVE CALA-DATE-RESULTAT  TO WS-LIMITE-12.
           SET CALA-FONC-AJOUT-MOIS TO TRUE.
           MOVE WS-DATE-TRAITEMENT  TO CALA-DATE-1.
           MOVE -36                 TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           MOVE CALA-DATE-RESULTAT  TO WS-LIMITE-36.
           IF NOT CALA-RETOUR-OK
              DISPLAY 'FB00B35 : DATE DE TRAITEMENT INVALIDE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE WS-DATE-TRAITEMENT  TO WS-DATE-TRT-R.
      *--- BASE DE DECOMPTE DE L'HORIZON EN TETE DE L'ETAT
           MOVE 'JOURS CALENDAIRES REELS' TO WS-LB-LIBELLE.
           WRITE ENRG-FB00SPST FROM WS-LIGNE-BASE.
           PERFORM 21000-LIRE-ANNP
           PERFORM 22000-LIRE-SINX
           PERFORM 23000-LIRE-AFFX
           PERFORM 24000-LIRE-FAMX
           PERFORM 25000-LIRE-PRIX
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-CONTRAT
              UNTIL FIN-ANNP
           .
      ******************************************************************
      *   UN CONTRAT DE L'ECHEANCIER : RETENU SI SON PROCHAIN          *
      *   ANNIVERSAIRE TOMBE DANS L'HORIZON                            *
      ******************************************************************
       20100-TRAITER-CONTRAT.
      *----------------------
           ADD 1 TO WS-CPT-CONTRATS.
           PERFORM 26000-PROCHAINE-ECHEANCE.
           IF CALA-RETOUR-OK
              AND WS-JOURS-AVANT NOT > WS-HORIZON-JOURS
              ADD 1 TO WS-CPT-RETENUS
              PERFORM 27000-ETAT-CONTRAT
           END-IF.
           PERFORM 21000-LIRE-ANNP
           .
      ******************************************************************
       21000-LIRE-ANNP.
      *----------------
           IF NOT FIN-ANNP
              READ FB00ANNP
                 AT END
                    SET FIN-ANNP TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       22000-LIRE-SINX.
      *----------------
           IF NOT FIN-SINX
              READ FB03SINX
                 AT END
                    SET FIN-SINX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       23000-LIRE-AFFX.
      *----------------
           IF NOT FIN-AFFX
              READ FB01AFFX
                 AT END
                    SET FIN-AFFX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       24000-LIRE-FAMX.
      *----------------
           IF NOT FIN-FAMX
              READ FB04FAMX
                 AT END
                    SET FIN-FAMX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       25000-LIRE-PRIX.
      *----------------
           IF NOT FIN-PRIX
              READ FB00PRIX
                 AT END
                    SET FIN-PRIX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
      *   PROCHAIN ANNIVERSAIRE STRICTEMENT POSTERIEUR A LA DATE DE    *
      *   TRAITEMENT (FIN DE MOIS RESPECTEE PAR FB00SV01) ET NOMBRE    *
      *   DE JOURS QUI L'EN SEPARENT                                   *
      ******************************************************************
       26000-PROCHAINE-ECHEANCE.
      *-------------------------
           MOVE ANNP-DATE-ANNIV TO WS-DATE-ANNIV.
           IF WS-DATE-ANNIV NOT NUMERIC
              SET CALA-DATE-INVALIDE TO TRUE
           ELSE
              COMPUTE WS-NB-MOIS-ANNIV = (WS-DT-SSAA - WS-DA-SSAA) * 12
              PERFORM 26100-ANNIVERSAIRE-SUIVANT
              PERFORM 26100-ANNIVERSAIRE-SUIVANT
                 UNTIL NOT CALA-RETOUR-OK
                    OR WS-DATE-ECHEANCE > WS-DATE-TRAITEMENT
              IF CALA-RETOUR-OK
                 SET CALA-FONC-ECART-CAL  TO TRUE
                 MOVE WS-DATE-TRAITEMENT  TO CALA-DATE-1
                 MOVE WS-DATE-ECHEANCE    TO CALA-DATE-2
                 CALL 'FB00SV01' USING WSS-CALA-COMMAREA
                 MOVE CALA-RESULTAT       TO WS-JOURS-AVANT
              END-IF
           END-IF
           .
      ******************************************************************
       26100-ANNIVERSAIRE-SUIVANT.
      *---------------------------
           SET CALA-FONC-AJOUT-MOIS TO TRUE.
           MOVE WS-DATE-ANNIV       TO CALA-DATE-1.
           MOVE WS-NB-MOIS-ANNIV    TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           MOVE CALA-DATE-RESULTAT  TO WS-DATE-ECHEANCE.
           ADD 12                   TO WS-NB-MOIS-ANNIV
           .
      ******************************************************************
      *   ETAT D'UN CONTRAT RETENU : EN-TETE, CONDUCTEURS, FAMILLES,   *
      *   PRIMES ET RAPPORTS S/P                                       *
      ******************************************************************
       27000-ETAT-CONTRAT.
      *-------------------
           MOVE ZERO            TO WS-NB-VEH WS-NB-FAM.
           INITIALIZE WS-CUMULS-CONTRAT.
           PERFORM 27100-CHARGER-FAMILLES.
           PERFORM 27200-CHARGER-AFFECTATIONS.
           MOVE ANNP-NUMCONT     TO WS-LC-NUMCONT.
           MOVE ANNP-GESCLI      TO WS-LC-GESCLI.
           MOVE WS-DATE-ECHEANCE TO WS-LC-ECHEANCE.
           MOVE WS-JOURS-AVANT   TO WS-LC-JOURS.
           MOVE SPACES           TO ENRG-FB00SPST.
           WRITE ENRG-FB00SPST.
           WRITE ENRG-FB00SPST FROM WS-LIGNE-CONTRAT.
           WRITE ENRG-FB00SPST FROM WS-LIGNE-ENTETE.
      *--- CONDUCTEURS DU CONTRAT
           PERFORM 22000-LIRE-SINX
              UNTIL FIN-SINX OR SINX-NUMCONT NOT < ANNP-NUMCONT.
           PERFORM 28000-TRAITER-CONDUCTEUR
              UNTIL FIN-SINX OR SINX-NUMCONT NOT = ANNP-NUMCONT.
      *--- FAMILLES DE VEHICULES
           PERFORM 29000-EDITER-FAMILLE
              VARYING IX-FAM FROM 1 BY 1 UNTIL IX-FAM > WS-NB-FAM.
      *--- TOTAL DU CONTRAT, PRIMES ET RAPPORTS S/P
           MOVE 'TOTAL'          TO WS-LD-AXE.
           MOVE SPACES           TO WS-LD-CODE.
           MOVE WS-CT-NB-12      TO WS-LD-NB-12.
           MOVE WS-CT-CH-12      TO WS-LD-CH-12.
           MOVE WS-CT-NB-36      TO WS-LD-NB-36.
           MOVE WS-CT-CH-36      TO WS-LD-CH-36.
           MOVE WS-CT-CH-RESP    TO WS-LD-CH-RESP.
           WRITE ENRG-FB00SPST FROM WS-LIGNE-DETAIL.
           PERFORM 27300-RAPPORTS-SP
           .
      ******************************************************************
      *   FAMILLES DES VEHICULES DU CONTRAT (ACTIFS OU SORTIS : UN     *
      *   SINISTRE RESTE RATTACHE A LA FAMILLE DU VEHICULE SORTI)      *
      ******************************************************************
       27100-CHARGER-FAMILLES.
      *-----------------------
           PERFORM 24000-LIRE-FAMX
              UNTIL FIN-FAMX OR FAMX-NUMCONT NOT < ANNP-NUMCONT.
           PERFORM 27110-RANGER-FAMILLE
              UNTIL FIN-FAMX OR FAMX-NUMCONT NOT = ANNP-NUMCONT
           .
      ******************************************************************
       27110-RANGER-FAMILLE.
      *---------------------
           IF WS-NB-VEH = 300
              DISPLAY 'FB00B35 : TABLE VEHICULES SATUREE (300) '
                      ANNP-NUMCONT
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           ADD 1                TO WS-NB-VEH
           SET IX-VEH           TO WS-NB-VEH
           MOVE FAMX-RANG       TO WS-VEH-RANG(IX-VEH)
           MOVE FAMX-FAMILLE    TO WS-VEH-FAMILLE(IX-VEH)
           MOVE ZERO            TO WS-VEH-PRINC(IX-VEH)
           MOVE ZERO            TO WS-VEH-SECOND(IX-VEH)
           PERFORM 24000-LIRE-FAMX
           .
      ******************************************************************
      *   TITULAIRES PRINCIPAL ET SECONDAIRE DE CHAQUE VEHICULE        *
      ******************************************************************
       27200-CHARGER-AFFECTATIONS.
      *---------------------------
           PERFORM 23000-LIRE-AFFX
              UNTIL FIN-AFFX OR AFFX-NUMCONT NOT < ANNP-NUMCONT.
           PERFORM 27210-RANGER-AFFECTATION
              UNTIL FIN-AFFX OR AFFX-NUMCONT NOT = ANNP-NUMCONT
           .
      ******************************************************************
       27210-RANGER-AFFECTATION.
      *-------------------------
           IF AFFX-RANG-VEHI NUMERIC AND WS-NB-VEH > ZERO
              MOVE AFFX-RANG-VEHI TO WS-RANG-VEHICULE
              SET IX-VEH TO 1
              SEARCH WS-VEH
                 AT END
                    CONTINUE
                 WHEN IX-VEH > WS-NB-VEH
                    CONTINUE
                 WHEN WS-VEH-RANG(IX-VEH) = WS-RANG-VEHICULE
                    IF AFFX-RANG-PRINC NUMERIC
                       MOVE AFFX-RANG-PRINC  TO WS-VEH-PRINC(IX-VEH)
                    END-IF
                    IF AFFX-RANG-SECOND NUMERIC
                       MOVE AFFX-RANG-SECOND TO WS-VEH-SECOND(IX-VEH)
                    END-IF
              END-SEARCH
           END-IF.
           PERFORM 23000-LIRE-AFFX
           .
      ******************************************************************
      *   PRIMES ACQUISES, RAPPORTS S/P ET MEMORISATION DES FLOTTES    *
      *   AU-DESSUS DU SEUIL                                           *
      ******************************************************************
       27300-RAPPORTS-SP.
      *------------------
           MOVE 'N'              TO WS-IND-PRIME.
           MOVE ZERO             TO WS-PRIME-12 WS-PRIME-36.
           PERFORM 25000-LIRE-PRIX
              UNTIL FIN-PRIX OR PRIX-NUMCONT NOT < ANNP-NUMCONT.
           IF NOT FIN-PRIX AND PRIX-NUMCONT = ANNP-NUMCONT
              SET PRIME-CONNUE   TO TRUE
              MOVE PRIX-PRIME-12 TO WS-PRIME-12
              MOVE PRIX-PRIME-36 TO WS-PRIME-36
           ELSE
              ADD 1              TO WS-CPT-SANS-PRIME
           END-IF.
           MOVE ZERO             TO WS-SP-12 WS-SP-36.
           MOVE '12 MOIS'        TO WS-LR-PERIODE.
           MOVE WS-PRIME-12      TO WS-LR-PRIME.
           MOVE WS-CT-CH-12      TO WS-LR-CHARGE.
           IF WS-PRIME-12 > ZERO
              COMPUTE WS-SP-12 ROUNDED =
                      WS-CT-CH-12 * 100 / WS-PRIME-12
                 ON SIZE ERROR
                    MOVE 99999,9 TO WS-SP-12
              END-COMPUTE
              MOVE WS-SP-12      TO WS-LR-SP
           ELSE
              MOVE '  N/D  '     TO WS-LR-SP-X
           END-IF.
           WRITE ENRG-FB00SPST FROM WS-LIGNE-RATIO.
           MOVE '36 MOIS'        TO WS-LR-PERIODE.
           MOVE WS-PRIME-36      TO WS-LR-PRIME.
           MOVE WS-CT-CH-36      TO WS-LR-CHARGE.
           IF WS-PRIME-36 > ZERO
              COMPUTE WS-SP-36 ROUNDED =
                      WS-CT-CH-36 * 100 / WS-PRIME-36
                 ON SIZE ERROR
                    MOVE 99999,9 TO WS-SP-36
              END-COMPUTE
              MOVE WS-SP-36      TO WS-LR-SP
           ELSE
              MOVE '  N/D  '     TO WS-LR-SP-X
           END-IF.
           WRITE ENRG-FB00SPST FROM WS-LIGNE-RATIO.
           IF NOT PRIME-CONNUE
              MOVE SPACES        TO ENRG-FB00SPST
              MOVE '*** PRIME ACQUISE INCONNUE DE LA FACTURATION ***'
                                 TO ENRG-FB00SPST
              WRITE ENRG-FB00SPST
           END-IF.
      *--- SANS PRIME ACQUISE, UNE CHARGE NON NULLE EST AU-DESSUS DE
      *--- TOUT SEUIL
           IF WS-PRIME-12 = ZERO AND WS-CT-CH-12 > ZERO
              MOVE 99999,9       TO WS-SP-12
           END-IF.
           IF WS-SP-12 > WS-SEUIL-SP
              PERFORM 27310-MEMORISER-FLOTTE
           END-IF
           .
      ******************************************************************
       27310-MEMORISER-FLOTTE.
      *-----------------------
           IF WS-NB-CLA = 1000
              ADD 1 TO WS-CPT-CLA-IGNORES
           ELSE
              ADD 1                TO WS-NB-CLA
              SET IX-CLA           TO WS-NB-CLA
              MOVE ANNP-NUMCONT    TO WS-CLA-NUMCONT(IX-CLA)
              MOVE ANNP-GESCLI     TO WS-CLA-GESCLI(IX-CLA)
              MOVE WS-DATE-ECHEANCE TO WS-CLA-ECHEANCE(IX-CLA)
              MOVE WS-SP-12        TO WS-CLA-SP-12(IX-CLA)
              MOVE WS-SP-36        TO WS-CLA-SP-36(IX-CLA)
              MOVE WS-CT-CH-12     TO WS-CLA-CH-12(IX-CLA)
              MOVE WS-PRIME-12     TO WS-CLA-PRIME-12(IX-CLA)
              MOVE 'N'             TO WS-CLA-EDITE(IX-CLA)
           END-IF
           .
      ******************************************************************
      *   UN CONDUCTEUR : CUMUL DE SES CASES SUR 12 ET 36 MOIS,        *
      *   VENTILE SUR LA FAMILLE DE SON VEHICULE                       *
      ******************************************************************
       28000-TRAITER-CONDUCTEUR.
      *-------------------------
           INITIALIZE WS-CUMULS-CONDUCTEUR.
           MOVE SINX-RANG        TO WS-RANG-CONDUCTEUR.
           PERFORM 28100-FAMILLE-CONDUCTEUR.
           IF SINX-NB-SINISTRES NUMERIC
              PERFORM 28200-CUMULER-CASE
                 VARYING WS-IND-CASE FROM 1 BY 1
                 UNTIL WS-IND-CASE > SINX-NB-SINISTRES
                    OR WS-IND-CASE > 6
           END-IF.
           IF WS-CC-NB-36 > ZERO
              MOVE 'CONDUCTEUR'  TO WS-LD-AXE
              MOVE SINX-RANG     TO WS-LD-CODE
              MOVE WS-CC-NB-12   TO WS-LD-NB-12
              MOVE WS-CC-CH-12   TO WS-LD-CH-12
              MOVE WS-CC-NB-36   TO WS-LD-NB-36
              MOVE WS-CC-CH-36   TO WS-LD-CH-36
              MOVE WS-CC-CH-RESP TO WS-LD-CH-RESP
              WRITE ENRG-FB00SPST FROM WS-LIGNE-DETAIL
           END-IF.
           PERFORM 22000-LIRE-SINX
           .
      ******************************************************************
      *   FAMILLE DU VEHICULE DONT LE CONDUCTEUR EST TITULAIRE         *
      *   PRINCIPAL, A DEFAUT SECONDAIRE, A DEFAUT 'NAFF' ; LA LIGNE   *
      *   DE CUMUL DE LA FAMILLE EST CREEE AU BESOIN                   *
      ******************************************************************
       28100-FAMILLE-CONDUCTEUR.
      *-------------------------
           MOVE 'NAFF'           TO WS-FAMILLE-COUR.
           IF WS-NB-VEH > ZERO
              SET IX-VEH TO 1
              SEARCH WS-VEH
                 AT END
                    CONTINUE
                 WHEN IX-VEH > WS-NB-VEH
                    CONTINUE
                 WHEN WS-VEH-PRINC(IX-VEH) = WS-RANG-CONDUCTEUR
                    MOVE WS-VEH-FAMILLE(IX-VEH) TO WS-FAMILLE-COUR
              END-SEARCH
           END-IF.
           IF WS-FAMILLE-COUR = 'NAFF' AND WS-NB-VEH > ZERO
              SET IX-VEH TO 1
              SEARCH WS-VEH
                 AT END
                    CONTINUE
                 WHEN IX-VEH > WS-NB-VEH
                    CONTINUE
                 WHEN WS-VEH-SECOND(IX-VEH) = WS-RANG-CONDUCTEUR
                    MOVE WS-VEH-FAMILLE(IX-VEH) TO WS-FAMILLE-COUR
              END-SEARCH
           END-IF.
           SET IX-FAM TO 1.
           IF WS-NB-FAM > ZERO
              SEARCH WS-FAM
                 AT END
                    SET IX-FAM TO WS-NB-FAM
                    SET IX-FAM UP BY 1
                 WHEN IX-FAM > WS-NB-FAM
                    CONTINUE
                 WHEN WS-FAM-CODE(IX-FAM) = WS-FAMILLE-COUR
                    CONTINUE
              END-SEARCH
           END-IF.
           IF IX-FAM > WS-NB-FAM
              IF WS-NB-FAM = 30
                 DISPLAY 'FB00B35 : TABLE FAMILLES SATUREE (30) '
                         ANNP-NUMCONT
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                TO WS-NB-FAM
              SET IX-FAM           TO WS-NB-FAM
              MOVE WS-FAMILLE-COUR TO WS-FAM-CODE(IX-FAM)
              MOVE ZERO            TO WS-FAM-NB-12(IX-FAM)
                                      WS-FAM-CH-12(IX-FAM)
                                      WS-FAM-NB-36(IX-FAM)
                                      WS-FAM-CH-36(IX-FAM)
                                      WS-FAM-CH-RESP(IX-FAM)
           END-IF
           .
      ******************************************************************
      *   UNE CASE SINISTRE : RETENUE SUR 36 MOIS, ET SUR 12 MOIS SI   *
      *   SURVENUE DEPUIS MOINS D'UN AN                                *
      ******************************************************************
       28200-CUMULER-CASE.
      *-------------------
           IF SINX-DATE-SIN(WS-IND-CASE) NUMERIC
              AND SINX-DATE-SIN(WS-IND-CASE) > WS-LIMITE-36
              AND SINX-SIPMNT(WS-IND-CASE) NUMERIC
              IF SINX-SIPRESP(WS-IND-CASE) NUMERIC
                 COMPUTE WS-CHARGE-RESP ROUNDED =
                         SINX-SIPMNT(WS-IND-CASE)
                       * SINX-SIPRESP(WS-IND-CASE) / 100
              ELSE
                 MOVE ZERO TO WS-CHARGE-RESP
              END-IF
              ADD 1                        TO WS-CC-NB-36
                                              WS-CT-NB-36
                                              WS-FAM-NB-36(IX-FAM)
              ADD SINX-SIPMNT(WS-IND-CASE) TO WS-CC-CH-36
                                              WS-CT-CH-36
                                              WS-FAM-CH-36(IX-FAM)
              ADD WS-CHARGE-RESP           TO WS-CC-CH-RESP
                                              WS-CT-CH-RESP
                                              WS-FAM-CH-RESP(IX-FAM)
              IF SINX-DATE-SIN(WS-IND-CASE) > WS-LIMITE-12
                 ADD 1                        TO WS-CC-NB-12
                                                 WS-CT-NB-12
                                                 WS-FAM-NB-12(IX-FAM)
                 ADD SINX-SIPMNT(WS-IND-CASE) TO WS-CC-CH-12
                                                 WS-CT-CH-12
                                                 WS-FAM-CH-12(IX-FAM)
              END-IF
           END-IF
           .
      ******************************************************************
       29000-EDITER-FAMILLE.
      *---------------------
           MOVE 'FAMILLE'              TO WS-LD-AXE.
           MOVE WS-FAM-CODE(IX-FAM)    TO WS-LD-CODE.
           MOVE WS-FAM-NB-12(IX-FAM)   TO WS-LD-NB-12.
           MOVE WS-FAM-CH-12(IX-FAM)   TO WS-LD-CH-12.
           MOVE WS-FAM-NB-36(IX-FAM)   TO WS-LD-NB-36.
           MOVE WS-FAM-CH-36(IX-FAM)   TO WS-LD-CH-36.
           MOVE WS-FAM-CH-RESP(IX-FAM) TO WS-LD-CH-RESP.
           WRITE ENRG-FB00SPST FROM WS-LIGNE-DETAIL
           .
      ******************************************************************
      *   CLASSEMENT DES FLOTTES AU-DESSUS DU SEUIL PAR S/P 12 MOIS    *
      *   DECROISSANT (SELECTION SUCCESSIVE DU PLUS FORT NON EDITE)    *
      ******************************************************************
       40000-EDITER-CLASSEMENT.
      *------------------------
           MOVE WS-SEUIL-SP      TO WS-LT-SEUIL.
           WRITE ENRG-FB00SPCL FROM WS-LIGNE-TITRE-CLA.
           PERFORM 40100-EDITER-SUIVANTE
              VARYING WS-RANG-CLA FROM 1 BY 1
              UNTIL WS-RANG-CLA > WS-NB-CLA
           .
      ******************************************************************
       40100-EDITER-SUIVANTE.
      *----------------------
           MOVE ZERO             TO WS-SP-MAX WS-IX-MAX.
           PERFORM 40110-COMPARER
              VARYING IX-CLA FROM 1 BY 1 UNTIL IX-CLA > WS-NB-CLA.
           SET IX-CLA            TO WS-IX-MAX.
           MOVE 'O'              TO WS-CLA-EDITE(IX-CLA).
           MOVE WS-RANG-CLA      TO WS-LK-RANG.
           MOVE WS-CLA-NUMCONT(IX-CLA)  TO WS-LK-NUMCONT.
           MOVE WS-CLA-GESCLI(IX-CLA)   TO WS-LK-GESCLI.
           MOVE WS-CLA-ECHEANCE(IX-CLA) TO WS-LK-ECHEANCE.
           MOVE WS-CLA-SP-12(IX-CLA)    TO WS-LK-SP-12.
           MOVE WS-CLA-SP-36(IX-CLA)    TO WS-LK-SP-36.
           MOVE WS-CLA-CH-12(IX-CLA)    TO WS-LK-CH-12.
           MOVE WS-CLA-PRIME-12(IX-CLA) TO WS-LK-PRIME-12.
           WRITE ENRG-FB00SPCL FROM WS-LIGNE-CLASSEMENT
           .
      ******************************************************************
       40110-COMPARER.
      *---------------
           IF WS-CLA-EDITE(IX-CLA) = 'N'
              AND (WS-IX-MAX = ZERO
                   OR WS-CLA-SP-12(IX-CLA) > WS-SP-MAX)
              MOVE WS-CLA-SP-12(IX-CLA) TO WS-SP-MAX
              SET WS-IX-MAX             TO IX-CLA
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00ANNP FB03SINX FB01AFFX FB04FAMX FB00PRIX
                 FB00SPST FB00SPCL.
           DISPLAY 'FB00B35 : BASE DE DECOMPTE       = '
                    WS-LB-LIBELLE.
           DISPLAY 'FB00B35 : HORIZON (JOURS)        = '
                    WS-HORIZON-JOURS.
           DISPLAY 'FB00B35 : SEUIL S/P (%)          = '
                    WS-SEUIL-SP.
           DISPLAY 'FB00B35 : CONTRATS LUS           = '
                    WS-CPT-CONTRATS.
           DISPLAY 'FB00B35 : CONTRATS EDITES        = '
                    WS-CPT-RETENUS.
           DISPLAY 'FB00B35 : FLOTTES AU-DESSUS SEUIL = '
                    WS-NB-CLA.
           DISPLAY 'FB00B35 : CONTRATS SANS PRIME    = '
                    WS-CPT-SANS-PRIME.
           IF WS-CPT-CLA-IGNORES > 0
              DISPLAY 'FB00B35 : TABLE CLASSEMENT SATUREE (1000), '
                      'FLOTTES NON CLASSEES = ' WS-CPT-CLA-IGNORES
              MOVE 4 TO WS-CO-RET
           END-IF.
           IF WS-CPT-SANS-PRIME > 0
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B35 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
