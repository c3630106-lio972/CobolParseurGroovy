      *           PROGRAMME FAIT LE TRAVAIL D'INTERPRETATION PROPRE A
      *           CHAQUE ECRAN (CODE ACTION, LIBELLE) POUR PRODUIRE UN
      *           RELEVE CONSOLIDE ET LISIBLE, PAR CONTRAT.
      *           DEPUIS M007, LES PISTES DES TROIS ECRANS NE SONT PLUS
      *           DECHARGEES DES TS : CHAQUE ITEM TS EST DOUBLE, DANS LA
      *           MEME TACHE, DANS LE JOURNAL RECUPERABLE CICS
      *           'FBAUDJRN' (DESSIN FB00JRNA, IDENTIQUE A FB00AUDX,
      *           CONTRAT DEJA RENSEIGNE) ET LE JCL CONSTRUIT FB00AUDX
      *           A PARTIR DU DECHARGEMENT DE CE JOURNAL, FUSIONNE
      *           AVEC LES PISTES BATCH 'IN' (FB00B30), 'TC' (FB01B08)
      *           ET 'FU' (FB00B39). LE RELEVE PRODUIT ICI EST RAPPROCHE
      *           CHAQUE MATIN DU JOURNAL PAR FB00B31.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      *                                       ET FB00HIST GARDENT DONC
      *                                       LE LIEN ENTRE ANCIEN ET
      *                                       NOUVEAU NUMERO.
      *
      * 15.10.2026 GFA/P.ESTEVE     M007      F51160 L'EXTRAIT FB00AUDX
      *                                       EST DESORMAIS CONSTRUIT
      *                                       PAR LE JCL A PARTIR DU
      *                                       JOURNAL RECUPERABLE
      *                                       'FBAUDJRN' (ET NON PLUS DU
      *                                       DECHARGEMENT DES TS, PERDU
      *                                       SUR DEMARRAGE A FROID),
      *                                       FUSIONNE COMME AVANT AVEC
      *                                       LES PISTES BATCH 'IN'
      *                                       (FB00B30), 'TC' (FB01B08)
      *                                       ET 'FU' (FB00B39), QUI NE
      *                                       PASSENT PAS PAR LE
      *                                       JOURNAL. DESSIN INCHANGE.
      *
      * 15.10.2026 GFA/P.ESTEVE     M008      F51166 LE MOTIF DE SORTIE
      *                                       PORTE PAR LA PISTE FB01
      *                                       (AUDIT-MOTIF, CODE DU
      *                                       REFERENTIEL FB01MOTF) EST
      *                                       REPORTE DANS FB00RECA
      *                                       (RECA-MOTIF, PRIS SUR LE
      *                                       BLANC QUI SUIT LE CODE
      *                                       ACTION - LONGUEUR
      *                                       INCHANGEE) POUR FB00B02
      *                                       ET FB01B07.
      *
      * 15.10.2026 GFA/P.ESTEVE     M009      F51170 INTERPRETATION DE
      *                                       LA PISTE 'FU' (FUSION DE
      *                                       NUMEROS CLIENT, FB00B39) :
      *                                       ANCIEN ET NOUVEAU NUMERO
      *                                       PORTES DANS LE LIBELLE.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *--- PUIS SUR HEURE, DES TROIS PISTES D'AUDIT FB01/FB02/FB04
      *--- FUSIONNEES PAR LE JCL (SORT/MERGE) AVANT L'APPEL DE CE
      *--- PROGRAMME - CE PROGRAMME LUI-MEME NE TRIE RIEN.
      *--- (M007) LES PISTES ECRANS PROVIENNENT DU DECHARGEMENT DU
      *--- JOURNAL RECUPERABLE 'FBAUDJRN', TYPE 'FA'.
           SELECT  FB00AUDX   ASSIGN  FB00AUDX
                               FILE STATUS IS  FS-FB00AUDX-STATUS.
      *--- RELEVE CONSOLIDE PAR CONTRAT, UNE LIGNE PAR ACTION, AVEC
               88  AUDX-FB04-ZONHIS       VALUE 'ZN'.
               88  AUDX-TRF-INTERM        VALUE 'IN'.
               88  AUDX-TRF-CONTRAT       VALUE 'TC'.
               88  AUDX-FUS-CLIENT        VALUE 'FU'.
           05  AUDX-RACF              PIC X(15).
           05  AUDX-JOUR              PIC X(08).
           05  AUDX-HEURE             PIC X(08).
           05  AUDX-DONNEES-FB01.
               10  AUDX-FB01-CODE-ACTION  PIC X(01).
               10  AUDX-FB01-TYPE-TS      PIC X(01).
               10  FILLER                 PIC X(41).
      *        M008 : MOTIF DE SORTIE (ACTION 'D')
               10  AUDX-FB01-MOTIF        PIC X(01).
               10  FILLER                 PIC X(04).
           05  AUDX-DONNEES-FB02-SUSPERM REDEFINES AUDX-DONNEES-FB01.
               10  AUDX-SUSPERM-ANC-INDIC     PIC X(01).
               10  AUDX-SUSPERM-ANC-MOTIF     PIC X(20).
               10  AUDX-TRFC-IDENT            PIC X(30).
               10  AUDX-TRFC-CONTREPARTIE     PIC X(12).
               10  FILLER                     PIC X(04).
      *        M009 : FUSION DE NUMEROS CLIENT
           05  AUDX-DONNEES-FUS-CLIENT   REDEFINES AUDX-DONNEES-FB01.
               10  AUDX-FUSC-GESCLI-ANCIEN    PIC X(11).
               10  AUDX-FUSC-GESCLI-NOUVEAU   PIC X(11).
               10  AUDX-FUSC-RACF-DEMANDEUR   PIC X(15).
               10  FILLER                     PIC X(11).
      *
      *    EN REPRISE ('CRS'), LE JCL RAMENE D'ABORD CE FICHIER A
      *    CHKP-CPT-ECRITES LIGNES (CF 22000-POINT-DE-CONTROLE) PUIS
           05  RECA-ECRAN             PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RECA-CODE-ACTION       PIC X(01).
      *    M008 : MOTIF DE SORTIE FB01 (ESPACE POUR LES AUTRES LIGNES)
           05  RECA-MOTIF             PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RECA-LIBELLE           PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RECA-RACF              PIC X(15).
                                      RECA-RACF
                                      RECA-HEURE
           MOVE '*'                TO RECA-CODE-ACTION
           MOVE SPACE              TO RECA-MOTIF
           MOVE WS-CPT-ACTIONS-JOUR TO WS-ST-NB
           MOVE WS-LIB-SOUS-TOTAL  TO RECA-LIBELLE
           MOVE WS-JOUR-RUPTURE    TO RECA-JOUR
           MOVE AUDX-RACF          TO RECA-RACF
           MOVE AUDX-JOUR          TO RECA-JOUR
           MOVE AUDX-HEURE         TO RECA-HEURE
           MOVE SPACE              TO RECA-MOTIF
           EVALUATE TRUE
              WHEN AUDX-ECRAN-FB01 AND AUDX-TRF-CONTRAT
                 PERFORM 20280-LIBELLE-TRF-CONTRAT
                 PERFORM 20260-LIBELLE-FB04-ZONHIS
              WHEN AUDX-TRF-INTERM
                 PERFORM 20270-LIBELLE-TRF-INTERM
              WHEN AUDX-FUS-CLIENT
                 PERFORM 20290-LIBELLE-FUS-CLIENT
              WHEN OTHER
                 MOVE '?'           TO RECA-CODE-ACTION
                 MOVE 'ORIGINE INCONNUE' TO RECA-LIBELLE
       20210-LIBELLE-FB01.
      *--------------------
           MOVE AUDX-FB01-CODE-ACTION  TO RECA-CODE-ACTION
           MOVE AUDX-FB01-MOTIF        TO RECA-MOTIF
           EVALUATE AUDX-FB01-CODE-ACTION
              WHEN 'A'
                 MOVE 'AJOUT ELEMENT COMPOSITION'    TO RECA-LIBELLE
           END-IF
           .
      ******************************************************************
      *   FUSION DE NUMEROS CLIENT (M009, PISTE DE FB00B39) : CODE    *
      *   CONVENTIONNEL 'M', LE LIBELLE PORTE L'ANCIEN ET LE NOUVEAU  *
      *   NUMERO POUR SUIVRE LE CONTRAT D'UN CLIENT A L'AUTRE         *
      ******************************************************************
       20290-LIBELLE-FUS-CLIENT.
      *---------------------------
           MOVE 'M'                         TO RECA-CODE-ACTION
           MOVE SPACES                      TO RECA-LIBELLE
           STRING 'FUSION '
                  AUDX-FUSC-GESCLI-ANCIEN
                  '>'
                  AUDX-FUSC-GESCLI-NOUVEAU
                  DELIMITED BY SIZE INTO RECA-LIBELLE
           .
      ******************************************************************
      *   POINT DE CONTROLE (M002) : TOUS LES N CONTRATS SOLDES, LE   *
      *   DERNIER CONTRAT ET LES COMPTEURS SONT SAUVEGARDES DANS      *
      *   FB00CHKP (REECRITURE COMPLETE DU FICHIER, UN SEUL           *
