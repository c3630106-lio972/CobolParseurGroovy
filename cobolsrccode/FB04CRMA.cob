F51203*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51203*   FB04CRMA : ZONE D'APPEL DU MODULE DE CALCUL DU COEFFICIENT  *
F51203*   DE REDUCTION-MAJORATION FB04SV01, REFERENCE UNIQUE DES      *
F51203*   REGLES DU DECRET POUR LES BATCHS (FB04B04, FB04B18) ET LES  *
F51203*   TRANSACTIONS (SIMULATION FB33). CRM EN CENTIEMES (100 =     *
F51203*   1,00), DATES AU FORMAT SSAAMMJJ. CHAQUE CAMPAGNE ANNUELLE   *
F51203*   RETIENT LES SINISTRES SURVENUS DANS LA PERIODE              *
F51203*   ]CAMPAGNE - 1 AN, CAMPAGNE] :                               *
F51203*   - AUCUN SINISTRE RESPONSABLE : CRM X 0,95 ;                 *
F51203*   - PAR SINISTRE A RESPONSABILITE ENTIERE (100) : X 1,25 ;    *
F51203*   - PAR SINISTRE A RESPONSABILITE PARTIELLE : X 1,125 ;       *
F51203*   - BUTOIRS 050 / 350, CRM TRONQUE AUX CENTIEMES.             *
F51203*   FONCTIONS :                                                 *
F51203*   'CA' UNE CAMPAGNE A CRMA-DATE-CAMPAGNE DEPUIS CRMA-CRM-     *
F51203*        DEPART -> CRM-RESULTAT ET TRACE (PROJ (1))             *
F51203*   'PR' CRMA-NB-CAMPAGNES CAMPAGNES SUCCESSIVES (1 A 10), LA   *
F51203*        PREMIERE A CRMA-DATE-CAMPAGNE, LES SUIVANTES D'ANNEE   *
F51203*        EN ANNEE, CHACUNE REPARTANT DU CRM DE LA PRECEDENTE -> *
F51203*        TABLE CRMA-PROJ, CRM-RESULTAT = DERNIERE CAMPAGNE      *
F51203*   CASES SINISTRE A BLANC (DATE A ESPACES) IGNOREES.           *
F51203*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51203 01  WSS-CRMA-COMMAREA.
F51203     05  CRMA-FONCTION           PIC X(02).
F51203         88  CRMA-FONC-CAMPAGNE       VALUE 'CA'.
F51203         88  CRMA-FONC-PROJECTION     VALUE 'PR'.
F51203     05  CRMA-CRM-DEPART         PIC 9(03).
F51203     05  CRMA-DATE-CAMPAGNE      PIC X(08).
F51203     05  CRMA-NB-CAMPAGNES       PIC 9(02).
F51203     05  CRMA-SINISTRE           OCCURS 8 TIMES.
F51203         10  CRMA-DATE-SIN       PIC X(08).
F51203         10  CRMA-RESP           PIC 9(03).
F51203     05  CRMA-CRM-RESULTAT       PIC 9(03).
F51203     05  CRMA-PROJ               OCCURS 10 TIMES.
F51203         10  CRMA-PROJ-DATE      PIC X(08).
F51203         10  CRMA-PROJ-CRM       PIC 9(03).
F51203         10  CRMA-PROJ-TOTALES   PIC 9(02).
F51203         10  CRMA-PROJ-PARTIELLES PIC 9(02).
F51203         10  CRMA-PROJ-BUTOIR    PIC X(01).
F51203             88  CRMA-BUTOIR-ATTEINT  VALUE 'O'.
F51203     05  CRMA-CODE-RETOUR        PIC 9(02).
F51203         88  CRMA-RETOUR-OK           VALUE 00.
F51203         88  CRMA-DATE-INVALIDE       VALUE 10.
F51203         88  CRMA-NOMBRE-INVALIDE     VALUE 20.
F51203         88  CRMA-CRM-INVALIDE        VALUE 30.
F51203         88  CRMA-FONCTION-INCONNUE   VALUE 90.
F51203     05  FILLER                  PIC X(10).
