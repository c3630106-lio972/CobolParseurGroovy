F51208*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51208*   FB01EXCF : EXCLUSIONS NOMINATIVES DE CONDUITE. LA            *
F51208*   SOUSCRIPTION ACCEPTE PARFOIS UNE FLOTTE A CONDITION QU'UN    *
F51208*   CONDUCTEUR DESIGNE NE CONDUISE JAMAIS UN VEHICULE DONNE (OU  *
F51208*   AUCUN VEHICULE), PAR EXEMPLE APRES UNE CONDAMNATION GRAVE.   *
F51208*   - WSS-EXCL-ENR : EXCLUSION D'UN CONDUCTEUR (KSDS FB01EXCL,   *
F51208*     CLE = CONTRAT + RANG CONDUCTEUR + RANG VEHICULE, '00' =    *
F51208*     TOUS LES VEHICULES DU CONTRAT), POSEE PAR LA COMMANDE      *
F51208*     'EX=PPVVM' DE FB01 ET CLOSE PAR 'EXF=PPVV' A LA DATE       *
F51208*     D'EFFET SAISIE. EN VIGUEUR DE SA DATE DE DEBUT A SA DATE   *
F51208*     DE FIN INCLUSE. ELLE INTERDIT L'AFFECTATION 'AF=' DU       *
F51208*     COUPLE, FIGURE SUR L'ATTESTATION ET L'AVENANT (FB01B07),   *
F51208*     EST CONFRONTEE CHAQUE NUIT A LA MATRICE FB01AFFM (FB01B09) *
F51208*     ET SIGNALE A LA SOUSCRIPTION LES SINISTRES DU COUPLE       *
F51208*     EXCLU (FB03B04). DECHARGEE DANS FB01EXCX POUR LES BATCHS.  *
F51208*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51208 01  WSS-EXCL-ENR.
F51208     05  WSS-EXCL-CLE.
F51208         10  EXCL-NUMCONT        PIC X(12).
F51208         10  EXCL-RANG-COND      PIC X(02).
F51208*--- '00' = EXCLUSION DE TOUS LES VEHICULES DU CONTRAT
F51208         10  EXCL-RANG-VEHI      PIC X(02).
F51208             88  EXCL-TOUS-VEHICULES     VALUE '00'.
F51208*--- MOTIF : C = CONDAMNATION, S = SINISTRALITE, P = PERMIS
F51208*--- (SUSPENSION, ANNULATION), A = AUTRE
F51208     05  EXCL-MOTIF              PIC X(01).
F51208         88  EXCL-CONDAMNATION       VALUE 'C'.
F51208         88  EXCL-SINISTRALITE       VALUE 'S'.
F51208         88  EXCL-PERMIS             VALUE 'P'.
F51208         88  EXCL-AUTRE              VALUE 'A'.
F51208         88  EXCL-MOTIF-VALIDE       VALUE 'C' 'S' 'P' 'A'.
F51208     05  EXCL-DATE-DEBUT         PIC X(08).
F51208*--- DATE DE FIN SSAAMMJJ INCLUSE, '99999999' SI SANS LIMITE
F51208     05  EXCL-DATE-FIN           PIC X(08).
F51208         88  EXCL-SANS-FIN           VALUE '99999999'.
F51208     05  EXCL-RACF               PIC X(15).
F51208     05  EXCL-JOUR               PIC X(08).
F51208     05  FILLER                  PIC X(24).
