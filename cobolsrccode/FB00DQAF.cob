F51196*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51196*   FB00DQAF : ANOMALIE DE QUALITE DES DONNEES D'UN CONTRAT,     *
F51196*   ECRITE PAR CHAQUE CONTROLE EN PLUS DE SON PROPRE COMPTE      *
F51196*   RENDU (FICHIER FB00DQAX DE L'ETAPE). LE JCL DU MOIS CUMULE   *
F51196*   LES FB00DQAX DES CONTROLES ET LES TRIE PAR CONTRAT POUR LE   *
F51196*   TABLEAU DE BORD MENSUEL FB00B60. CODE DU CONTROLE :          *
F51196*   PE = VERIFICATION DE PERMIS DISCORDANTE (FB02B02)            *
F51196*   SV = DIVERGENCE SIV (FB04B13)                                *
F51196*   CT = CONTROLE TECHNIQUE DEPASSE (FB04B02)                    *
F51196*   KM = DECLARATION KILOMETRIQUE MANQUANTE (FB04B08)            *
F51196*   RF = CODE HORS REFERENCE FB00STCD (FB00B08)                  *
F51196*   AF = VEHICULE SANS CONDUCTEUR AFFECTE (FB01B09)              *
F51196*   AT = REMORQUE NON ATTELEE (FB04B15)                          *
F51196*   DATE DU CONTROLE SSAAMMJJ ; RANG ET IDENTIFIANT (PLAQUE OU   *
F51196*   CODE EN CAUSE) A BLANC/ZERO QUAND LE CONTROLE NE LES A PAS.  *
F51196*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51196 01  WSS-DQAN-ENR.
F51196     05  DQAN-NUMCONT          PIC X(12).
F51196     05  DQAN-CONTROLE         PIC X(02).
F51196         88  DQAN-PERMIS           VALUE 'PE'.
F51196         88  DQAN-SIV              VALUE 'SV'.
F51196         88  DQAN-CT               VALUE 'CT'.
F51196         88  DQAN-KILOMETRAGE      VALUE 'KM'.
F51196         88  DQAN-REFERENCE        VALUE 'RF'.
F51196         88  DQAN-AFFECTATION      VALUE 'AF'.
F51196         88  DQAN-ATTELAGE         VALUE 'AT'.
F51196     05  DQAN-RANG             PIC 9(04).
F51196     05  DQAN-IDENT            PIC X(10).
F51196     05  DQAN-JOUR             PIC X(08).
F51196     05  DQAN-MOTIF            PIC X(40).
F51196     05  FILLER                PIC X(04).
