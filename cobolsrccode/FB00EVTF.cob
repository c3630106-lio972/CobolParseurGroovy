F51183*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51183*   FB00EVTF : EVENEMENT DE COMPOSITION PUBLIE EN QUASI TEMPS    *
F51183*   REEL VERS LE COURTIER DE MESSAGES DU GROUPE (SINISTRES,      *
F51183*   EXTRANET CLIENT, FACTURATION). CHAQUE ACTION DEPOSEE PAR     *
F51183*   FB01T00, FB02T00 OU FB04T00 DANS LE JOURNAL RECUPERABLE DES  *
F51183*   PISTES D'AUDIT ('FBAUDJRN', TYPE 'FA') EST PUBLIEE DANS LA   *
F51183*   MEME TACHE SUR LA FILE TD 'FBEV' (PONT VERS LE COURTIER) :   *
F51183*   UN EVENEMENT PAR LIGNE DU RELEVE FB00RECA.                   *
F51183*   - PUBLIE : DOUBLE DANS LE JOURNAL (TYPE 'FE'), DECHARGE      *
F51183*     CHAQUE MATIN POUR LE RAPPROCHEMENT DES COMPTES (FB00B51) ; *
F51183*   - NON REMIS (FILE TD INDISPONIBLE) : RANGE DANS LE MAGASIN   *
F51183*     DE REPRISE (KSDS FB00EVTR, CLE = IDENTIFIANT DE            *
F51183*     L'EVENEMENT), REPUBLIE PAR LE BATCH FB00B50.               *
F51183*   L'IDENTIFIANT (JOUR, HEURE, TACHE CICS, SEQUENCE) PERMET AUX *
F51183*   CONSOMMATEURS D'ECARTER UN EVENEMENT RECU DEUX FOIS.         *
F51183*   TYPE DE MEMBRE : P = PERSONNE, V = VEHICULE, C = CONTRAT.    *
F51183*   CODE ACTION : CELUI DE LA PISTE FB01, 'M' POUR FB02/FB04.    *
F51183*   DATES SSAAMMJJ ; JOUR ET HEURE DE L'ACTION REPRIS DU JOURNAL *
F51183*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51183 01  WSS-EVTP-ENR.
F51183     05  EVTP-IDENT.
F51183         10  EVTP-JOUR-PUB     PIC X(08).
F51183         10  EVTP-HEURE-PUB    PIC X(06).
F51183         10  EVTP-TACHE        PIC 9(07).
F51183         10  EVTP-SEQUENCE     PIC 9(03).
F51183     05  EVTP-NUMCONT          PIC X(12).
F51183     05  EVTP-ECRAN            PIC X(04).
F51183     05  EVTP-SOUS-TYPE        PIC X(02).
F51183     05  EVTP-TYPE-MEMBRE      PIC X(01).
F51183         88  EVTP-PERSONNE         VALUE 'P'.
F51183         88  EVTP-VEHICULE         VALUE 'V'.
F51183         88  EVTP-CONTRAT          VALUE 'C'.
F51183     05  EVTP-RANG-MEMBRE      PIC 9(04).
F51183     05  EVTP-IDENT-MEMBRE     PIC X(10).
F51183     05  EVTP-CODE-ACTION      PIC X(01).
F51183     05  EVTP-DATE-EFFET       PIC X(08).
F51183     05  EVTP-RACF             PIC X(15).
F51183     05  EVTP-JOUR             PIC X(08).
F51183     05  EVTP-HEURE            PIC X(08).
F51183*--- NOMBRE DE REPUBLICATIONS DEPUIS LE MAGASIN DE REPRISE
F51183     05  EVTP-NB-TENTATIVES    PIC 9(02).
F51183     05  FILLER                PIC X(21).
F51183 01  WSS-EVTP-FILE-TD          PIC X(04) VALUE 'FBEV'.
F51183 01  WSS-EVTP-TYPE             PIC X(02) VALUE 'FE'.
F51183 01  WSS-EVTP-ABSTIME          PIC S9(15) COMP-3 VALUE +0.
F51183 01  WSS-EVTP-SEQ              PIC 9(03) VALUE ZERO.
