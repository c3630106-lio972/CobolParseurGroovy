F51180*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51180*   FB00LOUF : LOUEURS ET ORGANISMES FINANCEURS DES VEHICULES   *
F51180*   DE FLOTTE (LLD, LOA, CREDIT). LE LOUEUR EST PROPRIETAIRE DU *
F51180*   VEHICULE ET DOIT ETRE AVISE DE LA FIN DE SA COUVERTURE.     *
F51180*   - WSS-LOUE-ENR : POSTE DU REFERENTIEL (KSDS FB00LOUE, CLE = *
F51180*     CODE LOUEUR, ENTRETENU PAR LA TRANSACTION FB28) : NOM,    *
F51180*     ADRESSE POSTALE ET CANAL DE NOTIFICATION (COURRIER,       *
F51180*     MESSAGERIE OU EDI AVEC SON ADRESSE ELECTRONIQUE). UN      *
F51180*     LOUEUR DESACTIVE N'EST PLUS AFFECTABLE MAIS SON POSTE     *
F51180*     SURVIT POUR LES VEHICULES QUI LE PORTENT ENCORE.          *
F51180*   - WSS-LOCV-ENR : LOUEUR DU VEHICULE (KSDS FB04LOCV, CLE =   *
F51180*     PLAQUE CANONIQUE), POSE PAR LA COMMANDE 'LOC=' DE FB04.   *
F51180*     FB04B17 Y TRACE LES EVENEMENTS DEJA NOTIFIES (FIN DE      *
F51180*     COUVERTURE PAR SORTIE OU RESILIATION, VOL) POUR NE LES    *
F51180*     NOTIFIER QU'UNE FOIS.                                     *
F51180*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51180 01  WSS-LOUE-ENR.
F51180     05  LOUE-CODE               PIC X(05).
F51180     05  LOUE-NOM                PIC X(30).
F51180*--- NATURE : L = LOUEUR (LLD/LOA), F = ORGANISME FINANCEUR
F51180     05  LOUE-NATURE             PIC X(01).
F51180         88  LOUE-LOUEUR             VALUE 'L'.
F51180         88  LOUE-FINANCEUR          VALUE 'F'.
F51180         88  LOUE-NATURE-VALIDE      VALUE 'L' 'F'.
F51180     05  LOUE-ADR1               PIC X(32).
F51180     05  LOUE-ADR2               PIC X(32).
F51180     05  LOUE-CPVILLE            PIC X(32).
F51180*--- CANAL DE NOTIFICATION : C = COURRIER (FLUX CIC),
F51180*--- M = MESSAGERIE, E = EDI (FLUX ELECTRONIQUE FB04LOCE)
F51180     05  LOUE-CANAL              PIC X(01).
F51180         88  LOUE-CANAL-COURRIER     VALUE 'C'.
F51180         88  LOUE-CANAL-ELECTRONIQUE VALUE 'M' 'E'.
F51180         88  LOUE-CANAL-VALIDE       VALUE 'C' 'M' 'E'.
F51180     05  LOUE-ADR-ELEC           PIC X(50).
F51180     05  LOUE-ACTIF              PIC X(01).
F51180         88  LOUE-EN-VIGUEUR         VALUE 'O'.
F51180     05  LOUE-DATE-MAJ           PIC X(08).
F51180     05  LOUE-RACF-MAJ           PIC X(15).
F51180     05  FILLER                  PIC X(43).
F51180*
F51180 01  WSS-LOCV-ENR.
F51180     05  LOCV-IMMAT              PIC X(10).
F51180     05  LOCV-CODE-LOUEUR        PIC X(05).
F51180     05  LOCV-NUMCONT            PIC X(12).
F51180     05  LOCV-RACF               PIC X(15).
F51180     05  LOCV-JOUR               PIC X(08).
F51180*--- DERNIERE FIN DE COUVERTURE NOTIFIEE : DATE DE L'EVENEMENT
F51180*--- ET MOTIF (S = SORTIE DE COMPOSITION, R = RESILIATION)
F51180     05  LOCV-DT-EVT-FIN         PIC X(08).
F51180     05  LOCV-MOTIF-FIN          PIC X(01).
F51180         88  LOCV-FIN-SORTIE         VALUE 'S'.
F51180         88  LOCV-FIN-RESILIATION    VALUE 'R'.
F51180*--- DATE DU DERNIER VOL NOTIFIE
F51180     05  LOCV-DT-EVT-VOL         PIC X(08).
F51180     05  LOCV-JOUR-NOTIF         PIC X(08).
F51180     05  FILLER                  PIC X(25).
