F51176*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51176*   FB01DEMF : DEMANDES DE COMPOSITION RECUES DE L'EXTRANET     *
F51176*   CLIENT.                                                     *
F51176*   WSS-DEXI-ENR : DEMANDE TELLE QUE DEPOSEE CHAQUE NUIT PAR    *
F51176*   L'EXTRANET (FICHIER FB01DEXI, COURRIELS ET FORMULAIRES DU   *
F51176*   PORTAIL) : REFERENCE UNIQUE EXTRANET, CANAL, HORODATAGE DE  *
F51176*   RECEPTION, ACTION DEMANDEE (A = AJOUT, S = SORTIE, M =      *
F51176*   MODIFICATION) ET ELEMENT AU DESSIN FB01IMPF DE L'IMPORT     *
F51176*   FB01B02, PLUS LE TEXTE LIBRE DU CLIENT.                     *
F51176*   WSS-DEMQ-ENR : POSTE DE LA FILE DE TRAVAIL (KSDS FB01DEMQ,  *
F51176*   CLE = REFERENCE EXTRANET) CHARGE PAR FB01B16, TRAITE DANS   *
F51176*   LA TRANSACTION FB24 : PRE-CONTROLE DU CHARGEMENT (MEMES     *
F51176*   REGLES QUE FB01B02), PRISE EN CHARGE ET CLOTURE PAR UN      *
F51176*   OPERATEUR, LIEN AVEC LES ACTIONS FB00HIST POSE PAR FB01B16  *
F51176*   LA NUIT QUI SUIT LA CLOTURE, NIVEAU D'ESCALADE DU DELAI.    *
F51176*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51176 01  WSS-DEXI-ENR.
F51176     05  DEXI-REFERENCE          PIC X(16).
F51176     05  DEXI-CANAL              PIC X(01).
F51176     05  DEXI-JOUR-RECU          PIC X(08).
F51176     05  DEXI-HEURE-RECU         PIC X(06).
F51176     05  DEXI-ACTION             PIC X(01).
F51176     05  DEXI-ELEMENT.
F51176         10  DEXI-NUMCONT        PIC X(12).
F51176         10  DEXI-TYPE           PIC X(01).
F51176         10  DEXI-STATYP         PIC X(04).
F51176         10  DEXI-IDENT          PIC X(30).
F51176         10  DEXI-DATENT         PIC X(08).
F51176         10  DEXI-DATSOR         PIC X(08).
F51176         10  DEXI-MOTIF          PIC X(01).
F51176         10  DEXI-PTSCRM         PIC X(03).
F51176         10  FILLER              PIC X(13).
F51176     05  DEXI-TEXTE              PIC X(60).
F51176     05  DEXI-EMETTEUR           PIC X(30).
F51176     05  FILLER                  PIC X(48).
F51176*
F51176 01  WSS-DEMQ-ENR.
F51176     05  DEMQ-CLE.
F51176         10  DEMQ-REFERENCE      PIC X(16).
F51176     05  DEMQ-CANAL              PIC X(01).
F51176         88  DEMQ-PAR-COURRIEL       VALUE 'C'.
F51176         88  DEMQ-PAR-PORTAIL        VALUE 'P'.
F51176     05  DEMQ-JOUR-RECU          PIC X(08).
F51176     05  DEMQ-HEURE-RECU         PIC X(06).
F51176     05  DEMQ-ACTION             PIC X(01).
F51176         88  DEMQ-AJOUT              VALUE 'A'.
F51176         88  DEMQ-SORTIE             VALUE 'S'.
F51176         88  DEMQ-MODIFICATION       VALUE 'M'.
F51176     05  DEMQ-ELEMENT.
F51176         10  DEMQ-NUMCONT        PIC X(12).
F51176         10  DEMQ-TYPE           PIC X(01).
F51176             88  DEMQ-PERSONNE       VALUE 'P'.
F51176             88  DEMQ-VEHICULE       VALUE 'V'.
F51176         10  DEMQ-STATYP         PIC X(04).
F51176         10  DEMQ-IDENT          PIC X(30).
F51176         10  DEMQ-DATENT         PIC X(08).
F51176         10  DEMQ-DATSOR         PIC X(08).
F51176         10  DEMQ-MOTIF          PIC X(01).
F51176         10  DEMQ-PTSCRM         PIC X(03).
F51176         10  FILLER              PIC X(13).
F51176     05  DEMQ-TEXTE              PIC X(60).
F51176     05  DEMQ-EMETTEUR           PIC X(30).
F51176     05  DEMQ-JOUR-CHARGE        PIC X(08).
F51176     05  DEMQ-PRECTL             PIC X(01).
F51176         88  DEMQ-PRECTL-OK          VALUE 'O'.
F51176         88  DEMQ-PRECTL-ANOMALIE    VALUE 'A'.
F51176     05  DEMQ-MOTIF-PRECTL       PIC X(45).
F51176     05  DEMQ-ETAT               PIC X(01).
F51176         88  DEMQ-OUVERTE            VALUE 'O'.
F51176         88  DEMQ-PRISE              VALUE 'P'.
F51176         88  DEMQ-TRAITEE            VALUE 'T'.
F51176         88  DEMQ-SANS-SUITE         VALUE 'X'.
F51176         88  DEMQ-EN-COURS           VALUE 'O' 'P'.
F51176         88  DEMQ-CLOSE              VALUE 'T' 'X'.
F51176     05  DEMQ-RACF-PRISE         PIC X(15).
F51176     05  DEMQ-JOUR-PRISE         PIC X(08).
F51176     05  DEMQ-HEURE-PRISE        PIC X(06).
F51176     05  DEMQ-RACF-CLOTURE       PIC X(15).
F51176     05  DEMQ-JOUR-CLOTURE       PIC X(08).
F51176     05  DEMQ-HEURE-CLOTURE      PIC X(06).
F51176     05  DEMQ-MOTIF-CLOTURE      PIC X(30).
F51176     05  DEMQ-LIEN-HIST.
F51176         10  DEMQ-LIEN-ETAT      PIC X(01).
F51176             88  DEMQ-LIEN-A-FAIRE   VALUE SPACE.
F51176             88  DEMQ-LIEN-FAIT      VALUE 'L'.
F51176             88  DEMQ-LIEN-ABSENT    VALUE 'N'.
F51176         10  DEMQ-HIST-JOUR      PIC X(08).
F51176         10  DEMQ-HIST-HEURE     PIC X(08).
F51176         10  DEMQ-HIST-RANG      PIC 9(03).
F51176         10  DEMQ-NB-ACTIONS     PIC 9(03).
F51176     05  DEMQ-NIVEAU-ESCALADE    PIC 9(01).
F51176     05  DEMQ-JOUR-ESCALADE      PIC X(08).
F51176     05  FILLER                  PIC X(23).
