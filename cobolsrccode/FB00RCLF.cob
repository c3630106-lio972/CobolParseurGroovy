F51178*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51178*   FB00RCLF : REGISTRE DES RECLAMATIONS CLIENT (KSDS FB00RECL). *
F51178*   UNE RECLAMATION PORTE SUR LA COMPOSITION, LE BONUS-MALUS    *
F51178*   (CRM) OU UN DOCUMENT AF/IF ; ELLE EST SAISIE ET SUIVIE DANS *
F51178*   LA TRANSACTION FB26. CLE = CONTRAT + JOUR DE RECEPTION +    *
F51178*   HEURE DE SAISIE (HHMMSS) : LES 14 DERNIERS CARACTERES SONT  *
F51178*   LA REFERENCE AFFICHEE DANS FB26.                            *
F51178*   LES ECHEANCES D'ACCUSE DE RECEPTION (JOURS OUVRES) ET DE    *
F51178*   REPONSE (MOIS) SONT CALCULEES A LA SAISIE PAR LE MODULE DE  *
F51178*   CALENDRIER FB00SV01. L'AGENCE (CELLE DE L'OPERATEUR QUI A   *
F51178*   SAISI, REFERENCE FB00AGRF) ET LES RELANCES DES ECHEANCES    *
F51178*   DEPASSEES SONT POSEES CHAQUE NUIT PAR FB00B47 ; LE BILAN    *
F51178*   TRIMESTRIEL EST EDITE PAR FB00B48.                          *
F51178*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51178 01  WSS-RECL-ENR.
F51178     05  RECL-CLE.
F51178         10  RECL-NUMCONT        PIC X(12).
F51178         10  RECL-JOUR-RECU      PIC X(08).
F51178         10  RECL-HEURE-SAISIE   PIC X(06).
F51178     05  RECL-CLIENT             PIC X(30).
F51178     05  RECL-CATEGORIE          PIC X(02).
F51178         88  RECL-CAT-COMPOSITION    VALUE 'CO'.
F51178         88  RECL-CAT-CRM            VALUE 'CR'.
F51178         88  RECL-CAT-DOCUMENT       VALUE 'AF'.
F51178         88  RECL-CAT-AUTRE          VALUE 'AU'.
F51178         88  RECL-CATEGORIE-VALIDE   VALUE 'CO' 'CR' 'AF' 'AU'.
F51178     05  RECL-CANAL              PIC X(01).
F51178         88  RECL-PAR-COURRIER       VALUE 'C'.
F51178         88  RECL-PAR-COURRIEL       VALUE 'M'.
F51178         88  RECL-PAR-TELEPHONE      VALUE 'T'.
F51178         88  RECL-PAR-AGENCE         VALUE 'A'.
F51178         88  RECL-PAR-EXTRANET       VALUE 'E'.
F51178         88  RECL-CANAL-VALIDE       VALUE 'C' 'M' 'T' 'A' 'E'.
F51178     05  RECL-LIEN-TYPE          PIC X(01).
F51178         88  RECL-SANS-LIEN          VALUE SPACE.
F51178         88  RECL-LIEN-ACTION        VALUE 'H'.
F51178         88  RECL-LIEN-DOCUMENT      VALUE 'D'.
F51178     05  RECL-LIEN-REF           PIC X(30).
F51178     05  RECL-LIEN-ACTION-CLE    REDEFINES RECL-LIEN-REF.
F51178         10  RECL-LIEN-HIST-JOUR     PIC X(08).
F51178         10  RECL-LIEN-HIST-HEURE    PIC X(08).
F51178         10  RECL-LIEN-HIST-RANG     PIC X(03).
F51178         10  FILLER                  PIC X(11).
F51178     05  RECL-OBJET              PIC X(60).
F51178     05  RECL-RACF-SAISIE        PIC X(15).
F51178     05  RECL-JOUR-SAISIE        PIC X(08).
F51178     05  RECL-AGENCE             PIC X(05).
F51178     05  RECL-ECHEANCE-AR        PIC X(08).
F51178     05  RECL-ECHEANCE-REPONSE   PIC X(08).
F51178     05  RECL-ETAT               PIC X(01).
F51178         88  RECL-OUVERTE            VALUE 'O'.
F51178         88  RECL-ACCUSEE            VALUE 'A'.
F51178         88  RECL-REPONDUE           VALUE 'R'.
F51178         88  RECL-EN-COURS           VALUE 'O' 'A'.
F51178     05  RECL-JOUR-AR            PIC X(08).
F51178     05  RECL-RACF-AR            PIC X(15).
F51178     05  RECL-JOUR-REPONSE       PIC X(08).
F51178     05  RECL-RACF-REPONSE       PIC X(15).
F51178     05  RECL-ISSUE              PIC X(01).
F51178         88  RECL-FONDEE             VALUE 'F'.
F51178         88  RECL-PARTIELLE          VALUE 'P'.
F51178         88  RECL-NON-FONDEE         VALUE 'N'.
F51178         88  RECL-ISSUE-VALIDE       VALUE 'F' 'P' 'N'.
F51178     05  RECL-REPONSE            PIC X(60).
F51178     05  RECL-RELANCE-AR         PIC X(01).
F51178         88  RECL-AR-RELANCE         VALUE 'O'.
F51178     05  RECL-RELANCE-REPONSE    PIC X(01).
F51178         88  RECL-REPONSE-RELANCEE   VALUE 'O'.
F51178     05  FILLER                  PIC X(96).
