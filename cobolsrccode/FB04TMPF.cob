F51207*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51207*   FB04TMPF : PLAQUES TEMPORAIRES DES VEHICULES DE FLOTTE      *
F51207*   (WW PROVISOIRE, W GARAGE). UN VEHICULE NEUF ARRIVE SOUVENT  *
F51207*   SOUS PLAQUE WW EN ATTENDANT SON IMMATRICULATION DEFINITIVE ;*
F51207*   SANS SUIVI, LE FVA, L'INDEX DES PLAQUES (FB04B05) ET LE     *
F51207*   RAPPROCHEMENT DES SINISTRES RESTAIENT SUR UNE PLAQUE MORTE. *
F51207*   - WSS-TMPK-ENR : PLAQUE TEMPORAIRE (KSDS FB04TMPK, CLE =    *
F51207*     PLAQUE TEMPORAIRE CANONIQUE), POSEE PAR LA COMMANDE       *
F51207*     'WW=JJMMAA' DE FB04 AVEC SON ECHEANCE. LA COMMANDE 'DEF'  *
F51207*     (PLAQUE DEFINITIVE SAISIE A LA PLACE DE LA TEMPORAIRE)    *
F51207*     LA SOLDE : ETAT 'R', PLAQUE DEFINITIVE ET DATE DE         *
F51207*     REMPLACEMENT, LUES PAR FB04B09 (DECLARATION FVA) ET       *
F51207*     FB04B05 (RENVOI DE L'INDEX VERS LA PLAQUE DEFINITIVE).    *
F51207*     FB04B22 RELANCE CHAQUE SEMAINE LE CLIENT DES PLAQUES EN   *
F51207*     ATTENTE PROCHES DE L'ECHEANCE OU ECHUES.                  *
F51207*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51207 01  WSS-TMPK-ENR.
F51207     05  TMPK-IMMAT              PIC X(10).
F51207*--- 'WW' = IMMATRICULATION PROVISOIRE, 'W ' = W GARAGE
F51207     05  TMPK-TYPE-IMMAT         PIC X(02).
F51207         88  TMPK-PROVISOIRE         VALUE 'WW'.
F51207         88  TMPK-W-GARAGE           VALUE 'W '.
F51207     05  TMPK-GESCLI             PIC X(11).
F51207     05  TMPK-NUMCONT            PIC X(12).
F51207     05  TMPK-DT-ECHEANCE        PIC X(08).
F51207     05  TMPK-ETAT               PIC X(01).
F51207         88  TMPK-EN-ATTENTE         VALUE 'A'.
F51207         88  TMPK-REMPLACEE          VALUE 'R'.
F51207     05  TMPK-IMMAT-DEFINITIVE   PIC X(10).
F51207     05  TMPK-DT-REMPLACEMENT    PIC X(08).
F51207     05  TMPK-NB-RELANCES        PIC 9(02).
F51207     05  TMPK-DT-DERN-RELANCE    PIC X(08).
F51207     05  TMPK-RACF               PIC X(15).
F51207     05  TMPK-JOUR               PIC X(08).
F51207     05  FILLER                  PIC X(05).
