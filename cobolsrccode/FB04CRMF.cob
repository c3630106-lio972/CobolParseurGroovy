F51203*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51203*   FB04CRMF : COUPLE CONDUCTEUR/VEHICULE AVEC SON CRM ET LES   *
F51203*   CASES SINISTRE FB03 (KSDS FB04CRMK, CLE = CONTRAT + RANG A  *
F51203*   LA POSITION 12). MEME DESSIN QUE L'EXTRAIT FB04CRMX LU PAR  *
F51203*   FB04B04 : LE JCL DE NUIT TRIE L'EXTRAIT DU JOUR SUR CONTRAT *
F51203*   + RANG ET LE RECHARGE DANS LE KSDS, LU PAR LA SIMULATION    *
F51203*   FB33. CRM EN CENTIEMES, DATES DE SURVENANCE SSAAMMJJ,       *
F51203*   PARTS DE RESPONSABILITE SIPRESP (000 A 100).                *
F51203*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51203 01  WSS-CRMK-ENR.
F51203     05  CRMK-GESCLI             PIC X(11).
F51203     05  CRMK-CLE.
F51203         10  CRMK-NUMCONT        PIC X(12).
F51203         10  CRMK-RANG           PIC 9(04).
F51203     05  CRMK-ANNIV-MMJJ         PIC X(04).
F51203     05  CRMK-CRM-ACTUEL         PIC 9(03).
F51203     05  CRMK-NB-SINISTRES       PIC 9(01).
F51203     05  CRMK-RESP               OCCURS 6 TIMES
F51203                                 PIC 9(03).
F51203     05  CRMK-DATE-SIN           OCCURS 6 TIMES
F51203                                 PIC X(08).
F51203     05  FILLER                  PIC X(19).
