F51200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51200*   FB00LRAF : REGISTRE DES LETTRES RECOMMANDEES AVEC AVIS DE   *
F51200*   RECEPTION (KSDS FB00LRAR, CLE = NUMERO DE RECOMMANDE). LA   *
F51200*   LETTRE EST ENREGISTREE PAR FB00B55 A SA MISE SOUS PLI SUR   *
F51200*   LE FLUX RECOMMANDE (ETAT 'E'), AVEC LA CLE DE SON ENTREE    *
F51200*   D'INDEX GED. FB00B62 Y PORTE LE RETOUR DE L'AVIS DE         *
F51200*   RECEPTION DE LA POSTE (DISTRIBUEE, REFUSEE, NON RECLAMEE),  *
F51200*   RECOPIE NUMERO ET ETAT SUR L'INDEX GED (FB00GEDI) ET        *
F51200*   SIGNALE LES AVIS NON REVENUS AU-DELA DU DELAI NORMAL.       *
F51200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51200 01  WSS-LRAR-ENR.
F51200     05  LRAR-NO-SUIVI           PIC X(13).
F51200*--- CLE DE L'ENTREE D'INDEX GED DU DOCUMENT (DESSIN FB00GEDI)
F51200     05  LRAR-CLE-GED.
F51200         10  LRAR-CLIENT         PIC X(13).
F51200         10  LRAR-TYPE-DOC       PIC X(02).
F51200         10  LRAR-DATE-EDITION   PIC X(08).
F51200         10  LRAR-RANG           PIC 9(04).
F51200     05  LRAR-GESCLI             PIC X(11).
F51200     05  LRAR-DATE-ENVOI         PIC X(08).
F51200     05  LRAR-ETAT               PIC X(01).
F51200         88  LRAR-EMISE              VALUE 'E'.
F51200         88  LRAR-DISTRIBUEE         VALUE 'D'.
F51200         88  LRAR-REFUSEE            VALUE 'R'.
F51200         88  LRAR-NON-RECLAMEE       VALUE 'N'.
F51200         88  LRAR-AR-REVENU          VALUE 'D' 'R' 'N'.
F51200     05  LRAR-DATE-AR            PIC X(08).
F51200*--- 'O' QUAND NUMERO ET ETAT SONT REPORTES SUR L'INDEX GED
F51200     05  LRAR-IND-GED            PIC X(01).
F51200         88  LRAR-GED-A-JOUR         VALUE 'O'.
F51200     05  LRAR-DATE-MAJ           PIC X(08).
F51200     05  FILLER                  PIC X(23).
