F51179*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51179*   FB00HAMF : REGISTRE DES DEMANDES DE RESILIATION LOI HAMON   *
F51179*   (KSDS FB00HAMO, CLE = CONTRAT + JOUR DE RECEPTION). LA      *
F51179*   DEMANDE ENVOYEE PAR LE NOUVEL ASSUREUR DU CLIENT (ARTICLE   *
F51179*   L.113-15-2 DU CODE DES ASSURANCES) EST SAISIE DANS LA       *
F51179*   TRANSACTION FB27 : LA DATE D'EFFET (RECEPTION + UN MOIS)    *
F51179*   EST CALCULEE A LA SAISIE PAR LE MODULE FB00SV01. CHAQUE     *
F51179*   NUIT FB00B49 CONTROLE L'ELIGIBILITE (CONTRAT DE PLUS D'UN   *
F51179*   AN A LA RECEPTION, SELON L'ECHEANCIER FB00ANNC), DEPOSE     *
F51179*   L'ORDRE DE RESILIATION POUR FB00B25 (QUI DEMANDE LE RELEVE  *
F51179*   D'INFORMATION) ET ECRIT AU NOUVEL ASSUREUR.                 *
F51179*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51179 01  WSS-HAMO-ENR.
F51179     05  HAMO-CLE.
F51179         10  HAMO-NUMCONT        PIC X(12).
F51179         10  HAMO-JOUR-RECU      PIC X(08).
F51179     05  HAMO-SOUSCRIPTEUR       PIC X(30).
F51179*--- NOUVEL ASSUREUR : NOM, REFERENCE ET ADRESSE DE REPONSE
F51179     05  HAMO-ASSUREUR-NOM       PIC X(30).
F51179     05  HAMO-ASSUREUR-REF       PIC X(20).
F51179     05  HAMO-ASSUREUR-ADR1      PIC X(32).
F51179     05  HAMO-ASSUREUR-ADR2      PIC X(32).
F51179     05  HAMO-ASSUREUR-CPVILLE   PIC X(32).
F51179     05  HAMO-DATE-EFFET         PIC X(08).
F51179     05  HAMO-RACF-SAISIE        PIC X(15).
F51179     05  HAMO-JOUR-SAISIE        PIC X(08).
F51179     05  HAMO-ETAT               PIC X(01).
F51179         88  HAMO-SAISIE             VALUE 'S'.
F51179         88  HAMO-TRANSMISE          VALUE 'T'.
F51179         88  HAMO-INELIGIBLE         VALUE 'I'.
F51179         88  HAMO-ANNULEE            VALUE 'A'.
F51179*--- POSES PAR FB00B49 (ANNULATION : PAR FB27)
F51179     05  HAMO-DATE-ORIGINE       PIC X(08).
F51179     05  HAMO-DATE-ELIGIBLE      PIC X(08).
F51179     05  HAMO-JOUR-TRAITEMENT    PIC X(08).
F51179     05  HAMO-RACF-TRAITEMENT    PIC X(15).
F51179     05  FILLER                  PIC X(33).
