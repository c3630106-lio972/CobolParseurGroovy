F51192*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51192*   FB04LITF : DOSSIER DE LITIGE SUR LE CRM D'UN COUPLE         *
F51192*   CONDUCTEUR/VEHICULE (KSDS FB04LITG, CLE = CONTRAT + RANG +  *
F51192*   DATE D'OUVERTURE). OUVERT ET DECIDE SUR LA TRANSACTION      *
F51192*   FB31 A RECEPTION DE LA CONTESTATION ECRITE DU CLIENT : LE   *
F51192*   SINISTRE EN CAUSE (DATE DE SURVENANCE DE LA CASE FB03), LE  *
F51192*   MOTIF ('R' RESPONSABILITE CONTESTEE, 'C' SINISTRE D'UN      *
F51192*   AUTRE CONDUCTEUR), LA PART DE RESPONSABILITE CORRIGEE, LA   *
F51192*   REFERENCE DE LA PIECE JUSTIFICATIVE ET LA DECISION. UN      *
F51192*   DOSSIER ACCEPTE EST SOLDE PAR LE RECALCUL FB04B18 (CRM      *
F51192*   CORRIGE, LETTRE RECTIFICATIVE, CORRECTION AGIRA) QUI EN     *
F51192*   POSE LA DATE DE RECALCUL.                                   *
F51192*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51192 01  WSS-LITG-ENR.
F51192     05  LITG-CLE.
F51192         10  LITG-NUMCONT        PIC X(12).
F51192         10  LITG-RANG           PIC 9(04).
F51192         10  LITG-DATE-OUVERTURE PIC X(08).
F51192     05  LITG-GESCLI             PIC X(11).
F51192     05  LITG-IMMAT              PIC X(10).
F51192*--- SINISTRE CONTESTE : DATE DE SURVENANCE ET PART SIPRESP
F51192*--- ENREGISTREE DANS LA CASE FB03
F51192     05  LITG-DATE-SIN           PIC X(08).
F51192     05  LITG-RESP-INITIALE      PIC 9(03).
F51192     05  LITG-MOTIF              PIC X(01).
F51192         88  LITG-MOTIF-RESP         VALUE 'R'.
F51192         88  LITG-MOTIF-CONDUCTEUR   VALUE 'C'.
F51192*--- PART CORRIGEE (000 SI LE SINISTRE EST D'UN AUTRE
F51192*--- CONDUCTEUR, DONT LE RANG EST NOTE SI IL EST CONNU)
F51192     05  LITG-RESP-CORRIGEE      PIC 9(03).
F51192     05  LITG-RANG-AUTRE         PIC 9(04).
F51192     05  LITG-REF-PREUVE         PIC X(20).
F51192*--- CRM CONTESTE PAR LE CLIENT (CENTIEMES)
F51192     05  LITG-CRM-CONTESTE       PIC 9(03).
F51192     05  LITG-DECISION           PIC X(01).
F51192         88  LITG-EN-INSTRUCTION     VALUE 'E'.
F51192         88  LITG-ACCEPTE            VALUE 'A'.
F51192         88  LITG-REJETE             VALUE 'R'.
F51192     05  LITG-MOTIF-DECISION     PIC X(30).
F51192     05  LITG-DATE-DECISION      PIC X(08).
F51192     05  LITG-RACF-DECISION      PIC X(15).
F51192*--- POSES PAR FB04B18 : DATE DU RECALCUL (A BLANC = A
F51192*--- TRAITER), CRM CORRIGE, CORRECTION AGIRA EMISE O/N
F51192     05  LITG-DATE-RECALCUL      PIC X(08).
F51192     05  LITG-CRM-CORRIGE        PIC 9(03).
F51192     05  LITG-IND-AGIRA          PIC X(01).
F51192         88  LITG-AGIRA-CORRIGE      VALUE 'O'.
F51192     05  LITG-RACF-OUVERTURE     PIC X(15).
F51192     05  LITG-DATE-MAJ           PIC X(08).
F51192     05  FILLER                  PIC X(24).
