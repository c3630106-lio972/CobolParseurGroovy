F51169*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51169*   FB00GELF : CRIBLAGE DU PORTEFEUILLE CONTRE LA LISTE         *
F51169*   NATIONALE DES GELS D'AVOIRS.                                *
F51169*   WSS-GELF-ENR : POSTE DU KSDS FB00GELK (UNE CORRESPONDANCE   *
F51169*   PAR IDENTITE CRIBLEE), POSE PAR LE BATCH FB00B37 A CHAQUE   *
F51169*   MISE A JOUR DE LA LISTE ET TRAITE PAR LA CONFORMITE SUR LA  *
F51169*   TRANSACTION FB22. CLE = TYPE DE PERSONNE + IDENTITE :       *
F51169*     - 'C' CLIENT ...... IDENTIFIANT GESCLI (X11)              *
F51169*     - 'D' CONDUCTEUR .. NOM + PRENOM + NAISSANCE (CLE FB02IDXD)*
F51169*     - 'M' MANDATAIRE .. CLE DU MANDAT FCGEMAN1 (ALLOCATAIRE + *
F51169*                         TYPE DE DOCUMENT)                     *
F51169*   ETATS : 'R' A REVOIR (RAPPROCHEMENT APPROCHE), 'C' CONFIRME *
F51169*   (RAPPROCHEMENT EXACT OU DECISION CONFORMITE) - BLOQUANT,    *
F51169*   'L' LEVE PAR LA CONFORMITE (HOMONYME), 'S' SANS SUITE (LA   *
F51169*   CORRESPONDANCE N'EST PLUS RETROUVEE AU DERNIER CRIBLAGE).   *
F51169*   WSS-GELB-ENR : POSTE DU KSDS FB00GELB (CONTRAT + CLE DE LA  *
F51169*   CORRESPONDANCE), INDEX DES CONTRATS PORTANT UN CLIENT OU UN *
F51169*   CONDUCTEUR A REVOIR OU CONFIRME, RECHARGE PAR LE JCL A      *
F51169*   PARTIR DE FB00GELS (FB00B37). FB01T00 PARCOURT LES POSTES   *
F51169*   DU CONTRAT ET RELIT L'ETAT COURANT DANS FB00GELK : SEUL UN  *
F51169*   ETAT 'C' BLOQUE LA SIGNATURE.                               *
F51169*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51169 01  WSS-GELF-ENR.
F51169     05  GELF-CLE.
F51169         10  GELF-TYPE-PERS      PIC X(01).
F51169             88  GELF-CLIENT         VALUE 'C'.
F51169             88  GELF-CONDUCTEUR     VALUE 'D'.
F51169             88  GELF-MANDATAIRE     VALUE 'M'.
F51169         10  GELF-IDENT          PIC X(48).
F51169*--- IDENTITE CRIBLEE, TELLE QUE CONNUE DU PORTEFEUILLE
F51169     05  GELF-NOM                PIC X(40).
F51169     05  GELF-PRENOM             PIC X(20).
F51169     05  GELF-DATE-NAISS         PIC X(08).
F51169     05  GELF-NUMCONT            PIC X(12).
F51169*--- ENTREE DE LA LISTE NATIONALE RAPPROCHEE
F51169     05  GELF-REF-LISTE          PIC X(15).
F51169     05  GELF-NOM-LISTE          PIC X(40).
F51169     05  GELF-PRENOM-LISTE       PIC X(20).
F51169     05  GELF-NAISS-LISTE        PIC X(08).
F51169     05  GELF-RAPPROCHEMENT      PIC X(01).
F51169         88  GELF-RAPP-EXACT         VALUE 'E'.
F51169         88  GELF-RAPP-APPROCHE      VALUE 'A'.
F51169     05  GELF-ETAT               PIC X(01).
F51169         88  GELF-A-REVOIR           VALUE 'R'.
F51169         88  GELF-CONFIRME           VALUE 'C'.
F51169         88  GELF-LEVE               VALUE 'L'.
F51169         88  GELF-SANS-SUITE         VALUE 'S'.
F51169     05  GELF-DATE-DETECTION     PIC X(08).
F51169     05  GELF-DATE-CRIBLAGE      PIC X(08).
F51169*--- DECISION DE LA CONFORMITE (FB22)
F51169     05  GELF-DATE-DECISION      PIC X(08).
F51169     05  GELF-RACF-DECISION      PIC X(15).
F51169     05  GELF-COMMENTAIRE        PIC X(30).
F51169     05  FILLER                  PIC X(17).
F51169*
F51169 01  WSS-GELB-ENR.
F51169     05  GELB-CLE.
F51169         10  GELB-NUMCONT        PIC X(12).
F51169         10  GELB-CLE-GEL        PIC X(49).
F51169     05  FILLER                  PIC X(19).
