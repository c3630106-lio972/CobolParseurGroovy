F51182*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51182*   FB01REGF : REGLES D'ACCEPTATION SOUSCRIPTION PORTANT SUR LES*
F51182*   COUPLES CONDUCTEUR/VEHICULE DE LA MATRICE D'AFFECTATION     *
F51182*   (KSDS FB01AFFM). CONTROLE A LA SIGNATURE FB01 ET CHAQUE     *
F51182*   NUIT SUR TOUT LE PORTEFEUILLE (FB01B18).                    *
F51182*   - WSS-REGL-ENR : POSTE DE LA TABLE DES REGLES (KSDS         *
F51182*     FB01REGL, CLE = CODE REGLE + DATE D'EFFET, ENTRETENUE PAR *
F51182*     LA SOUSCRIPTION SUR LA TRANSACTION FB29). UNE REGLE PAR   *
F51182*     LIGNE, EN VIGUEUR DE SA DATE D'EFFET A SA DATE DE FIN     *
F51182*     INCLUSE. ELLE SE DECLENCHE QUAND LE VOLET CONDUCTEUR ET   *
F51182*     LE VOLET VEHICULE SONT TOUS DEUX VERIFIES ; A L'INTERIEUR *
F51182*     D'UN VOLET, IL SUFFIT D'UN CRITERE RENSEIGNE (NON NUL OU  *
F51182*     NON BLANC) ; UN VOLET SANS CRITERE EST TOUJOURS VERIFIE.  *
F51182*     ISSUE : 'B' BLOQUANTE, 'A' SOUMISE A L'ACCORD DE LA       *
F51182*     SOUSCRIPTION (FILE FB08, CODE 'G'), 'V' AVERTISSEMENT.    *
F51182*   - WSS-REGD-ENR : DEMANDE D'ACCORD SUR UN COUPLE (KSDS       *
F51182*     FB01REGD, CLE = CONTRAT + RANG VEHICULE + RANG CONDUCTEUR *
F51182*     + CODE REGLE), POSEE PAR FB01T00 OU FB01B18, DECIDEE SUR  *
F51182*     FB08 : UN COUPLE ACCORDE ('V') NE REPASSE PLUS EN FILE.   *
F51182*     LES DEMANDES SONT VERSEES DANS LA FILE FB08APPR PAR       *
F51182*     FB08T00 A SON ENTREE ET SUR PF5 (INDICATEUR DE FILE 'N'). *
F51182*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51182 01  WSS-REGL-ENR.
F51182     05  REGL-CLE.
F51182         10  REGL-CODE           PIC X(05).
F51182         10  REGL-DATE-DEBUT     PIC X(08).
F51182*--- DATE DE FIN SSAAMMJJ INCLUSE, '99999999' SI SANS LIMITE
F51182     05  REGL-DATE-FIN           PIC X(08).
F51182     05  REGL-LIBELLE            PIC X(40).
F51182*--- ROLE DU CONDUCTEUR : P = PRINCIPAL SEUL, T = PRINCIPAL OU
F51182*--- SECONDAIRE
F51182     05  REGL-ROLE               PIC X(01).
F51182         88  REGL-PRINCIPAL-SEUL     VALUE 'P'.
F51182         88  REGL-TOUS-CONDUCTEURS   VALUE 'T'.
F51182         88  REGL-ROLE-VALIDE        VALUE 'P' 'T'.
F51182*--- VOLET CONDUCTEUR : AGE INFERIEUR A, ANCIENNETE DE PERMIS
F51182*--- INFERIEURE A (ANNEES REVOLUES), CRM SUPERIEUR A (EN
F51182*--- CENTIEMES : 125 = 1,25)
F51182     05  REGL-AGE-MAX            PIC 9(02).
F51182     05  REGL-ANC-PERMIS-MIN     PIC 9(02).
F51182     05  REGL-CRM-SEUIL          PIC 9(03).
F51182*--- VOLET VEHICULE : GROUPE SRA AU MOINS EGAL A, CLASSE AU
F51182*--- MOINS EGALE A, VALEUR A NEUF AU MOINS EGALE A (EUROS)
F51182     05  REGL-GROUPE-MIN         PIC X(02).
F51182     05  REGL-CLASSE-MIN         PIC X(01).
F51182     05  REGL-VALEUR-MIN         PIC 9(07).
F51182     05  REGL-ISSUE              PIC X(01).
F51182         88  REGL-BLOQUANTE          VALUE 'B'.
F51182         88  REGL-SOUMISE-ACCORD     VALUE 'A'.
F51182         88  REGL-AVERTISSEMENT      VALUE 'V'.
F51182         88  REGL-ISSUE-VALIDE       VALUE 'B' 'A' 'V'.
F51182     05  REGL-DATE-MAJ           PIC X(08).
F51182     05  REGL-RACF-MAJ           PIC X(15).
F51182     05  FILLER                  PIC X(47).
F51182*
F51182 01  WSS-REGD-ENR.
F51182     05  REGD-CLE.
F51182         10  REGD-NUMCONT        PIC X(12).
F51182         10  REGD-RANG-VEHI      PIC X(02).
F51182         10  REGD-RANG-COND      PIC X(02).
F51182         10  REGD-CODE-REGLE     PIC X(05).
F51182*--- ETAT : A = EN ATTENTE D'ACCORD, V = ACCORDE, R = REFUSE
F51182     05  REGD-ETAT               PIC X(01).
F51182         88  REGD-EN-ATTENTE         VALUE 'A'.
F51182         88  REGD-ACCORDEE           VALUE 'V'.
F51182         88  REGD-REFUSEE            VALUE 'R'.
F51182*--- ORIGINE : S = SIGNATURE FB01, N = CONTROLE DE NUIT FB01B18
F51208*--- C = SINISTRE D'UN CONDUCTEUR EXCLU DU VEHICULE (FB03B04,
F51208*--- CODE REGLE 'EXSIN')
F51182     05  REGD-ORIGINE            PIC X(01).
F51182*--- PRESENCE DANS LA FILE FB08APPR : O = VERSEE, N = A VERSER
F51182     05  REGD-IND-FILE           PIC X(01).
F51182         88  REGD-EN-FILE            VALUE 'O'.
F51182         88  REGD-A-VERSER           VALUE 'N'.
F51182     05  REGD-DATE-DEMANDE       PIC X(08).
F51182     05  REGD-RACF-DEM           PIC X(15).
F51182     05  REGD-DATE-DECISION      PIC X(08).
F51182     05  REGD-RACF-SUP           PIC X(15).
F51182     05  REGD-COMMENTAIRE        PIC X(30).
F51182     05  FILLER                  PIC X(28).
