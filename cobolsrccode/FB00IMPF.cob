F51197*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51197*   FB00IMPF : REGISTRE DES DOSSIERS DE COTISATION IMPAYEE      *
F51197*   (KSDS FB00IMPA, CLE = CONTRAT + JOUR DU DEFAUT). LE DOSSIER *
F51197*   EST OUVERT PAR FB00B61 SUR LE FICHIER DES DEFAUTS DU        *
F51197*   RECOUVREMENT (FB00IMPX) ET SUIT LA PROCEDURE DE L'ARTICLE   *
F51197*   L.113-3 DU CODE DES ASSURANCES : MISE EN DEMEURE PAR        *
F51197*   LETTRE RECOMMANDEE, SUSPENSION DE LA GARANTIE TRENTE JOURS  *
F51197*   PLUS TARD, RESILIATION DIX JOURS APRES LA SUSPENSION. LES   *
F51197*   DATES LEGALES SONT CALCULEES A L'OUVERTURE PAR LE MODULE    *
F51197*   FB00SV01. UN SEUL DOSSIER EN COURS (ETAT M/S/L/T) PAR       *
F51197*   CONTRAT ; LE REGLEMENT SIGNALE PAR LE RECOUVREMENT CLOT LE  *
F51197*   DOSSIER TANT QUE L'ORDRE DE RESILIATION N'EST PAS PARTI.    *
F51197*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51197 01  WSS-IMPA-ENR.
F51197     05  IMPA-CLE.
F51197         10  IMPA-NUMCONT        PIC X(12).
F51197         10  IMPA-JOUR-DEFAUT    PIC X(08).
F51197     05  IMPA-GESCLI             PIC X(11).
F51197*--- COTISATION IMPAYEE : ECHEANCE ET MONTANT DU
F51197     05  IMPA-ECHEANCE           PIC X(08).
F51197     05  IMPA-MONTANT            PIC 9(07)V99.
F51197*--- SOUSCRIPTEUR DESTINATAIRE DE LA MISE EN DEMEURE
F51197     05  IMPA-SOUSCRIPTEUR       PIC X(40).
F51197     05  IMPA-ADR1               PIC X(32).
F51197     05  IMPA-ADR2               PIC X(32).
F51197     05  IMPA-CPVILLE            PIC X(32).
F51197*--- DATES LEGALES (SSAAMMJJ)
F51197     05  IMPA-DATE-DEMEURE       PIC X(08).
F51197     05  IMPA-DATE-SUSPENSION    PIC X(08).
F51197     05  IMPA-DATE-RESILIATION   PIC X(08).
F51197     05  IMPA-ETAT               PIC X(01).
F51197         88  IMPA-EN-DEMEURE         VALUE 'M'.
F51197         88  IMPA-SUSPENDU           VALUE 'S'.
F51197         88  IMPA-LEVEE              VALUE 'L'.
F51197         88  IMPA-RESILIATION        VALUE 'T'.
F51197         88  IMPA-REGLE              VALUE 'R'.
F51197         88  IMPA-EN-COURS           VALUE 'M' 'S' 'L' 'T'.
F51197     05  IMPA-JOUR-REGLEMENT     PIC X(08).
F51197     05  IMPA-JOUR-TRAITEMENT    PIC X(08).
F51197     05  FILLER                  PIC X(75).
