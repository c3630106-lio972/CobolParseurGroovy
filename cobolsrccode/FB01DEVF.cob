F51172*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51172*   FB01DEVF : DEVIS DE FLOTTE POUR PROSPECT (PLAGE DE NUMEROS  *
F51172*   RESERVEE 'DEV' EN TETE, MODE DEVIS DES ECRANS FB01/FB02/    *
F51172*   FB04 : NI PERSISTANCE MA90T20, NI CIGAL, NI CHAINE DE NUIT).*
F51172*   WSS-DEVK-ENR : POSTE DU KSDS FB01DEVK (CLE NUMERO DE DEVIS),*
F51172*   ECRIT A LA SIGNATURE DU DEVIS SUR FB01. ETATS :             *
F51172*     - 'E' EMIS : MODIFIABLE ET CONVERTIBLE JUSQU'A LA DATE DE *
F51172*       VALIDITE ;                                              *
F51172*     - 'A' ACCEPTE : COMMANDE 'CNV' SUR FB01, LE CONTRAT CIBLE *
F51172*       EST SAISI EN PREMIERE LIGNE DU TABLEAU ;                *
F51172*     - 'C' CONVERTI : COMPOSITION INJECTEE SUR LE CONTRAT CIBLE*
F51172*       PAR FB01B12 (FORMAT D'IMPORT DE FB01B02) ;              *
F51172*     - 'X' EXPIRE : DATE DE VALIDITE DEPASSEE (FB01B12).       *
F51172*   WSS-DEVC-ENR : POSTE DU KSDS FB01DEVC (CLE DEVIS + SEQUENCE)*
F51172*   UNE LIGNE PAR CONDUCTEUR OU VEHICULE ACTIF DU DEVIS, AUX    *
F51172*   ZONES DU FORMAT D'IMPORT FB01IMPF. REECRITES A CHAQUE       *
F51172*   SIGNATURE, SUPPRIMEES A LA CONVERSION OU A L'EXPIRATION.    *
F51172*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51172 01  WSS-DEVK-ENR.
F51172     05  DEVK-NUMDEV             PIC X(12).
F51172     05  DEVK-GES                PIC X(06).
F51172     05  DEVK-CLI                PIC X(05).
F51172     05  DEVK-NOM-PROSPECT       PIC X(30).
F51172     05  DEVK-ETAT               PIC X(01).
F51172         88  DEVK-EMIS               VALUE 'E'.
F51172         88  DEVK-ACCEPTE            VALUE 'A'.
F51172         88  DEVK-CONVERTI           VALUE 'C'.
F51172         88  DEVK-EXPIRE             VALUE 'X'.
F51172     05  DEVK-DATE-EMISSION      PIC X(08).
F51172     05  DEVK-DATE-VALIDITE      PIC X(08).
F51172     05  DEVK-RACF-EMISSION      PIC X(15).
F51172     05  DEVK-DATE-MAJ           PIC X(08).
F51172     05  DEVK-PRIME-INDICATIVE   PIC S9(7)V99 COMP-3.
F51172     05  DEVK-NB-PERS            PIC 9(03).
F51172     05  DEVK-NB-VEHI            PIC 9(03).
F51172*--- ACCEPTATION PAR LE PROSPECT (COMMANDE 'CNV' SUR FB01)
F51172     05  DEVK-NUMCONT-CIBLE      PIC X(12).
F51172     05  DEVK-DATE-ACCEPTATION   PIC X(08).
F51172     05  DEVK-RACF-ACCEPTATION   PIC X(15).
F51172*--- RENSEIGNES PAR FB01B12
F51172     05  DEVK-DATE-CONVERSION    PIC X(08).
F51172     05  DEVK-DATE-EXPIRATION    PIC X(08).
F51172     05  FILLER                  PIC X(45).
F51172*
F51172 01  WSS-DEVC-ENR.
F51172     05  DEVC-CLE.
F51172         10  DEVC-NUMDEV         PIC X(12).
F51172         10  DEVC-SEQ            PIC 9(03).
F51172     05  DEVC-TYPE               PIC X(01).
F51172     05  DEVC-STATYP             PIC X(04).
F51172     05  DEVC-IDENT              PIC X(30).
F51172     05  DEVC-DATENT             PIC X(08).
F51172     05  DEVC-MOTIF              PIC X(01).
F51172     05  DEVC-PTSCRM             PIC X(03).
F51172     05  FILLER                  PIC X(38).
