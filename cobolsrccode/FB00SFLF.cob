F51173*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51173*   FB00SFLF : SOUS-FLOTTES (SITES / CENTRES DE COUT) D'UN      *
F51173*   CLIENT FLOTTE.                                              *
F51173*   WSS-SFLR-ENR : POSTE DU REFERENTIEL DES SOUS-FLOTTES (KSDS  *
F51173*   FB00SFLR, CLE = GESCLI + CODE SOUS-FLOTTE, ENTRETENU PAR LA *
F51173*   TRANSACTION FB23) : LIBELLE ET ADRESSE DU SITE. LA          *
F51173*   SUPPRESSION EST LOGIQUE (ACTIF A 'N') : UNE SOUS-FLOTTE     *
F51173*   DESACTIVEE N'EST PLUS AFFECTABLE MAIS RESTE EDITEE POUR LES *
F51173*   ELEMENTS QUI LA PORTENT ENCORE.                             *
F51173*   WSS-SFLA-ENR : POSTE D'AFFECTATION D'UN ELEMENT DE LA       *
F51173*   COMPOSITION A UNE SOUS-FLOTTE (KSDS FB01SFLA, CLE = CONTRAT *
F51173*   + TYPE P/V + RANG DE L'ELEMENT, COMMANDE 'SF=' DE FB01).    *
F51173*   LE RANG EST CELUI DE LA PISTE D'AUDIT, DE LA COMMANDE 'AF=' *
F51173*   ET DE L'EXTRAIT FB04VEHX. LES BATCHS LISENT LE              *
F51173*   DECHARGEMENT FB01SFLX (MEME DESSIN, TRIE PAR CLE) ET CELUI  *
F51173*   DU REFERENTIEL FB00SFLX (MEME DESSIN, TRIE PAR CLE).        *
F51173*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51173 01  WSS-SFLR-ENR.
F51173     05  SFLR-CLE.
F51173         10  SFLR-GESCLI         PIC X(11).
F51173         10  SFLR-CODE           PIC X(03).
F51173     05  SFLR-LIBELLE            PIC X(30).
F51173*--- ADRESSE DU SITE (PORTEE SUR L'ATTESTATION FILTREE)
F51173     05  SFLR-VOIE               PIC X(32).
F51173     05  SFLR-CODE-POSTAL        PIC X(05).
F51173     05  SFLR-COMMUNE            PIC X(26).
F51173     05  SFLR-ACTIF              PIC X(01).
F51173         88  SFLR-EN-VIGUEUR         VALUE 'O'.
F51173     05  SFLR-DATE-MAJ           PIC X(08).
F51173     05  SFLR-RACF-MAJ           PIC X(15).
F51173     05  FILLER                  PIC X(09).
F51173*
F51173 01  WSS-SFLA-ENR.
F51173     05  SFLA-CLE.
F51173         10  SFLA-NUMCONT        PIC X(12).
F51173         10  SFLA-TYPE           PIC X(01).
F51173         10  SFLA-RANG           PIC X(02).
F51173     05  SFLA-CODE               PIC X(03).
F51173     05  SFLA-GESCLI             PIC X(11).
F51173*--- IDENTIFIANT DE L'ELEMENT AU JOUR DE L'AFFECTATION
F51173     05  SFLA-IDENT              PIC X(30).
F51173     05  SFLA-RACF               PIC X(15).
F51173     05  SFLA-JOUR               PIC X(08).
F51173     05  FILLER                  PIC X(18).
