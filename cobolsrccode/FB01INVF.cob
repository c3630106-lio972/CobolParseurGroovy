F51175*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51175*   FB01INVF : INVENTAIRE DE FLOTTE ECHANGE AVEC LES GRANDS      *
F51175*   COMPTES.                                                    *
F51175*   WSS-GCPT-ENR : GRAND COMPTE DESTINATAIRE DE L'INVENTAIRE    *
F51175*   MENSUEL (FICHIER FB01GCPT TENU PAR LA PRODUCTION, TRIE PAR  *
F51175*   CONTRAT) AVEC LE RACF DE L'OPERATEUR QUI SUIT LE COMPTE.    *
F51175*   L'INVENTAIRE EMIS PAR FB01B14 EST AU DESSIN FB01IMPF DE     *
F51175*   L'IMPORT FB01B02, CHARGEABLE TEL QUEL PAR LE CLIENT.        *
F51175*   WSS-ECRT-ENR : ECART RENVOYE PAR LE CLIENT (FB01INVR, TRIE  *
F51175*   PAR CONTRAT + TYPE + IDENTIFIANT) - 'A' : ELEMENT QU'IL     *
F51175*   CROIT ASSURE ET ABSENT DE NOTRE INVENTAIRE, 'E' : ELEMENT   *
F51175*   DE NOTRE INVENTAIRE QU'IL NE RECONNAIT PLUS. LA DATE EST    *
F51175*   CELLE DE L'ENTREE OU DE LA SORTIE CONNUE DU CLIENT.         *
F51175*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51175 01  WSS-GCPT-ENR.
F51175     05  GCPT-NUMCONT            PIC X(12).
F51175     05  GCPT-GESCLI             PIC X(11).
F51175     05  GCPT-RACF-OPERATEUR     PIC X(15).
F51175     05  GCPT-LIBELLE            PIC X(30).
F51175     05  FILLER                  PIC X(12).
F51175*
F51175 01  WSS-ECRT-ENR.
F51175     05  ECRT-CLE.
F51175         10  ECRT-NUMCONT        PIC X(12).
F51175         10  ECRT-TYPE           PIC X(01).
F51175         10  ECRT-IDENT          PIC X(30).
F51175     05  ECRT-SENS               PIC X(01).
F51175         88  ECRT-ABSENT-CHEZ-NOUS   VALUE 'A'.
F51175         88  ECRT-EN-TROP-CHEZ-NOUS  VALUE 'E'.
F51175     05  ECRT-DATE-CLIENT        PIC X(08).
F51175     05  ECRT-COMMENTAIRE        PIC X(28).
