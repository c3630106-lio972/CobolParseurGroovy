F51191*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51191*   FB00COMF : BAREME DES TAUX DE COMMISSION DES INTERMEDIAIRES *
F51191*   (KSDS FB00COMT, CLE = INTERMEDIAIRE + PRODUIT + DATE        *
F51191*   D'EFFET, ENTRETENU PAR LE SERVICE COMMERCIAL SUR LA         *
F51191*   TRANSACTION FB30, APPLIQUE CHAQUE MOIS PAR FB00B57). UN TAUX*
F51191*   PAR LIGNE, EN VIGUEUR DE SA DATE D'EFFET A SA DATE DE FIN   *
F51191*   INCLUSE. LE PRODUIT '****' VAUT POUR TOUS LES PRODUITS DE   *
F51191*   L'INTERMEDIAIRE SANS TAUX PROPRE. DEUX VERSIONS D'UN MEME   *
F51191*   COUPLE INTERMEDIAIRE + PRODUIT NE PEUVENT SE CHEVAUCHER     *
F51191*   (CONTROLE SUR FB30).                                        *
F51191*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51191 01  WSS-COMT-ENR.
F51191     05  COMT-CLE.
F51191         10  COMT-INTERMEDIAIRE  PIC X(08).
F51191         10  COMT-PRODUIT        PIC X(04).
F51191             88  COMT-TOUS-PRODUITS  VALUE '****'.
F51191         10  COMT-DATE-DEBUT     PIC X(08).
F51191*--- DATE DE FIN SSAAMMJJ INCLUSE, '99999999' SI SANS LIMITE
F51191     05  COMT-DATE-FIN           PIC X(08).
F51191     05  COMT-LIBELLE            PIC X(30).
F51191*--- TAUX EN POURCENTAGE DE LA PRIME AU PRORATA (12,500 = 12,5 %)
F51191     05  COMT-TAUX               PIC 9(02)V9(03).
F51191     05  COMT-DATE-MAJ           PIC X(08).
F51191     05  COMT-RACF-MAJ           PIC X(15).
F51191     05  FILLER                  PIC X(14).
