F51174*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51174*   FB00ALIF : FLOTTES A ALIMENTS (DECLARATION PERIODIQUE).     *
F51174*   POUR CES CONTRATS LE CLIENT NE TIENT PAS SA COMPOSITION     *
F51174*   VEHICULE PAR VEHICULE SUR FB01 : IL DECLARE CHAQUE          *
F51174*   TRIMESTRE LE NOMBRE DE VEHICULES PAR FAMILLE (4R/CC/REM/    *
F51174*   CAR) ET USAGE (P/F/T, DOMAINE DE LA COMMANDE USG= DE FB04), *
F51174*   ACCOMPAGNE DE LA LISTE DES PLAQUES POUR LE FVA.             *
F51174*   WSS-ALIC-ENR : PARAMETRES DU CONTRAT (FICHIER FB00ALIC TENU *
F51174*   PAR LA PRODUCTION, TRIE PAR CONTRAT, REPRO PAR LE JCL DANS  *
F51174*   LE KSDS FB00ALIK LU PAR FB01T00) : PERIODE DU MODE, PRIME   *
F51174*   TRIMESTRIELLE PROVISIONNELLE, TOLERANCES, DELAIS ET TARIF   *
F51174*   ANNUEL NEGOCIE PAR CELLULE FAMILLE X USAGE.                 *
F51174*   WSS-ALID-ENR : LIGNE DE DECLARATION RECUE (FB00ALID, TRIEE  *
F51174*   PAR CONTRAT + PERIODE + TYPE) : 'E' ENTETE, 'N' NOMBRE DE   *
F51174*   VEHICULES D'UNE CELLULE, 'P' PLAQUE.                        *
F51174*   WSS-ALIH-ENR : HISTORIQUE DES DECLARATIONS (KSDS FB00ALIH,  *
F51174*   CLE CONTRAT + PERIODE) : 'A' INTEGREE (FB00B43), 'M'        *
F51174*   MANQUANTE ET RELANCEE (FB00B44).                            *
F51174*   WSS-ALIP-ENR : PLAQUES DECLAREES (KSDS FB00ALIP, CLE        *
F51174*   CONTRAT + PLAQUE CANONIQUE), BASE DES DECLARATIONS FVA.     *
F51174*   CELLULE = (RANG FAMILLE - 1) X 3 + RANG USAGE (1 A 12).     *
F51174*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51174 01  WSS-ALIC-ENR.
F51174     05  ALIC-NUMCONT            PIC X(12).
F51174     05  ALIC-GESCLI             PIC X(11).
F51174     05  ALIC-DATE-DEBUT         PIC X(08).
F51174*--- A BLANC : MODE SANS TERME
F51174     05  ALIC-DATE-FIN           PIC X(08).
F51174*--- BASE DE L'AJUSTEMENT AVANT LA PREMIERE DECLARATION
F51174     05  ALIC-PRIME-PROVISION    PIC 9(07)V99.
F51174*--- VARIATION ADMISE AVEC LE TRIMESTRE PRECEDENT, EN %
F51174     05  ALIC-ECART-MAX          PIC 9(03).
F51174*--- JOURS APRES LA FIN DU TRIMESTRE POUR DECLARER
F51174     05  ALIC-DELAI-DECL         PIC 9(03).
F51174*--- JOURS APRES L'ECHEANCE AVANT PENALITE
F51174     05  ALIC-DELAI-PENALITE     PIC 9(03).
F51174*--- MAJORATION DE RETARD, EN % DE LA PRIME DU TRIMESTRE
F51174     05  ALIC-TAUX-MAJO          PIC 9(02).
F51174     05  ALIC-TARIF-ANNUEL       PIC 9(05)V99
F51174                                 OCCURS 12 TIMES.
F51174     05  FILLER                  PIC X(57).
F51174*
F51174 01  WSS-ALID-ENR.
F51174     05  ALID-CLE.
F51174         10  ALID-NUMCONT        PIC X(12).
F51174         10  ALID-PERIODE.
F51174             15  ALID-ANNEE      PIC 9(04).
F51174             15  ALID-TRIMESTRE  PIC 9(01).
F51174     05  ALID-TYPE               PIC X(01).
F51174         88  ALID-ENTETE             VALUE 'E'.
F51174         88  ALID-NOMBRE-CELLULE     VALUE 'N'.
F51174         88  ALID-PLAQUE             VALUE 'P'.
F51174     05  ALID-DETAIL             PIC X(62).
F51174     05  ALID-DETAIL-ENTETE  REDEFINES ALID-DETAIL.
F51174         10  ALID-DATE-RECEPTION PIC X(08).
F51174         10  ALID-NB-PLAQUES     PIC 9(05).
F51174*--- 'O' : DECLARATION RENVOYEE APRES CONTROLE DE L'ECART
F51174         10  ALID-FORCAGE        PIC X(01).
F51174         10  ALID-RACF-FORCAGE   PIC X(15).
F51174         10  FILLER              PIC X(33).
F51174     05  ALID-DETAIL-NOMBRE  REDEFINES ALID-DETAIL.
F51174         10  ALID-FAMILLE        PIC X(03).
F51174         10  ALID-USAGE          PIC X(01).
F51174         10  ALID-NOMBRE         PIC 9(05).
F51174         10  FILLER              PIC X(53).
F51174     05  ALID-DETAIL-PLAQUE  REDEFINES ALID-DETAIL.
F51174         10  ALID-IMMAT          PIC X(10).
F51174         10  ALID-PLQ-FAMILLE    PIC X(03).
F51174         10  ALID-PLQ-USAGE      PIC X(01).
F51174         10  FILLER              PIC X(48).
F51174*
F51174 01  WSS-ALIH-ENR.
F51174     05  ALIH-CLE.
F51174         10  ALIH-NUMCONT        PIC X(12).
F51174         10  ALIH-PERIODE.
F51174             15  ALIH-ANNEE      PIC 9(04).
F51174             15  ALIH-TRIMESTRE  PIC 9(01).
F51174     05  ALIH-ETAT               PIC X(01).
F51174         88  ALIH-INTEGREE           VALUE 'A'.
F51174         88  ALIH-MANQUANTE          VALUE 'M'.
F51174     05  ALIH-DATE-RECEPTION     PIC X(08).
F51174     05  ALIH-DATE-INTEGRATION   PIC X(08).
F51174     05  ALIH-NB-CELLULE         PIC 9(05)
F51174                                 OCCURS 12 TIMES.
F51174     05  ALIH-NB-TOTAL           PIC 9(06).
F51174     05  ALIH-PRIME-TRIM         PIC 9(07)V99.
F51174     05  ALIH-FORCEE             PIC X(01).
F51174     05  ALIH-DATE-RELANCE       PIC X(08).
F51174     05  ALIH-DATE-PENALITE      PIC X(08).
F51174     05  ALIH-MONTANT-PENALITE   PIC 9(07)V99.
F51174     05  FILLER                  PIC X(15).
F51174*
F51174 01  WSS-ALIP-ENR.
F51174     05  ALIP-CLE.
F51174         10  ALIP-NUMCONT        PIC X(12).
F51174         10  ALIP-IMMAT          PIC X(10).
F51174     05  ALIP-FAMILLE            PIC X(03).
F51174     05  ALIP-USAGE              PIC X(01).
F51174     05  ALIP-PERIODE-ENTREE     PIC 9(05).
F51174     05  ALIP-PERIODE-DERNIERE   PIC 9(05).
F51174     05  FILLER                  PIC X(24).
F51174*
F51174*--- FAMILLES ET USAGES DECLARABLES (RANG = POSITION)
F51174 01  WSS-ALI-FAMILLES-VAL        PIC X(12)
F51174                                 VALUE '4R CC REMCAR'.
F51174 01  WSS-ALI-FAMILLES REDEFINES WSS-ALI-FAMILLES-VAL.
F51174     05  ALI-FAMILLE             PIC X(03) OCCURS 4 TIMES
F51174                                 INDEXED BY IX-ALI-FAM.
F51174 01  WSS-ALI-USAGES-VAL          PIC X(03) VALUE 'PFT'.
F51174 01  WSS-ALI-USAGES REDEFINES WSS-ALI-USAGES-VAL.
F51174     05  ALI-USAGE               PIC X(01) OCCURS 3 TIMES
F51174                                 INDEXED BY IX-ALI-USG.
