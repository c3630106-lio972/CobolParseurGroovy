F51177*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51177*   FB00CQEF : ECHANTILLON DU CONTROLE QUALITE DES ACTIONS DE   *
F51177*   COMPOSITION (KSDS FB00CQEC).                                *
F51177*   UN POSTE PAR ACTION TIREE AU SORT CHAQUE NUIT PAR FB00B45   *
F51177*   DANS LE RELEVE CONSOLIDE FB00RECA (AJOUTS ET MODIFICATIONS  *
F51177*   SEULEMENT : SORTIES ET RESTAURATIONS PASSENT DEJA PAR LA    *
F51177*   VALIDATION FB08). CLE = JOUR DE L'ACTION + RANG DE LA LIGNE *
F51177*   DANS LE RELEVE : C'EST LA REFERENCE SAISIE DANS FB25.       *
F51177*   LE PROFIL ET LE TAUX APPLIQUES AU TIRAGE SONT CONSERVES ;   *
F51177*   LE VERDICT ET LA CATEGORIE D'ERREUR SONT SAISIS DANS FB25   *
F51177*   PAR L'EQUIPE QUALITE ET EDITES CHAQUE MOIS PAR FB00B46.     *
F51177*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51177 01  WSS-CQEC-ENR.
F51177     05  CQEC-CLE.
F51177         10  CQEC-JOUR           PIC X(08).
F51177         10  CQEC-RANG           PIC 9(05).
F51177     05  CQEC-NUMCONT            PIC X(12).
F51177     05  CQEC-ECRAN              PIC X(04).
F51177     05  CQEC-CODE-ACTION        PIC X(01).
F51177     05  CQEC-LIBELLE            PIC X(30).
F51177     05  CQEC-RACF               PIC X(15).
F51177     05  CQEC-HEURE              PIC X(08).
F51177     05  CQEC-AGENCE             PIC X(05).
F51177     05  CQEC-PROFIL             PIC X(01).
F51177         88  CQEC-PROFIL-STANDARD    VALUE 'S'.
F51177         88  CQEC-PROFIL-DEBUTANT    VALUE 'D'.
F51177         88  CQEC-PROFIL-ANTECEDENT  VALUE 'E'.
F51177     05  CQEC-TAUX               PIC 9(03).
F51177     05  CQEC-VERDICT            PIC X(01).
F51177         88  CQEC-A-CONTROLER        VALUE SPACE.
F51177         88  CQEC-CONFORME           VALUE 'C'.
F51177         88  CQEC-ERREUR             VALUE 'E'.
F51177         88  CQEC-VERDICT-VALIDE     VALUE 'C' 'E'.
F51177     05  CQEC-CATEGORIE          PIC X(02).
F51177         88  CQEC-CAT-SAISIE         VALUE 'SA'.
F51177         88  CQEC-CAT-DATE-EFFET     VALUE 'DT'.
F51177         88  CQEC-CAT-STATUT-USAGE   VALUE 'ST'.
F51177         88  CQEC-CAT-JUSTIFICATIF   VALUE 'JU'.
F51177         88  CQEC-CAT-DOUBLON        VALUE 'DB'.
F51177         88  CQEC-CAT-OMISSION       VALUE 'OM'.
F51177         88  CQEC-CAT-AUTRE          VALUE 'AU'.
F51177         88  CQEC-CATEGORIE-VALIDE   VALUE 'SA' 'DT' 'ST' 'JU'
F51177                                           'DB' 'OM' 'AU'.
F51177     05  CQEC-COMMENTAIRE        PIC X(40).
F51177     05  CQEC-RACF-CONTROLEUR    PIC X(15).
F51177     05  CQEC-JOUR-CONTROLE      PIC X(08).
F51177     05  FILLER                  PIC X(42).
