F51166*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51166*   FB00MOTF : POSTE DU REFERENTIEL DES MOTIFS DE SORTIE DE     *
F51166*   COMPOSITION (KSDS FB01MOTF, CLE = CODE MOTIF, ENTRETENU PAR *
F51166*   LA TRANSACTION FB21). FB01T00 CONTROLE LE MOTIF SAISI SUR   *
F51166*   UNE SORTIE 'D' CONTRE CE REFERENTIEL (MOTIF CONNU, ACTIF ET *
F51166*   APPLICABLE AU TYPE D'ELEMENT) ET LE PORTE DANS LA PISTE     *
F51166*   D'AUDIT. LES BATCHS AVAL LISENT LE DECHARGEMENT SEQUENTIEL  *
F51166*   FB01MOTX (PREPARE PAR LE JCL, MEME DESSIN) ET DECIDENT DE   *
F51166*   LEURS CONSEQUENCES SUR LE MOTIF :                           *
F51166*     - EXCLUSION FCGEEDF1 ........... FB00B02                  *
F51166*     - DECLARATION DE SORTIE FVA .... FB04B09                  *
F51166*     - DEMANDE DE RELEVE (FB00RELQ) . FB04B09                  *
F51166*     - LIBELLE DE L'AVENANT ......... FB01B07                  *
F51210*   (L'ANCIEN INDICATEUR D'AVIS DE SORTIE CIGAL EST DEVENU      *
F51210*   FILLER : CIGAL00 N'A PAS DE MOUVEMENT DE SORTIE)            *
F51166*   UN MOTIF ABSENT DU REFERENTIEL (SORTIE ANTERIEURE A SA MISE *
F51166*   EN PLACE) GARDE LES CONSEQUENCES HISTORIQUES : EXCLUSION ET *
F51210*   FVA OUI, RELEVE NON, LIBELLE D'AVENANT GENERIQUE.           *
F51166*   UN MOTIF DESACTIVE N'EST PLUS SAISISSABLE MAIS SES EFFETS   *
F51166*   S'APPLIQUENT ENCORE AUX SORTIES DEJA ENREGISTREES.          *
F51166*   LE CODE 'R' (CHANGEMENT DE VEHICULE) EST RESERVE A FB01T00  *
F51166*   ET N'EST PAS PORTE PAR LE REFERENTIEL.                      *
F51166*   CHARGEMENT INITIAL : 1 2 3 4 8 (CONDUCTEUR), 9 H N          *
F51166*   (VEHICULE), 6 L (LES DEUX) - LES VALEURS QUE FB01T00        *
F51166*   ACCEPTAIT EN DUR JUSQU'ICI.                                 *
F51166*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51166 01  WSS-MOTF-ENR.
F51166     05  MOTF-CODE               PIC X(01).
F51166*--- ELEMENT AUQUEL LE MOTIF S'APPLIQUE
F51166     05  MOTF-ELEMENT            PIC X(01).
F51166         88  MOTF-ELT-VEHICULE       VALUE 'V' 'T'.
F51166         88  MOTF-ELT-PERSONNE       VALUE 'P' 'T'.
F51166         88  MOTF-ELT-VALIDE         VALUE 'V' 'P' 'T'.
F51166     05  MOTF-LIBELLE            PIC X(30).
F51166*--- CONSEQUENCES AVAL (O/N)
F51166     05  MOTF-EFF-EXCLUSION      PIC X(01).
F51166         88  MOTF-EXCLUSION          VALUE 'O'.
F51166     05  MOTF-EFF-FVA            PIC X(01).
F51166         88  MOTF-FVA                VALUE 'O'.
F51210     05  FILLER                  PIC X(01).
F51166     05  MOTF-EFF-RELEVE         PIC X(01).
F51166         88  MOTF-RELEVE             VALUE 'O'.
F51166*--- LIBELLE DE LA SORTIE SUR L'AVENANT (ESPACES = GENERIQUE)
F51166     05  MOTF-LIB-AVENANT        PIC X(30).
F51166     05  MOTF-ACTIF              PIC X(01).
F51166         88  MOTF-EN-VIGUEUR         VALUE 'O'.
F51166     05  MOTF-DATE-MAJ           PIC X(08).
F51166     05  MOTF-RACF-MAJ           PIC X(15).
F51166     05  FILLER                  PIC X(10).
