F51170*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51170*   FB00FUSF : DECISION SUR UNE PAIRE DE NUMEROS CLIENT GESCLI  *
F51170*   SUSPECTEE EN DOUBLON (LISTE DE REVUE FB00DUPL DE FB00B38).  *
F51170*   EN ENTREE DE FB00B39 (FB00FUSD), LA DECISION EST SAISIE PAR *
F51170*   LE GESTIONNAIRE DEMANDEUR ET VISEE PAR UN SECOND            *
F51170*   GESTIONNAIRE (DOUBLE REGARD OBLIGATOIRE) :                  *
F51170*     - 'F' FUSION : LES CONTRATS DU NUMERO ABSORBE SONT        *
F51170*       RATTACHES AU NUMERO CONSERVE ;                          *
F51170*     - 'D' DISTINCTS : LES DEUX NUMEROS SONT BIEN DEUX CLIENTS,*
F51170*       LA PAIRE N'EST PLUS PROPOSEE.                           *
F51170*   EN SORTIE DE FB00B39 (FB00DUPH, CUMULE PAR LE JCL), LE MEME *
F51170*   POSTE PORTE LE RESULTAT ET LA DATE DE TRAITEMENT : C'EST LA *
F51170*   MEMOIRE DES PAIRES DEJA TRANCHEES RELUE PAR FB00B38.        *
F51170*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51170 01  WSS-FUSD-ENR.
F51170     05  FUSD-GESCLI-ABSORBE     PIC X(11).
F51170     05  FUSD-GESCLI-CONSERVE    PIC X(11).
F51170     05  FUSD-DECISION           PIC X(01).
F51170         88  FUSD-FUSION             VALUE 'F'.
F51170         88  FUSD-DISTINCTS          VALUE 'D'.
F51170     05  FUSD-RACF-DEMANDEUR     PIC X(15).
F51170     05  FUSD-RACF-VALIDEUR      PIC X(15).
F51170     05  FUSD-DATE-DECISION      PIC X(08).
F51170*--- RENSEIGNES PAR FB00B39 SUR FB00DUPH
F51170     05  FUSD-RESULTAT           PIC X(01).
F51170         88  FUSD-APPLIQUEE          VALUE 'A'.
F51170     05  FUSD-DATE-TRAITEMENT    PIC X(08).
F51170     05  FUSD-NB-CONTRATS        PIC 9(05).
F51170     05  FILLER                  PIC X(05).
