F51084*   DEPUIS LE RETRAIT DU CONTROLE FB11 (FD F1936), AUCUNE       *
F51084*   HABILITATION D'ACTION N'ETAIT PLUS CONTROLEE SUR CES        *
F51084*   ECRANS.                                                     *
F51192*   LE DROIT MAJ CRM COUVRE AUSSI LA DECISION SUR UN LITIGE     *
F51192*   CRM (ACTION D DE FB31T00).                                  *
F51204*   LE PERIMETRE DE CONTRATS D'UN OPERATEUR INTERMEDIAIRE       *
F51204*   EST CONTROLE A PART (FB00PERF, CONTROLE-PERIMETRE).         *
F51084*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51084 01  WSS-TABLE-HABILITATIONS.
F51084     05  WSS-HABT-TAB.
