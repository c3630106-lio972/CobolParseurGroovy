F51202*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51202*   FB00ECHF : CALENDRIER DES ECHEANCES D'UN CONTRAT (KSDS      *
F51202*   FB00ECHK, CLE = CONTRAT + DATE + SOURCE + SEQUENCE). LE     *
F51202*   FICHIER EST RECONSTRUIT CHAQUE NUIT : FB00B64 RASSEMBLE LES *
F51202*   ECHEANCES CONNUES DES DOUZE PROCHAINS MOIS (ANNIVERSAIRE,   *
F51202*   MOUVEMENTS PROGRAMMES, CONTROLES TECHNIQUES, CERTIFICATS    *
F51202*   MEDICAUX, FINS DE PERIODE PROBATOIRE, ECHANGES DE PERMIS    *
F51202*   HORS UE, RELEVES D'INFORMATION ET APPROBATIONS EN ATTENTE)  *
F51202*   DANS FB00ECHS, QUE LE JCL TRIE ET RECHARGE DANS LE KSDS LU  *
F51202*   PAR LA TRANSACTION FB32. ECHK-TRANS PORTE LA TRANSACTION    *
F51202*   QUI GERE L'ECHEANCE (A BLANC : PAS D'ECRAN DE GESTION).     *
F51202*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51202 01  WSS-ECHK-ENR.
F51202     05  ECHK-CLE.
F51202         10  ECHK-NUMCONT        PIC X(12).
F51202         10  ECHK-DATE           PIC X(08).
F51202         10  ECHK-SOURCE         PIC X(02).
F51202             88  ECHK-ANNIVERSAIRE       VALUE 'AN'.
F51202             88  ECHK-MOUVEMENT          VALUE 'MV'.
F51202             88  ECHK-CONTROLE-TECH      VALUE 'CT'.
F51202             88  ECHK-CERTIF-MEDICAL     VALUE 'CM'.
F51202             88  ECHK-FIN-PROBATOIRE     VALUE 'PN'.
F51202             88  ECHK-ECHANGE-PERMIS     VALUE 'EP'.
F51202             88  ECHK-RELEVE-INFO        VALUE 'RI'.
F51202             88  ECHK-APPROBATION        VALUE 'AP'.
F51202         10  ECHK-SEQ            PIC 9(06).
F51202*--- RANG DU CONDUCTEUR OU DU VEHICULE CONCERNE (ZERO : CONTRAT)
F51202     05  ECHK-RANG               PIC 9(04).
F51202     05  ECHK-LIBELLE            PIC X(30).
F51202     05  ECHK-TRANS              PIC X(04).
F51202     05  ECHK-DATE-CALCUL        PIC X(08).
F51202     05  FILLER                  PIC X(06).
