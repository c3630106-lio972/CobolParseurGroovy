F51160*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51160*   FB00JRNA : ENREGISTREMENT DU JOURNAL RECUPERABLE DES PISTES *
F51160*   D'AUDIT DE COMPOSITION (JOURNAL CICS 'FBAUDJRN', TYPE       *
F51160*   'FA'). CHAQUE ECRITURE DANS UNE TS D'AUDIT DE FB01T00,      *
F51160*   FB02T00 OU FB04T00 EST DOUBLEE, DANS LA MEME TACHE, D'UNE   *
F51160*   ECRITURE SYNCHRONE (WAIT) DANS CE JOURNAL, QUI SURVIT A UN  *
F51160*   DEMARRAGE A FROID DE CICS ET A UNE PURGE DES TS.            *
F51160*   LE DESSIN EST CELUI DE FB00AUDX (NUMERO DE CONTRAT DEJA     *
F51160*   RENSEIGNE, DETAIL = ITEM TS NATIF SUR 48 POSITIONS) : LE    *
F51160*   JCL DE NUIT DECHARGE LE JOURNAL (DFHJUP, SELECTION DU TYPE  *
F51160*   'FA'), ECARTE L'EN-TETE CICS ET TRIE L'EXTRAIT POUR FB00B01 *
F51160*   SANS AUTRE RETRAITEMENT. LE DECHARGEMENT DU MATIN REPRIS    *
F51160*   SUR LA JOURNEE VEILLE ALIMENTE LE CONTROLE FB00B31.         *
F51160*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51160 01  WSS-JRNA-ENR.
F51160     05  JRNA-NUMCONT            PIC X(12).
F51160     05  JRNA-ECRAN              PIC X(04).
F51160     05  JRNA-SOUS-TYPE          PIC X(02).
F51160     05  JRNA-RACF               PIC X(15).
F51160     05  JRNA-JOUR               PIC X(08).
F51160     05  JRNA-HEURE              PIC X(08).
F51160     05  JRNA-DETAIL             PIC X(48).
F51160 01  WSS-JRNA-NOM                PIC X(08) VALUE 'FBAUDJRN'.
F51160 01  WSS-JRNA-TYPE               PIC X(02) VALUE 'FA'.
