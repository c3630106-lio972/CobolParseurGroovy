F51205*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51205*   FB00CORF : CORRESPONDANCE CONTRAT -> CLE FISCALE (REGION +  *
F51205*   INSTITUTION + IDENTIFIANT INDIVIDU + IDENTIFIANT DPR) ET    *
F51205*   SUIVI DES SORTIES RETENUES FAUTE DE CORRESPONDANCE.         *
F51205*   L'EXTRAIT FB00CORR N'EST RAFRAICHI QUE PAR LA CHAINE        *
F51205*   FISCALE : UN CONTRAT QUI N'Y FIGURE PAS RESTAIT EN ANOMALIE *
F51205*   (FB00ANOC) NUIT APRES NUIT SANS QUE PERSONNE LE REPRENNE.   *
F51205*   - CORRESPONDANCES SAISIES : KSDS FB00CORK (CLE = CONTRAT),  *
F51205*     ENTRETENU PAR LA TRANSACTION FB35. FB00B02 NE LES UTILISE *
F51205*     QUE SI L'EXTRAIT FISCAL NE CONNAIT PAS LE CONTRAT.        *
F51205*   - EXTRAIT FISCAL CONSULTABLE : KSDS FB00CORX, REPRO DE      *
F51205*     FB00CORR PAR LE JCL DE NUIT (MEME DESSIN, CLE = CONTRAT). *
F51205*   - PISTE D'AUDIT DES SAISIES FB35 : JOURNAL RECUPERABLE      *
F51205*     'FBAUDJRN' (DFHJUP), TYPE 'FC' - LE DECHARGEMENT DES      *
F51205*     PISTES DE COMPOSITION NE SELECTIONNE QUE LE TYPE 'FA'.    *
F51205*   - SORTIES RETENUES : KSDS FB00ANOK (CLE = CONTRAT + JOUR +  *
F51205*     TYPE DE MOUVEMENT), ALIMENTE PAR FB00B02 ; CHAQUE PASSAGE *
F51205*     VIEILLIT LES POSTES EN ATTENTE ET LIBERE CEUX DONT LE     *
F51205*     CONTRAT A TROUVE UNE CORRESPONDANCE. FB00B66 LISTE LES    *
F51205*     POSTES EN ATTENTE DEPUIS PLUS DE N JOURS.                 *
F51205*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51205 01  WSS-CORK-ENR.
F51205     05  CORK-NUMCONT            PIC X(12).
F51205     05  CORK-CLE-FISCALE.
F51205         10  CORK-CO-REG-DECL    PIC X(01).
F51205         10  CORK-NO-INST-DECL   PIC X(03).
F51205         10  CORK-ID-TECH-INDV   PIC 9(09).
F51205         10  CORK-ID-TECH-DPR    PIC 9(09).
F51205     05  CORK-MOTIF              PIC X(30).
F51205     05  CORK-ACTIF              PIC X(01).
F51205         88  CORK-EN-VIGUEUR         VALUE 'O'.
F51205     05  CORK-DATE-CRE           PIC X(08).
F51205     05  CORK-RACF-CRE           PIC X(15).
F51205     05  CORK-DATE-MAJ           PIC X(08).
F51205     05  CORK-RACF-MAJ           PIC X(15).
F51205     05  FILLER                  PIC X(09).
F51205*
F51205*--- POSTE DE L'EXTRAIT FISCAL FB00CORX (DESSIN DE FB00CORR)
F51205 01  WSS-CORX-ENR.
F51205     05  CORX-NUMCONT            PIC X(12).
F51205     05  CORX-CO-REG-DECL        PIC X(01).
F51205     05  CORX-NO-INST-DECL       PIC X(03).
F51205     05  CORX-ID-TECH-INDV       PIC 9(09).
F51205     05  CORX-ID-TECH-DPR        PIC 9(09).
F51205     05  FILLER                  PIC X(46).
F51205*
F51205*--- PISTE D'AUDIT D'UNE SAISIE FB35 (JOURNAL 'FBAUDJRN', 'FC') :
F51205*--- ACTION C/M/S, CORRESPONDANCE AVANT ET APRES LA SAISIE
F51205 01  WSS-CORJ-ENR.
F51205     05  CORJ-NUMCONT            PIC X(12).
F51205     05  CORJ-ACTION             PIC X(01).
F51205     05  CORJ-RACF               PIC X(15).
F51205     05  CORJ-JOUR               PIC X(08).
F51205     05  CORJ-HEURE              PIC X(08).
F51205     05  CORJ-AVANT.
F51205         10  CORJ-AVANT-CLE      PIC X(22).
F51205         10  CORJ-AVANT-ACTIF    PIC X(01).
F51205     05  CORJ-APRES.
F51205         10  CORJ-APRES-CLE      PIC X(22).
F51205         10  CORJ-APRES-ACTIF    PIC X(01).
F51205     05  CORJ-MOTIF              PIC X(30).
F51205 01  WSS-CORJ-NOM                PIC X(08) VALUE 'FBAUDJRN'.
F51205 01  WSS-CORJ-TYPE               PIC X(02) VALUE 'FC'.
F51205*
F51205*--- SORTIE RETENUE FAUTE DE CORRESPONDANCE (KSDS FB00ANOK)
F51205 01  WSS-ANOK-ENR.
F51205     05  ANOK-CLE.
F51205         10  ANOK-NUMCONT        PIC X(12).
F51205*--- JOUR DE L'ACTION FB01/FB04 = DATE D'EFFET TRANSMISE
F51205         10  ANOK-JOUR           PIC X(08).
F51205*--- 'E' = EXCLUSION (SORTIE), 'L' = LEVEE (RESTAURATION)
F51205         10  ANOK-TYPE-MVT       PIC X(01).
F51205             88  ANOK-MVT-EXCLUSION  VALUE 'E'.
F51205             88  ANOK-MVT-LEVEE      VALUE 'L'.
F51205     05  ANOK-MOTIF-EXCLU        PIC X(30).
F51205     05  ANOK-DATE-DETECTION     PIC X(08).
F51205     05  ANOK-DATE-DERNIER       PIC X(08).
F51205     05  ANOK-NB-PASSAGES        PIC 9(05).
F51205     05  ANOK-ETAT               PIC X(01).
F51205         88  ANOK-EN-ATTENTE         VALUE 'A'.
F51205         88  ANOK-LIBEREE            VALUE 'L'.
F51205     05  ANOK-DATE-LIBERATION    PIC X(08).
F51205*--- ORIGINE DE LA CORRESPONDANCE AYANT LIBERE LE POSTE :
F51205*--- 'F' = EXTRAIT FISCAL FB00CORR, 'M' = SAISIE FB35 (FB00CORK)
F51205     05  ANOK-ORIGINE-CORR       PIC X(01).
F51205         88  ANOK-PAR-EXTRAIT        VALUE 'F'.
F51205         88  ANOK-PAR-SAISIE         VALUE 'M'.
F51205     05  FILLER                  PIC X(18).
