F51204*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51204*   FB00PERF : PERIMETRE DE PORTEFEUILLE DES OPERATEURS         *
F51204*   INTERMEDIAIRES. FB00HABT DIT QUELLES ACTIONS UN GROUPE RACF *
F51204*   PEUT FAIRE, PAS SUR QUELS CONTRATS : UN OPERATEUR RATTACHE  *
F51204*   A UN CODE INTERMEDIAIRE NE PEUT OUVRIR QUE LES CONTRATS DE  *
F51204*   CET INTERMEDIAIRE OU CEUX QUI LUI SONT DELEGUES.            *
F51204*   - REFERENTIEL KSDS FB00PERK (CLE = RACF + TYPE + OBJET),    *
F51204*     ENTRETENU PAR LA TRANSACTION FB34 : TYPE 'I' = RATTACHE-  *
F51204*     MENT A UN INTERMEDIAIRE (OBJET = CODE INTERMEDIAIRE),     *
F51204*     TYPE 'D' = DELEGATION D'UN CONTRAT (OBJET = CONTRAT). UN  *
F51204*     OPERATEUR SANS RATTACHEMENT EN VIGUEUR N'EST PAS LIMITE.  *
F51204*   - INTERMEDIAIRE DU CONTRAT : KSDS FB00INTK, REPRO DE        *
F51204*     L'EXTRAIT FB00INTC PAR LE JCL DE NUIT (CLE = CONTRAT).    *
F51204*   - TENTATIVE REFUSEE : FILE TD 'FBPR', DECHARGEE PAR LE JCL  *
F51204*     DANS FB00PERR ET RESTITUEE CHAQUE MOIS A LA CONFORMITE    *
F51204*     PAR FB00B65.                                              *
F51204*   LE PARAGRAPHE CONTROLE-PERIMETRE EST REPRIS A L'IDENTIQUE   *
F51204*   DANS FB01T00, FB02T00, FB03T00, FB04T00, FB06T00 ET FB19T00 *
F51204*   (L'APPELANT POSE WSS-PERI-NUMCONT ET WSS-PERI-ECRAN).       *
F51204*   LES CONTRATS DU BAC A SABLE ('ZZZ') ET LES DEVIS PROSPECT   *
F51204*   ('DEV') NE SONT PAS DANS LES PORTEFEUILLES : NON CONTROLES. *
F51204*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51204 01  WSS-PERK-ENR.
F51204     05  PERK-CLE.
F51204         10  PERK-RACF           PIC X(15).
F51204         10  PERK-TYPE           PIC X(01).
F51204             88  PERK-RATTACHEMENT   VALUE 'I'.
F51204             88  PERK-DELEGATION     VALUE 'D'.
F51204             88  PERK-TYPE-VALIDE    VALUE 'I' 'D'.
F51204*--- CODE INTERMEDIAIRE (8 CARACTERES) OU NUMERO DE CONTRAT
F51204         10  PERK-OBJET          PIC X(12).
F51204*--- PERIODE SSAAMMJJ, FIN INCLUSE, '99999999' SI SANS LIMITE
F51204     05  PERK-DATE-DEBUT         PIC X(08).
F51204     05  PERK-DATE-FIN           PIC X(08).
F51204     05  PERK-MOTIF              PIC X(30).
F51204     05  PERK-ACTIF              PIC X(01).
F51204         88  PERK-EN-VIGUEUR         VALUE 'O'.
F51204     05  PERK-DATE-MAJ           PIC X(08).
F51204     05  PERK-RACF-MAJ           PIC X(15).
F51204     05  FILLER                  PIC X(02).
F51204*
F51204*--- POSTE DE L'INDEX CONTRAT -> INTERMEDIAIRE (DESSIN FB00INTC)
F51204 01  WSS-INTK-ENR.
F51204     05  INTK-NUMCONT            PIC X(12).
F51204     05  INTK-INTERMEDIAIRE      PIC X(08).
F51204     05  INTK-LIB-INTER          PIC X(30).
F51204     05  INTK-PRODUIT            PIC X(04).
F51204     05  INTK-AGENCE             PIC X(05).
F51204     05  FILLER                  PIC X(21).
F51204*
F51204*--- TENTATIVE D'ACCES REFUSEE (FILE TD 'FBPR')
F51204 01  WSS-PERR-ENR.
F51204     05  PERR-RACF               PIC X(15).
F51204     05  PERR-JOUR               PIC X(08).
F51204     05  PERR-HEURE              PIC X(06).
F51204     05  PERR-ECRAN              PIC X(04).
F51204     05  PERR-TRMID              PIC X(04).
F51204     05  PERR-NUMCONT            PIC X(12).
F51204     05  PERR-INTER-CONTRAT      PIC X(08).
F51204     05  FILLER                  PIC X(23).
F51204*
F51204*--- ZONES DE TRAVAIL DU CONTROLE
F51204 01  WSS-PERI-RACF               PIC X(15) VALUE SPACES.
F51204 01  WSS-PERI-NUMCONT            PIC X(12) VALUE SPACES.
F51204 01  WSS-PERI-ECRAN              PIC X(04) VALUE SPACES.
F51204 01  WSS-PERI-INTER              PIC X(08) VALUE SPACES.
F51204 01  WSS-PERI-ABSTIME            PIC S9(15) COMP-3 VALUE +0.
F51204 01  WSS-PERI-JOUR               PIC X(08) VALUE SPACES.
F51204 01  WSS-PERI-HEURE              PIC X(06) VALUE SPACES.
F51204 01  WSS-PERI-RID.
F51204     05  PERI-RID-RACF           PIC X(15).
F51204     05  PERI-RID-TYPE           PIC X(01).
F51204     05  PERI-RID-OBJET          PIC X(12).
F51204 01  WSS-PERI-IND-FIN            PIC X(01) VALUE 'N'.
F51204     88  FIN-PERIMETRE               VALUE 'O'.
F51204*--- 'L' OPERATEUR NON LIMITE, 'I' CONTRAT DE SON INTERMEDIAIRE,
F51204*--- 'D' CONTRAT DELEGUE, 'R' HORS PERIMETRE (REFUSE)
F51204 01  WSS-PERI-RESULTAT           PIC X(01) VALUE 'L'.
F51204     88  PERIMETRE-LIBRE             VALUE 'L'.
F51204     88  PERIMETRE-RESTREINT         VALUE 'R' 'I' 'D'.
F51204     88  PERIMETRE-INTERMEDIAIRE     VALUE 'I'.
F51204     88  PERIMETRE-DELEGATION        VALUE 'D'.
F51204     88  PERIMETRE-REFUSE            VALUE 'R'.
