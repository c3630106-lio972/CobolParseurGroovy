      *           ADRESSE AU TITULAIRE DU CONTRAT. CHAQUE LIGNE EST
      *           DOUBLEE SUR LA COPIE D'ARCHIVE FB01RELA (TYPE DE
      *           DOCUMENT 'AV') QUI ALIMENTE LA GED VIA FB00B13.
      *           UNE SORTIE ('D') EST LIBELLEE SELON SON MOTIF
      *           (REFERENTIEL FB01MOTF DECHARGE DANS FB01MOTX) ; A
      *           DEFAUT, LE LIBELLE DU RELEVE EST REPRIS.
      *           LES ELEMENTS ACTIFS SONT VENTILES PAR SOUS-FLOTTE
      *           (SITE OU CENTRE DE COUT) LORSQUE LE CONTRAT EN
      *           COMPORTE (AFFECTATIONS FB01SFLA DECHARGEES DANS
      *           FB01SFLX, RAPPROCHEES SUR LE TYPE ET L'IDENTIFIANT).
      *           LES EXCLUSIONS NOMINATIVES DE CONDUITE EN VIGUEUR
      *           (KSDS FB01EXCL DECHARGE DANS FB01EXCX) SONT
      *           RAPPELEES AVANT LA SYNTHESE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51121 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51166 LIBELLE DES
      *                                       SORTIES SUR L'AVENANT
      *                                       REPRIS DU REFERENTIEL
      *                                       DES MOTIFS (FB01MOTX).
      *
      * 15.10.2026 GFA/P.ESTEVE     M002      F51173 REPARTITION DES
      *                                       ELEMENTS ACTIFS PAR
      *                                       SOUS-FLOTTE (FB01SFLX).
      *
      * 15.10.2026 GFA/P.ESTEVE     M003      F51208 EXCLUSIONS DE
      *                                       CONDUITE EN VIGUEUR
      *                                       RAPPELEES SUR L'AVENANT
      *                                       (FB01EXCX).
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *--- COPIE D'ARCHIVE DOCUMENTAIRE (FLUX GED)
           SELECT  FB01RELA   ASSIGN  FB01RELA
                               FILE STATUS IS  FS-FB01RELA-STATUS.
      *--- DECHARGEMENT DU REFERENTIEL DES MOTIFS DE SORTIE FB01MOTF
           SELECT  FB01MOTX   ASSIGN  FB01MOTX
                               FILE STATUS IS  FS-FB01MOTX-STATUS.
      *--- DECHARGEMENT DES AFFECTATIONS AUX SOUS-FLOTTES FB01SFLA,
      *--- TRIE PAR CONTRAT
           SELECT  FB01SFLX   ASSIGN  FB01SFLX
                               FILE STATUS IS  FS-FB01SFLX-STATUS.
      *--- DECHARGEMENT DES EXCLUSIONS DE CONDUITE FB01EXCL, TRIE PAR
      *--- CONTRAT
           SELECT  FB01EXCX   ASSIGN  FB01EXCX
                               FILE STATUS IS  FS-FB01EXCX-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05  RECA-ECRAN             PIC X(04).
           05  FILLER                 PIC X(02).
           05  RECA-CODE-ACTION       PIC X(01).
           05  RECA-MOTIF             PIC X(01).
           05  FILLER                 PIC X(01).
           05  RECA-LIBELLE           PIC X(30).
           05  FILLER                 PIC X(02).
           05  RECA-RACF              PIC X(15).
           05  RELA-TYPE-DOC          PIC X(02).
           05  RELA-TYPE-LIGNE        PIC X(02).
           05  RELA-TEXTE             PIC X(78).
      *
       FD  FB01MOTX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01MOTX              PIC X(100).
      *
       FD  FB01SFLX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01SFLX              PIC X(100).
      *
       FD  FB01EXCX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01EXCX              PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           88     OK-FB01EDIC       VALUE '00'.
       01  FS-FB01RELA-STATUS   PIC X(02).
           88     OK-FB01RELA       VALUE '00'.
       01  FS-FB01MOTX-STATUS   PIC X(02).
           88     OK-FB01MOTX       VALUE '00'.
       01  FS-FB01SFLX-STATUS   PIC X(02).
           88     OK-FB01SFLX       VALUE '00'.
           88     EOF-FB01SFLX      VALUE '10'.
       01  FS-FB01EXCX-STATUS   PIC X(02).
           88     OK-FB01EXCX       VALUE '00'.
           88     EOF-FB01EXCX      VALUE '10'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
           88     FIN-RECA           VALUE 'O'.
       01  WS-IND-FIN-COMP       PIC X(01) VALUE 'N'.
           88     FIN-COMP           VALUE 'O'.
       01  WS-IND-FIN-MOTX       PIC X(01) VALUE 'N'.
           88     FIN-MOTX           VALUE 'O'.
       01  WS-IND-FIN-SFLX       PIC X(01) VALUE 'N'.
           88     FIN-SFLX           VALUE 'O'.
       01  WS-IND-FIN-EXCX       PIC X(01) VALUE 'N'.
           88     FIN-EXCX           VALUE 'O'.
      *================================================================*
      *   LIBELLES D'AVENANT DES MOTIFS DE SORTIE, CHARGES EN MEMOIRE  *
      *================================================================*
       COPY FB00MOTF.
       01  WS-NB-MOTIFS          PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-MOTIFS.
           05  WS-MOT             OCCURS 100 TIMES
                                  INDEXED BY IX-MOT.
               10  WS-MOT-CODE       PIC X(01).
               10  WS-MOT-LIB-AVT    PIC X(30).
       01  WS-LIBELLE-ACTION     PIC X(30) VALUE SPACES.
      *================================================================*
      *   SOUS-FLOTTES DU CONTRAT EN COURS : AFFECTATIONS DES ELEMENTS *
      *   (FB01SFLX) ET VENTILATION DES ELEMENTS ACTIFS PAR CODE       *
      *================================================================*
       COPY FB00SFLF.
       01  WS-NB-SFA             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-SFA.
           05  WS-SFA             OCCURS 500 TIMES
                                  INDEXED BY IX-SFA.
               10  WS-SFA-TYPE       PIC X(01).
               10  WS-SFA-IDENT      PIC X(30).
               10  WS-SFA-CODE       PIC X(03).
       01  WS-NB-VSF             PIC S9(4) COMP VALUE ZERO.
       01  WS-TABLE-VSF.
           05  WS-VSF             OCCURS 100 TIMES
                                  INDEXED BY IX-VSF.
               10  WS-VSF-CODE       PIC X(03).
               10  WS-VSF-NB         PIC 9(05) COMP.
       01  WS-CODE-SFL           PIC X(03) VALUE SPACES.
       01  WS-EDIT-NB-SFL        PIC ZZZZ9.
      *================================================================*
      *   EXCLUSIONS DE CONDUITE DU CONTRAT EN COURS                   *
      *================================================================*
       COPY FB01EXCF.
       01  WS-NB-EXCL-CONT       PIC 9(05) COMP VALUE ZERO.
       01  WS-LIB-MOTIF-EXCL     PIC X(12) VALUE SPACES.
       01  WS-LIB-DATE-EXCL      PIC X(18) VALUE SPACES.
      *================================================================*
      *   RUPTURE CONTRAT ET CUMULS DE L'AVENANT EN COURS              *
      *================================================================*
       01  WS-CPT-AVENANTS       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ACTIONS        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SANS-ACTION    PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EXCLUSIONS     PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
      ******************************************************************
      *                     T R A I T E M E N T                        *
           OPEN INPUT  FB00RECA
           OPEN INPUT  FB00COMP
           OPEN OUTPUT FB01EDIC
           OPEN OUTPUT FB01RELA
           OPEN INPUT  FB01MOTX
           OPEN INPUT  FB01SFLX
           OPEN INPUT  FB01EXCX.
           IF NOT OK-FB01PRIM OR NOT OK-FB00RECA
              OR NOT OK-FB00COMP OR NOT OK-FB01EDIC
              OR NOT OK-FB01RELA OR NOT OK-FB01MOTX
              OR NOT OK-FB01SFLX OR NOT OK-FB01EXCX
              DISPLAY 'FB01B07 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 11000-CHARGER-MOTIF
              UNTIL FIN-MOTX.
           CLOSE FB01MOTX.
           PERFORM 21000-LIRE-PRIM
           PERFORM 21100-LIRE-RECA
           PERFORM 21200-LIRE-COMP
           PERFORM 21300-LIRE-SFLX
           PERFORM 21400-LIRE-EXCX
           .
      ******************************************************************
       11000-CHARGER-MOTIF.
      *--------------------
           READ FB01MOTX INTO WSS-MOTF-ENR
              AT END
                 SET FIN-MOTX TO TRUE
           END-READ.
           IF NOT FIN-MOTX
              IF WS-NB-MOTIFS = 100
                 DISPLAY 'FB01B07 : TABLE DES MOTIFS SATUREE (100)'
                 PERFORM 32000-ABANDON-ERREUR-FAT
              END-IF
              ADD 1                  TO WS-NB-MOTIFS
              SET IX-MOT             TO WS-NB-MOTIFS
              MOVE MOTF-CODE         TO WS-MOT-CODE(IX-MOT)
              MOVE MOTF-LIB-AVENANT  TO WS-MOT-LIB-AVT(IX-MOT)
           END-IF
           .
      ******************************************************************
       20000-TRAITEMENT.
           PERFORM 22000-COMPTER-ACTIFS-COMP.
           PERFORM 23000-EDITER-ENTETE.
           PERFORM 24000-PARCOURIR-ACTIONS.
           PERFORM 26000-EDITER-EXCLUSIONS.
           PERFORM 25000-EDITER-SYNTHESE-PIED
           .
      ******************************************************************
       22000-COMPTER-ACTIFS-COMP.
      *---------------------------
           MOVE ZERO TO WS-NB-ACTIFS-APRES.
           PERFORM 22300-CHARGER-SFL-CONTRAT.
           PERFORM 22100-AVANCER-COMP
              UNTIL FIN-COMP
              OR COMP-NUMCONT NOT < WS-NUMCONT-RUPTURE.
      *---------------------
           IF COMP-DATSOR = SPACES
              ADD 1 TO WS-NB-ACTIFS-APRES
              IF WS-NB-SFA > ZERO
                 PERFORM 22400-VENTILER-SFL
              END-IF
           END-IF
           PERFORM 21200-LIRE-COMP
           .
      ******************************************************************
      *   AFFECTATIONS AUX SOUS-FLOTTES DU CONTRAT CHARGEES EN        *
      *   MEMOIRE (TYPE + IDENTIFIANT DE L'ELEMENT -> CODE)           *
      ******************************************************************
       22300-CHARGER-SFL-CONTRAT.
      *---------------------------
           MOVE ZERO TO WS-NB-SFA
                        WS-NB-VSF.
           PERFORM 21300-LIRE-SFLX
              UNTIL FIN-SFLX
              OR SFLA-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           PERFORM 22310-RANGER-SFA
              UNTIL FIN-SFLX
              OR SFLA-NUMCONT NOT = WS-NUMCONT-RUPTURE
           .
      ******************************************************************
       22310-RANGER-SFA.
      *-----------------
           IF WS-NB-SFA = 500
              DISPLAY 'FB01B07 : TABLE DES SOUS-FLOTTES SATUREE (500)'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           ADD 1                  TO WS-NB-SFA.
           SET IX-SFA             TO WS-NB-SFA.
           MOVE SFLA-TYPE         TO WS-SFA-TYPE(IX-SFA).
           MOVE SFLA-IDENT        TO WS-SFA-IDENT(IX-SFA).
           MOVE SFLA-CODE         TO WS-SFA-CODE(IX-SFA).
           PERFORM 21300-LIRE-SFLX
           .
      ******************************************************************
      *   SOUS-FLOTTE DE L'ELEMENT ACTIF (A BLANC SI NON AFFECTE) ET  *
      *   CUMUL PAR CODE                                              *
      ******************************************************************
       22400-VENTILER-SFL.
      *-------------------
           MOVE SPACES TO WS-CODE-SFL.
           SET IX-SFA TO 1.
           SEARCH WS-SFA
              AT END
                 CONTINUE
              WHEN IX-SFA > WS-NB-SFA
                 CONTINUE
              WHEN WS-SFA-TYPE(IX-SFA) = COMP-TYPE
               AND WS-SFA-IDENT(IX-SFA) = COMP-IDENT
                 MOVE WS-SFA-CODE(IX-SFA) TO WS-CODE-SFL
           END-SEARCH.
           SET IX-VSF TO 1.
           SEARCH WS-VSF
              AT END
                 CONTINUE
              WHEN IX-VSF > WS-NB-VSF
                 IF WS-NB-VSF = 100
                    DISPLAY 'FB01B07 : TABLE DE VENTILATION SATUREE'
                    PERFORM 32000-ABANDON-ERREUR-FAT
                 END-IF
                 ADD 1               TO WS-NB-VSF
                 SET IX-VSF          TO WS-NB-VSF
                 MOVE WS-CODE-SFL    TO WS-VSF-CODE(IX-VSF)
                 MOVE 1              TO WS-VSF-NB(IX-VSF)
              WHEN WS-VSF-CODE(IX-VSF) = WS-CODE-SFL
                 ADD 1               TO WS-VSF-NB(IX-VSF)
           END-SEARCH
           .
      ******************************************************************
       23000-EDITER-ENTETE.
      *--------------------
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE RECA-LIBELLE   TO WS-LIBELLE-ACTION
              IF RECA-CODE-ACTION = 'D'
                 PERFORM 24300-LIBELLER-SORTIE
              END-IF
              MOVE 'DT'           TO EDIC-TYPE-LIGNE
              MOVE SPACES         TO WS-LIGNE-DOC
              STRING '  - ' WS-LIBELLE-ACTION
                     ' A ' RECA-HEURE
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
           PERFORM 21100-LIRE-RECA
           .
      ******************************************************************
      *   LIBELLE D'AVENANT DU MOTIF DE LA SORTIE : MOTIF ABSENT DU   *
      *   REFERENTIEL OU SANS LIBELLE = LIBELLE GENERIQUE DU RELEVE   *
      ******************************************************************
       24300-LIBELLER-SORTIE.
      *----------------------
           SET IX-MOT TO 1.
           IF RECA-MOTIF NOT = SPACE AND LOW-VALUE
              AND WS-NB-MOTIFS > ZERO
              SEARCH WS-MOT
                 AT END
                    CONTINUE
                 WHEN IX-MOT > WS-NB-MOTIFS
                    CONTINUE
                 WHEN WS-MOT-CODE(IX-MOT) = RECA-MOTIF
                    IF WS-MOT-LIB-AVT(IX-MOT) NOT = SPACES
                       MOVE WS-MOT-LIB-AVT(IX-MOT)
                                       TO WS-LIBELLE-ACTION
                    END-IF
              END-SEARCH
           END-IF
           .
      ******************************************************************
      *   SYNTHESE : ETAT AVANT RECONSTITUE (APRES - ENTREES +        *
      *   CLOTURES), ETAT APRES, IMPACT INDICATIF DE PRIME CONFIRME   *
      *   A LA SIGNATURE                                              *
                  ' APRES'
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           IF WS-NB-VSF > ZERO
              MOVE 'REPARTITION PAR SOUS-FLOTTE :' TO WS-LIGNE-DOC
              PERFORM 29000-ECRIRE-LIGNE-DOC
              SET IX-VSF TO 1
              PERFORM 25100-EDITER-SOUS-FLOTTE
                 WS-NB-VSF TIMES
           END-IF.
           IF WS-DELTA-NET < ZERO
              MOVE '-' TO WS-SENS-NET
              COMPUTE WS-EDIT-MONTANT = ZERO - WS-DELTA-NET
                  DELIMITED BY SIZE INTO WS-LIGNE-DOC.
           PERFORM 29000-ECRIRE-LIGNE-DOC
           .
      ******************************************************************
       25100-EDITER-SOUS-FLOTTE.
      *-------------------------
           MOVE WS-VSF-NB(IX-VSF) TO WS-EDIT-NB-SFL.
           MOVE SPACES            TO WS-LIGNE-DOC.
           IF WS-VSF-CODE(IX-VSF) = SPACES
              STRING '  - SANS SOUS-FLOTTE   : ' WS-EDIT-NB-SFL
                     ' ELEMENT(S) ACTIF(S)'
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
           ELSE
              STRING '  - SOUS-FLOTTE ' WS-VSF-CODE(IX-VSF)
                     '    : ' WS-EDIT-NB-SFL
                     ' ELEMENT(S) ACTIF(S)'
                     DELIMITED BY SIZE INTO WS-LIGNE-DOC
           END-IF.
           PERFORM 29000-ECRIRE-LIGNE-DOC.
           SET IX-VSF UP BY 1
           .
      ******************************************************************
      *   EXCLUSIONS DE CONDUITE DU CONTRAT EN VIGUEUR A LA DATE DU   *
      *   TRAITEMENT (DEBUT ATTEINT, FIN INCLUSE NON DEPASSEE) : UNE  *
      *   LIGNE PAR CONDUCTEUR EXCLU D'UN VEHICULE OU DE TOUS ('00')  *
      ******************************************************************
       26000-EDITER-EXCLUSIONS.
      *------------------------
           MOVE ZERO TO WS-NB-EXCL-CONT.
           PERFORM 26100-AVANCER-EXCX
              UNTIL FIN-EXCX
              OR EXCL-NUMCONT NOT < WS-NUMCONT-RUPTURE.
           PERFORM 26200-EDITER-EXCLUSION
              UNTIL FIN-EXCX
              OR EXCL-NUMCONT NOT = WS-NUMCONT-RUPTURE
           .
      ******************************************************************
       26100-AVANCER-EXCX.
      *-------------------
           PERFORM 21400-LIRE-EXCX
           .
      ******************************************************************
       26200-EDITER-EXCLUSION.
      *-----------------------
           IF EXCL-DATE-DEBUT NOT > WS-DATE-TRAITEMENT
              AND EXCL-DATE-FIN NOT < WS-DATE-TRAITEMENT
              IF WS-NB-EXCL-CONT = ZERO
                 MOVE 'DT'        TO EDIC-TYPE-LIGNE
                 MOVE 'EXCLUSIONS DE CONDUITE EN VIGUEUR :'
                                  TO WS-LIGNE-DOC
                 PERFORM 29000-ECRIRE-LIGNE-DOC
              END-IF
              ADD 1               TO WS-NB-EXCL-CONT
              ADD 1               TO WS-CPT-EXCLUSIONS
              PERFORM 26300-LIBELLER-EXCLUSION
              MOVE 'DT'           TO EDIC-TYPE-LIGNE
              MOVE SPACES         TO WS-LIGNE-DOC
              IF EXCL-TOUS-VEHICULES
                 STRING '  - CONDUCTEUR ' EXCL-RANG-COND
                        ' EXCLU DE TOUT VEHICULE ' WS-LIB-DATE-EXCL
                        ' - ' WS-LIB-MOTIF-EXCL
                        DELIMITED BY SIZE INTO WS-LIGNE-DOC
              ELSE
                 STRING '  - CONDUCTEUR ' EXCL-RANG-COND
                        ' EXCLU DU VEHICULE ' EXCL-RANG-VEHI
                        ' ' WS-LIB-DATE-EXCL
                        ' - ' WS-LIB-MOTIF-EXCL
                        DELIMITED BY SIZE INTO WS-LIGNE-DOC
              END-IF
              PERFORM 29000-ECRIRE-LIGNE-DOC
           END-IF
           PERFORM 21400-LIRE-EXCX
           .
      ******************************************************************
       26300-LIBELLER-EXCLUSION.
      *-------------------------
           EVALUATE TRUE
              WHEN EXCL-CONDAMNATION
                 MOVE 'CONDAMNATION' TO WS-LIB-MOTIF-EXCL
              WHEN EXCL-SINISTRALITE
                 MOVE 'SINISTRALITE' TO WS-LIB-MOTIF-EXCL
              WHEN EXCL-PERMIS
                 MOVE 'PERMIS'       TO WS-LIB-MOTIF-EXCL
              WHEN OTHER
                 MOVE 'AUTRE MOTIF'  TO WS-LIB-MOTIF-EXCL
           END-EVALUATE.
           MOVE SPACES TO WS-LIB-DATE-EXCL.
           IF EXCL-SANS-FIN
              STRING 'DEPUIS LE ' EXCL-DATE-DEBUT
                     DELIMITED BY SIZE INTO WS-LIB-DATE-EXCL
           ELSE
              STRING 'JUSQU''AU ' EXCL-DATE-FIN
                     DELIMITED BY SIZE INTO WS-LIB-DATE-EXCL
           END-IF
           .
      ******************************************************************
      *   CHAQUE LIGNE PART SUR LE FLUX CIC ET SUR LA COPIE D'ARCHIVE *
      *   GED AVEC LA REFERENCE DU DOCUMENT (TYPE 'AV')               *
              END-READ
           END-IF
           .
      ******************************************************************
       21300-LIRE-SFLX.
      *----------------
           IF NOT FIN-SFLX
              READ FB01SFLX INTO WSS-SFLA-ENR
                 AT END
                    SET FIN-SFLX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21400-LIRE-EXCX.
      *----------------
           IF NOT FIN-EXCX
              READ FB01EXCX INTO WSS-EXCL-ENR
                 AT END
                    SET FIN-EXCX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB01PRIM FB00RECA FB00COMP FB01EDIC FB01RELA
                 FB01SFLX FB01EXCX.
           DISPLAY 'FB01B07 : SESSIONS SIGNEES LUES  = '
                    WS-CPT-SESSIONS.
           DISPLAY 'FB01B07 : AVENANTS COMPOSES      = '
                    WS-CPT-ACTIONS.
           DISPLAY 'FB01B07 : AVENANTS SANS ACTION   = '
                    WS-CPT-SANS-ACTION.
           DISPLAY 'FB01B07 : EXCLUSIONS RAPPELEES   = '
                    WS-CPT-EXCLUSIONS.
           IF WS-CPT-SANS-ACTION > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
