      *-------------+-------------------------------------------------+
      * 02/09/2026  ! FD 51152 : CREATION.                            !
      * P.ESTEVE    !                                                 !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51204 : PERIMETRE DE PORTEFEUILLE : LES      !
      * P.ESTEVE    ! CONTRATS HORS PERIMETRE DE L'OPERATEUR          !
      *             ! (FB00PERF) NE SONT PAS LISTES ET LE REFUS EST   !
      *             ! JOURNALISE (FILE TD 'FBPR').                    !
      *-------------+-------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *   DECRIRE   ICI   LES   ZONES   SPECIFIQUES   AU   PROGRAMME  *
      *****************************************************************
      *
      *--- PERIMETRE DE PORTEFEUILLE DES OPERATEURS INTERMEDIAIRES
      *--- (REFERENTIEL FB00PERK, INDEX CONTRAT FB00INTK, FILE TD
      *--- 'FBPR' DES TENTATIVES REFUSEES)
       ++INCLUDE FB00PERF
      *
      *--- POSTE DE LA VUE CONSOLIDEE (DESSIN FB03VUED DE FB03B05)
       01  WSS-VUED-ENR.
           05  WSS-VUED-CLE.
              SET FIN-BROWSE TO TRUE
              GO TO FLIRE-VUE-SUIVANTE
           END-IF.
      *    CONTRAT HORS PERIMETRE DE L'OPERATEUR : NON LISTE
           MOVE WSS-VUED-NUMCONT    TO WSS-PERI-NUMCONT.
           MOVE 'FB19'              TO WSS-PERI-ECRAN.
           PERFORM CONTROLE-PERIMETRE THRU
                   FCONTROLE-PERIMETRE.
           IF PERIMETRE-REFUSE
              GO TO FLIRE-VUE-SUIVANTE
           END-IF.
           MOVE WSS-VUED-NUMCONT    TO WSS-LST-NUMCONT.
           MOVE WSS-VUED-ORIGINE    TO WSS-LST-ORIGINE.
           MOVE WSS-VUED-NATURE     TO WSS-LST-NATURE.
           END-EXEC.
       FJOURNALISER-ACCES. EXIT.
      *
      ******************************************************************
      * PERIMETRE DE PORTEFEUILLE (FD 51204) : UN OPERATEUR RATTACHE A *
      * UN INTERMEDIAIRE (KSDS FB00PERK, TYPE 'I' EN VIGUEUR) N'OUVRE  *
      * QUE LES CONTRATS DE CET INTERMEDIAIRE (INDEX FB00INTK) ET LES  *
      * CONTRATS QUI LUI SONT DELEGUES (TYPE 'D'). L'APPELANT POSE LE  *
      * CONTRAT ET L'ECRAN ; LE REFUS EST JOURNALISE SUR LA FILE TD    *
      * 'FBPR' (ETAT MENSUEL DE CONFORMITE FB00B65)                    *
      ******************************************************************
      *
       CONTROLE-PERIMETRE.
      *-------------------
      *
           MOVE 'L'                 TO WSS-PERI-RESULTAT.
           IF WSS-PERI-NUMCONT = SPACES OR LOW-VALUE
              OR WSS-PERI-NUMCONT (1:3) = 'ZZZ' OR 'DEV'
              GO TO FCONTROLE-PERIMETRE
           END-IF.
           EXEC CICS ASKTIME ABSTIME (WSS-PERI-ABSTIME)
                             NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME  (WSS-PERI-ABSTIME)
                                YYYYMMDD (WSS-PERI-JOUR)
                                TIME     (WSS-PERI-HEURE)
                                NOHANDLE
           END-EXEC.
           MOVE SPACES              TO WSS-PERI-INTER.
           EXEC CICS READ FILE   ('FB00INTK')
                          INTO   (WSS-INTK-ENR)
                          LENGTH (LENGTH OF WSS-INTK-ENR)
                          RIDFLD (WSS-PERI-NUMCONT)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE = LOW-VALUE
              MOVE INTK-INTERMEDIAIRE TO WSS-PERI-INTER
           END-IF.
      *--- RATTACHEMENTS DE L'OPERATEUR : UN SEUL EN VIGUEUR SUFFIT A
      *--- LE LIMITER, CELUI DE L'INTERMEDIAIRE DU CONTRAT L'AUTORISE
           MOVE COM-GENE-LIBUSR     TO WSS-PERI-RACF.
           MOVE WSS-PERI-RACF       TO PERI-RID-RACF.
           MOVE 'I'                 TO PERI-RID-TYPE.
           MOVE LOW-VALUE           TO PERI-RID-OBJET.
           MOVE 'N'                 TO WSS-PERI-IND-FIN.
           EXEC CICS STARTBR FILE   ('FB00PERK')
                             RIDFLD (WSS-PERI-RID)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              GO TO FCONTROLE-PERIMETRE
           END-IF.
           PERFORM LIRE-PERIMETRE-SUIVANT THRU
                   FLIRE-PERIMETRE-SUIVANT
              UNTIL FIN-PERIMETRE.
           EXEC CICS ENDBR FILE ('FB00PERK')
                           NOHANDLE
           END-EXEC.
           IF NOT PERIMETRE-REFUSE
              GO TO FCONTROLE-PERIMETRE
           END-IF.
      *--- CONTRAT D'UN AUTRE INTERMEDIAIRE : DELEGATION EN VIGUEUR ?
           MOVE WSS-PERI-RACF       TO PERI-RID-RACF.
           MOVE 'D'                 TO PERI-RID-TYPE.
           MOVE WSS-PERI-NUMCONT    TO PERI-RID-OBJET.
           EXEC CICS READ FILE   ('FB00PERK')
                          INTO   (WSS-PERK-ENR)
                          LENGTH (LENGTH OF WSS-PERK-ENR)
                          RIDFLD (WSS-PERI-RID)
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE = LOW-VALUE
              AND PERK-EN-VIGUEUR
              AND PERK-DATE-DEBUT NOT > WSS-PERI-JOUR
              AND PERK-DATE-FIN NOT < WSS-PERI-JOUR
              MOVE 'D'              TO WSS-PERI-RESULTAT
              GO TO FCONTROLE-PERIMETRE
           END-IF.
           MOVE SPACES              TO WSS-PERR-ENR.
           MOVE WSS-PERI-RACF       TO PERR-RACF.
           MOVE WSS-PERI-JOUR       TO PERR-JOUR.
           MOVE WSS-PERI-HEURE      TO PERR-HEURE.
           MOVE WSS-PERI-ECRAN      TO PERR-ECRAN.
           MOVE EIBTRMID            TO PERR-TRMID.
           MOVE WSS-PERI-NUMCONT    TO PERR-NUMCONT.
           MOVE WSS-PERI-INTER      TO PERR-INTER-CONTRAT.
           EXEC CICS WRITEQ TD QUEUE  ('FBPR')
                               FROM   (WSS-PERR-ENR)
                               LENGTH (LENGTH OF WSS-PERR-ENR)
                               NOHANDLE
           END-EXEC.
      *
       FCONTROLE-PERIMETRE. EXIT.
      *
      ******************************************************************
      * RATTACHEMENT SUIVANT DE L'OPERATEUR : 'R' TANT QU'AUCUN NE     *
      * PORTE L'INTERMEDIAIRE DU CONTRAT, 'I' DES QU'UN LE PORTE       *
      ******************************************************************
      *
       LIRE-PERIMETRE-SUIVANT.
      *-----------------------
      *
           EXEC CICS READNEXT FILE   ('FB00PERK')
                              INTO   (WSS-PERK-ENR)
                              LENGTH (LENGTH OF WSS-PERK-ENR)
                              RIDFLD (WSS-PERI-RID)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              OR PERK-RACF NOT = WSS-PERI-RACF
              OR NOT PERK-RATTACHEMENT
              SET FIN-PERIMETRE     TO TRUE
              GO TO FLIRE-PERIMETRE-SUIVANT
           END-IF.
           IF PERK-EN-VIGUEUR
              AND PERK-DATE-DEBUT NOT > WSS-PERI-JOUR
              AND PERK-DATE-FIN NOT < WSS-PERI-JOUR
              IF WSS-PERI-INTER NOT = SPACES
                 AND PERK-OBJET (1:8) = WSS-PERI-INTER
                 MOVE 'I'           TO WSS-PERI-RESULTAT
                 SET FIN-PERIMETRE  TO TRUE
              ELSE
                 MOVE 'R'           TO WSS-PERI-RESULTAT
              END-IF
           END-IF.
      *
       FLIRE-PERIMETRE-SUIVANT. EXIT.
      *
      *
      *****************************************************************
      *    INITIALISATION DE LA CONVERSATION (MEME TECHNIQUE QUE      *
      *    FB01T00 : TABLE AACONV, CONTROLE D'ACCES, TS DE            *
