F51112*             ! DOUBLE DANS LE KSDS FB08APPF (CLE CONTRAT +     !
F51112*             ! JOUR + HEURE) POUR SURVIVRE AU RECYCLAGE CICS.  !
      *-------------+-------------------------------------------------+
F51182* 15/10/2026  ! FD 51182 : ITEM DE COMPLETUDE ALLONGE DES       !
F51182* P.ESTEVE    ! DONNEES DE SOUSCRIPTION (A BLANC ICI).          !
      *-------------+-------------------------------------------------+
F51204* 15/10/2026  ! FD 51204 : PERIMETRE DE PORTEFEUILLE : UN       !
F51204* P.ESTEVE    ! OPERATEUR RATTACHE A UN INTERMEDIAIRE           !
F51204*             ! (FB00PERK, TRANSACTION FB34) N'OUVRE QUE LES    !
F51204*             ! CONTRATS DE CET INTERMEDIAIRE (INDEX FB00INTK)  !
F51204*             ! OU DELEGUES ; REFUS (MESSAGE FBP01) JOURNALISE  !
F51204*             ! SUR LA FILE TD 'FBPR' (ETAT MENSUEL FB00B65).   !
F51204*-------------+-------------------------------------------------+
00052 *                       *************                           !  EQW93FB3
00053 *                       ** LEGENDE **                           !  EQW93FB3
00054 *                       *************                           !  EQW93FB3
F51091*--- CATEGORIES DE PERMIS (FD 51091) : ALIMENTEES PAR FB02
F51091*--- SEULEMENT, ESPACES SUR CET ECRAN
F51091     05  COMPLT-CATEGORIES   PIC X(09).
F51182*--- DONNEES DE SOUSCRIPTION (FD 51182) : ALIMENTEES PAR FB02
F51182*--- ET FB04 SEULEMENT, ESPACES SUR CET ECRAN
F51182     05  COMPLT-SOUSCRIPTION PIC X(16).
F51087****************************************************************
F51087*   MODE ECOLE (FD 51087) : PLAGE DE CONTRATS BAC A SABLE
F51087*   ('ZZZ' EN TETE DE NUMERO) - FILIGRANE POSE A CHAQUE
F51133*   TABLE D'HABILITATION PARTAGEE (DROIT DE DEROGATION
F51133*   SUPERVISEUR - FD 51084)
F51133 ++INCLUDE FB00HABT
F51204*   PERIMETRE DE PORTEFEUILLE DES OPERATEURS INTERMEDIAIRES
F51204*   (FD 51204) : REFERENTIEL FB00PERK, INDEX CONTRAT FB00INTK,
F51204*   FILE TD 'FBPR' DES TENTATIVES REFUSEES
F51204 ++INCLUDE FB00PERF
F51133****************************************************************
F51133*   STATUT ADMINISTRATIF DU CONTRAT (FD 51133) : KSDS FB00CSTA
F51133*   RECHARGE CHAQUE NUIT PAR FB00B21 DEPUIS LA GESTION DES
00711         ELSE                                                      EQW93FB3
00711            MOVE 1 TO COM-ITEM-AFFICH                              EQW93FB3
00711         END-IF                                                    EQW93FB3
F51204*    PERIMETRE DE PORTEFEUILLE DE L'OPERATEUR (FD 51204) : UN
F51204*    CONTRAT HORS PERIMETRE N'EST PAS AFFICHE, RETOUR AU
F51204*    NIVEAU SUPERIEUR
F51204         MOVE INF-NOPOL OF TS-SUSPENS1 TO WSS-PERI-NUMCONT
F51204         MOVE 'FB03'              TO WSS-PERI-ECRAN
F51204         PERFORM CONTROLE-PERIMETRE THRU
F51204                 FCONTROLE-PERIMETRE
F51204         IF PERIMETRE-REFUSE
F51204            MOVE 1               TO KONTROL
F51204            MOVE 'FBP01'         TO COM-GENE-MESANO
F51204                                    COM-CODERR
F51204            PERFORM SORTIE-LEVEL-SUPERIEUR THRU
F51204                    FIN-SORTIE-LEVEL-SUPERIEUR
F51204         END-IF
F51094*    JOURNAL DES CONSULTATIONS (FD 51094) : TRACE A L'ENTREE
F51094*    DE LA CONVERSATION
F51094      PERFORM ECR-TS-CONSULT THRU
00876 *-------------------*                                             EQW93FB3
00877      PERFORM RESTAURATION-ATTRIBUTS THRU                          EQW93FB3
00878              FIN-RESTAURATION-ATTRIBUTS.                           EQW93FB3
F51204*    PERIMETRE DE PORTEFEUILLE DE L'OPERATEUR (FD 51204) : UN
F51204*    CONTRAT HORS PERIMETRE (CHAINAGE SANS PASSAGE PAR FB01)
F51204*    N'EST PAS TRAITE, RETOUR AU NIVEAU SUPERIEUR
F51204      MOVE INF-NOPOL OF TS-SUSPENS1 TO WSS-PERI-NUMCONT.
F51204      MOVE 'FB03'              TO WSS-PERI-ECRAN.
F51204      PERFORM CONTROLE-PERIMETRE THRU
F51204              FCONTROLE-PERIMETRE.
F51204      IF PERIMETRE-REFUSE
F51204         MOVE 1               TO KONTROL
F51204         MOVE 'FBP01'         TO COM-GENE-MESANO
F51204                                 COM-CODERR
F51204         PERFORM SORTIE-LEVEL-SUPERIEUR THRU
F51204                 FIN-SORTIE-LEVEL-SUPERIEUR
F51204      END-IF.
F51133*    STATUT ADMINISTRATIF DU CONTRAT (FD 51133) : RESILIE OU
F51133*    SUSPENDU = LECTURE SEULE SAUF DEROGATION SUPERVISEUR
F51133      PERFORM CONTROLE-STATUT-CONTRAT THRU
F51075     MOVE 'P'                 TO COMPLT-TYPE.
F51075     MOVE COM-FB-RANG-TS-LIRE TO COMPLT-RANG.
F51091     MOVE SPACES              TO COMPLT-CATEGORIES.
F51182     MOVE SPACES              TO COMPLT-SOUSCRIPTION.
F51075     EXEC CICS WRITEQ TS QUEUE  (IDENT-TS-COMPLT)
F51075                         FROM   (WSS-COMPLT-ENR)
F51075                         LENGTH (LENGTH OF WSS-COMPLT-ENR)
F51133     END-IF.
F51133*
F51133 FCONTROLE-STATUT-CONTRAT. EXIT.
F51204*
F51204******************************************************************
F51204* PERIMETRE DE PORTEFEUILLE (FD 51204) : UN OPERATEUR RATTACHE A *
F51204* UN INTERMEDIAIRE (KSDS FB00PERK, TYPE 'I' EN VIGUEUR) N'OUVRE  *
F51204* QUE LES CONTRATS DE CET INTERMEDIAIRE (INDEX FB00INTK) ET LES  *
F51204* CONTRATS QUI LUI SONT DELEGUES (TYPE 'D'). L'APPELANT POSE LE  *
F51204* CONTRAT ET L'ECRAN ; LE REFUS EST JOURNALISE SUR LA FILE TD    *
F51204* 'FBPR' (ETAT MENSUEL DE CONFORMITE FB00B65)                    *
F51204******************************************************************
F51204*
F51204 CONTROLE-PERIMETRE.
F51204*-------------------
F51204*
F51204     MOVE 'L'                 TO WSS-PERI-RESULTAT.
F51204     IF WSS-PERI-NUMCONT = SPACES OR LOW-VALUE
F51204        OR WSS-PERI-NUMCONT (1:3) = 'ZZZ' OR 'DEV'
F51204        GO TO FCONTROLE-PERIMETRE
F51204     END-IF.
F51204     EXEC CICS ASKTIME ABSTIME (WSS-PERI-ABSTIME)
F51204                       NOHANDLE
F51204     END-EXEC.
F51204     EXEC CICS FORMATTIME ABSTIME  (WSS-PERI-ABSTIME)
F51204                          YYYYMMDD (WSS-PERI-JOUR)
F51204                          TIME     (WSS-PERI-HEURE)
F51204                          NOHANDLE
F51204     END-EXEC.
F51204     MOVE SPACES              TO WSS-PERI-INTER.
F51204     EXEC CICS READ FILE   ('FB00INTK')
F51204                    INTO   (WSS-INTK-ENR)
F51204                    LENGTH (LENGTH OF WSS-INTK-ENR)
F51204                    RIDFLD (WSS-PERI-NUMCONT)
F51204                    NOHANDLE
F51204     END-EXEC.
F51204     IF EIBRCODE = LOW-VALUE
F51204        MOVE INTK-INTERMEDIAIRE TO WSS-PERI-INTER
F51204     END-IF.
F51204*--- RATTACHEMENTS DE L'OPERATEUR : UN SEUL EN VIGUEUR SUFFIT A
F51204*--- LE LIMITER, CELUI DE L'INTERMEDIAIRE DU CONTRAT L'AUTORISE
F51204     MOVE COM-GENE-LIBUSR     TO WSS-PERI-RACF.
F51204     MOVE WSS-PERI-RACF       TO PERI-RID-RACF.
F51204     MOVE 'I'                 TO PERI-RID-TYPE.
F51204     MOVE LOW-VALUE           TO PERI-RID-OBJET.
F51204     MOVE 'N'                 TO WSS-PERI-IND-FIN.
F51204     EXEC CICS STARTBR FILE   ('FB00PERK')
F51204                       RIDFLD (WSS-PERI-RID)
F51204                       GTEQ
F51204                       NOHANDLE
F51204     END-EXEC.
F51204     IF EIBRCODE NOT = LOW-VALUE
F51204        GO TO FCONTROLE-PERIMETRE
F51204     END-IF.
F51204     PERFORM LIRE-PERIMETRE-SUIVANT THRU
F51204             FLIRE-PERIMETRE-SUIVANT
F51204        UNTIL FIN-PERIMETRE.
F51204     EXEC CICS ENDBR FILE ('FB00PERK')
F51204                     NOHANDLE
F51204     END-EXEC.
F51204     IF NOT PERIMETRE-REFUSE
F51204        GO TO FCONTROLE-PERIMETRE
F51204     END-IF.
F51204*--- CONTRAT D'UN AUTRE INTERMEDIAIRE : DELEGATION EN VIGUEUR ?
F51204     MOVE WSS-PERI-RACF       TO PERI-RID-RACF.
F51204     MOVE 'D'                 TO PERI-RID-TYPE.
F51204     MOVE WSS-PERI-NUMCONT    TO PERI-RID-OBJET.
F51204     EXEC CICS READ FILE   ('FB00PERK')
F51204                    INTO   (WSS-PERK-ENR)
F51204                    LENGTH (LENGTH OF WSS-PERK-ENR)
F51204                    RIDFLD (WSS-PERI-RID)
F51204                    NOHANDLE
F51204     END-EXEC.
F51204     IF EIBRCODE = LOW-VALUE
F51204        AND PERK-EN-VIGUEUR
F51204        AND PERK-DATE-DEBUT NOT > WSS-PERI-JOUR
F51204        AND PERK-DATE-FIN NOT < WSS-PERI-JOUR
F51204        MOVE 'D'              TO WSS-PERI-RESULTAT
F51204        GO TO FCONTROLE-PERIMETRE
F51204     END-IF.
F51204     MOVE SPACES              TO WSS-PERR-ENR.
F51204     MOVE WSS-PERI-RACF       TO PERR-RACF.
F51204     MOVE WSS-PERI-JOUR       TO PERR-JOUR.
F51204     MOVE WSS-PERI-HEURE      TO PERR-HEURE.
F51204     MOVE WSS-PERI-ECRAN      TO PERR-ECRAN.
F51204     MOVE EIBTRMID            TO PERR-TRMID.
F51204     MOVE WSS-PERI-NUMCONT    TO PERR-NUMCONT.
F51204     MOVE WSS-PERI-INTER      TO PERR-INTER-CONTRAT.
F51204     EXEC CICS WRITEQ TD QUEUE  ('FBPR')
F51204                         FROM   (WSS-PERR-ENR)
F51204                         LENGTH (LENGTH OF WSS-PERR-ENR)
F51204                         NOHANDLE
F51204     END-EXEC.
F51204*
F51204 FCONTROLE-PERIMETRE. EXIT.
F51204*
F51204******************************************************************
F51204* RATTACHEMENT SUIVANT DE L'OPERATEUR : 'R' TANT QU'AUCUN NE     *
F51204* PORTE L'INTERMEDIAIRE DU CONTRAT, 'I' DES QU'UN LE PORTE       *
F51204******************************************************************
F51204*
F51204 LIRE-PERIMETRE-SUIVANT.
F51204*-----------------------
F51204*
F51204     EXEC CICS READNEXT FILE   ('FB00PERK')
F51204                        INTO   (WSS-PERK-ENR)
F51204                        LENGTH (LENGTH OF WSS-PERK-ENR)
F51204                        RIDFLD (WSS-PERI-RID)
F51204                        NOHANDLE
F51204     END-EXEC.
F51204     IF EIBRCODE NOT = LOW-VALUE
F51204        OR PERK-RACF NOT = WSS-PERI-RACF
F51204        OR NOT PERK-RATTACHEMENT
F51204        SET FIN-PERIMETRE     TO TRUE
F51204        GO TO FLIRE-PERIMETRE-SUIVANT
F51204     END-IF.
F51204     IF PERK-EN-VIGUEUR
F51204        AND PERK-DATE-DEBUT NOT > WSS-PERI-JOUR
F51204        AND PERK-DATE-FIN NOT < WSS-PERI-JOUR
F51204        IF WSS-PERI-INTER NOT = SPACES
F51204           AND PERK-OBJET (1:8) = WSS-PERI-INTER
F51204           MOVE 'I'           TO WSS-PERI-RESULTAT
F51204           SET FIN-PERIMETRE  TO TRUE
F51204        ELSE
F51204           MOVE 'R'           TO WSS-PERI-RESULTAT
F51204        END-IF
F51204     END-IF.
F51204*
F51204 FLIRE-PERIMETRE-SUIVANT. EXIT.
F51204*
F51133*
F51136*
F51136******************************************************************
