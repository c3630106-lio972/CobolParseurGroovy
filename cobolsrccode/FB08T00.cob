      * P.ESTEVE    ! TRANSPORT (CODE 'U') LEVE L'ATTENTE D'ACCORD    !
      *             ! SOUSCRIPTION DU CONTRAT (KSDS FB04USGT PASSE A  !
      *             ! 'V') : LA SIGNATURE FB01 REDEVIENT POSSIBLE.    !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51182 : DEMANDES D'ACCORD SUR LES REGLES     !
      * P.ESTEVE    ! D'ACCEPTATION SOUSCRIPTION (CODE 'G') : LES     !
      *             ! DEMANDES DU KSDS FB01REGD POSEES PAR FB01T00 OU !
      *             ! LA NUIT PAR FB01B18 SONT VERSEES DANS LA FILE A !
      *             ! L'ENTREE ET AU RAFRAICHISSEMENT (PF5). LA       !
      *             ! DECISION EST REPORTEE DANS FB01REGD ; PAS       !
      *             ! D'APPEL A FB90T17 POUR CE CODE.                 !
      *-------------+-------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  C17-MESANO          PIC X(05).
           05  FILLER              PIC X(34).
       01  C17-LONG-COMMAREA       PIC S9(4) COMP VALUE +60.
      *****************************************************************
      *   DEMANDES D'ACCORD SUR LES REGLES D'ACCEPTATION (FD 51182) :
      *   DESSIN FB01REGF - LES DEMANDES A VERSER SONT RELEVEES PAR
      *   UN BROWSE (99 AU PLUS PAR PASSAGE) PUIS TRAITEES UNE A UNE
      *****************************************************************
       ++INCLUDE FB01REGF
       01  WSS-REGD-CLE-PARC       PIC X(21).
       01  WSS-IND-FIN-REGD        PIC X(01) VALUE 'N'.
           88  FIN-PARC-REGD               VALUE 'O'.
       01  WSS-NB-A-VERSER         PIC S9(4) COMP VALUE +0.
       01  WSS-IND-VERSE           PIC S9(4) COMP VALUE +0.
       01  WSS-VERS-TAB.
           05  WSS-VERS-CLE        OCCURS 99 TIMES
                                   PIC X(21).
       01  WSS-NUM-VERSEMENT       PIC 9(02) VALUE ZERO.
       01  WSS-RANG-VEHI-N         PIC 9(02) VALUE ZERO.
      *--- HORODATAGE DU VERSEMENT ET DE LA DECISION
       01  WSS-ABSTIME             PIC S9(15) COMP-3 VALUE +0.
       01  WSS-HORO-JOUR           PIC X(08).
       01  WSS-HORO-SSAAMMJJ       PIC X(08).
       01  WSS-HORO-HEURE          PIC X(06).
      *
      *--- LIGNE D'AFFICHAGE (LE NUMERO D'ITEM DE LA FILE EST GARDE
      *--- EN TETE POUR RETROUVER L'ITEM D'UNE SELECTION)
                   FIN-INIT-CONV.
           MOVE SPACES             TO ECR-XMSGALO
                                      ECR-XMSGILO.
           PERFORM VERSER-DEMANDES-REGLES THRU
                   FIN-VERSER-DEMANDES-REGLES.
           PERFORM RAZ-TS-PAGE-FB08 THRU
                   FIN-RAZ-TS-PAGE-FB08.
           PERFORM INVENTAIRE-TS THRU
                 PERFORM TRAITER-SELECTIONS THRU
                         FIN-TRAITER-SELECTIONS
              WHEN TOUCHE-PF5
                 PERFORM VERSER-DEMANDES-REGLES THRU
                         FIN-VERSER-DEMANDES-REGLES
                 PERFORM RAZ-TS-PAGE-FB08 THRU
                         FIN-RAZ-TS-PAGE-FB08
                 PERFORM INVENTAIRE-TS THRU
              GO TO FIN-APPLIQUER-SELECTION
           END-IF.
           IF ECR-TSSELCI (WSS-IND-AFF) = 'A'
      *--- UN ACCORD SUR REGLE D'ACCEPTATION (CODE 'G') N'A AUCUNE
      *--- ACTION A APPLIQUER : IL EST SEULEMENT ENREGISTRE
              IF APPROB-CODE-ACTION NOT = 'G'
                 MOVE APPROB-NUMCONT     TO C17-NUMCONT
                 MOVE APPROB-CODE-ACTION TO C17-CODE-ACTION
                 MOVE APPROB-TYPE-TS     TO C17-TYPE-TS
                 MOVE APPROB-RANG-TS     TO C17-RANG-TS
                 MOVE APPROB-DATE-EFFET  TO C17-DATE-EFFET
                 MOVE SPACES             TO C17-MESANO
                 EXEC CICS LINK PROGRAM  ('FB90T17')
                                COMMAREA (FBI90C17)
                                LENGTH   (C17-LONG-COMMAREA)
                                NOHANDLE
                 END-EXEC
                 IF EIBRCODE NOT = LOW-VALUE
                    MOVE 'FBAP :PB APPEL SERVICE FB90T17' TO MESS
                    GO TO ABANDON-TACHE
                 END-IF
                 IF C17-MESANO NOT = SPACES AND LOW-VALUE
                    MOVE C17-MESANO      TO COM-GENE-MESANO
                                            COM-CODERR
                    GO TO FIN-APPLIQUER-SELECTION
                 END-IF
              END-IF
              MOVE 'V'                TO APPROB-ETAT
              ADD 1                   TO WSS-CPT-APPROUVEES
              PERFORM LEVER-ATTENTE-USAGE THRU
                      FLEVER-ATTENTE-USAGE
           END-IF.
      *--- REGLE D'ACCEPTATION SOUSCRIPTION (FD 51182) : LA DECISION
      *--- EST REPORTEE SUR LA DEMANDE FB01REGD (ACCORD = LE COUPLE NE
      *--- REPASSE PLUS EN FILE, REFUS = LA SIGNATURE RESTE BLOQUEE)
           IF APPROB-CODE-ACTION = 'G'
              PERFORM DECIDER-DEMANDE-REGLE THRU
                      FIN-DECIDER-DEMANDE-REGLE
           END-IF.
           MOVE SPACES              TO WSS-DECJ-ENR.
           MOVE APPROB-NUMCONT      TO DECJ-NUMCONT.
           MOVE APPROB-JOUR         TO DECJ-JOUR-DEMANDE.
           END-IF.
       FLEVER-ATTENTE-USAGE. EXIT.
      *
      *****************************************************************
      *    VERSEMENT DES DEMANDES D'ACCORD SUR REGLE D'ACCEPTATION    *
      *    (FD 51182) : LES DEMANDES FB01REGD EN ATTENTE ET NON       *
      *    ENCORE EN FILE SONT PARQUEES (CODE 'G', RANG DU VEHICULE,  *
      *    JUSTIFICATION = REGLE + RANGS VEHICULE ET CONDUCTEUR) AVEC *
      *    LA MEME PERSISTANCE FB08APPF QUE FB01T00 ; UNE DEMANDE DONT *
      *    LA CLE FB08APPF EXISTE DEJA ATTEND LE PASSAGE SUIVANT      *
      *****************************************************************
       VERSER-DEMANDES-REGLES.
      *----------------------*
           MOVE ZERO                TO WSS-NB-A-VERSER.
           MOVE 'N'                 TO WSS-IND-FIN-REGD.
           MOVE LOW-VALUES          TO WSS-REGD-CLE-PARC.
           EXEC CICS STARTBR FILE   ('FB01REGD')
                             RIDFLD (WSS-REGD-CLE-PARC)
                             GTEQ
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              GO TO FIN-VERSER-DEMANDES-REGLES
           END-IF.
           PERFORM RELEVER-DEMANDE-REGLE THRU
                   FIN-RELEVER-DEMANDE-REGLE
              UNTIL FIN-PARC-REGD.
           EXEC CICS ENDBR FILE ('FB01REGD')
                           NOHANDLE
           END-EXEC.
           IF WSS-NB-A-VERSER = ZERO
              GO TO FIN-VERSER-DEMANDES-REGLES
           END-IF.
           PERFORM HORODATAGE THRU
                   FIN-HORODATAGE.
           MOVE ZERO                TO WSS-NUM-VERSEMENT.
           PERFORM VERSER-UNE-DEMANDE THRU
                   FIN-VERSER-UNE-DEMANDE
              VARYING WSS-IND-VERSE FROM 1 BY 1
              UNTIL WSS-IND-VERSE > WSS-NB-A-VERSER.
       FIN-VERSER-DEMANDES-REGLES. EXIT.
      *
      *****************************************************************
       RELEVER-DEMANDE-REGLE.
      *---------------------*
           EXEC CICS READNEXT FILE   ('FB01REGD')
                              INTO   (WSS-REGD-ENR)
                              LENGTH (LENGTH OF WSS-REGD-ENR)
                              RIDFLD (WSS-REGD-CLE-PARC)
                              NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              SET FIN-PARC-REGD TO TRUE
              GO TO FIN-RELEVER-DEMANDE-REGLE
           END-IF.
           IF REGD-EN-ATTENTE
              AND REGD-A-VERSER
              ADD 1                 TO WSS-NB-A-VERSER
              MOVE REGD-CLE         TO WSS-VERS-CLE (WSS-NB-A-VERSER)
              IF WSS-NB-A-VERSER = 99
                 SET FIN-PARC-REGD  TO TRUE
              END-IF
           END-IF.
       FIN-RELEVER-DEMANDE-REGLE. EXIT.
      *
      *****************************************************************
       VERSER-UNE-DEMANDE.
      *------------------*
           MOVE WSS-VERS-CLE (WSS-IND-VERSE) TO REGD-CLE.
           EXEC CICS READ FILE   ('FB01REGD')
                          INTO   (WSS-REGD-ENR)
                          LENGTH (LENGTH OF WSS-REGD-ENR)
                          RIDFLD (REGD-CLE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              GO TO FIN-VERSER-UNE-DEMANDE
           END-IF.
           IF NOT REGD-EN-ATTENTE
              OR NOT REGD-A-VERSER
              EXEC CICS UNLOCK FILE ('FB01REGD')
                               NOHANDLE
              END-EXEC
              GO TO FIN-VERSER-UNE-DEMANDE
           END-IF.
           ADD 1                    TO WSS-NUM-VERSEMENT.
           MOVE SPACES              TO WSS-APPROB-ENR.
           MOVE 'A'                 TO APPROB-ETAT.
           MOVE REGD-NUMCONT        TO APPROB-NUMCONT.
           MOVE 'G'                 TO APPROB-CODE-ACTION.
           MOVE 'V'                 TO APPROB-TYPE-TS.
           MOVE ZERO                TO WSS-RANG-VEHI-N.
           IF REGD-RANG-VEHI NUMERIC
              MOVE REGD-RANG-VEHI   TO WSS-RANG-VEHI-N
           END-IF.
           MOVE WSS-RANG-VEHI-N     TO APPROB-RANG-TS.
           MOVE REGD-DATE-DEMANDE   TO APPROB-DATE-EFFET.
           STRING REGD-CODE-REGLE ' V' REGD-RANG-VEHI
                  ' C' REGD-RANG-COND
                  DELIMITED BY SIZE INTO APPROB-JUSTIF.
           MOVE REGD-RACF-DEM       TO APPROB-RACF-DEM.
           MOVE WSS-HORO-JOUR       TO APPROB-JOUR.
           STRING WSS-HORO-HEURE (1:2) '/' WSS-HORO-HEURE (3:2)
                  '/' WSS-NUM-VERSEMENT
                  DELIMITED BY SIZE INTO APPROB-HEURE.
           MOVE SPACES              TO WSS-APPF-ENR.
           MOVE APPROB-NUMCONT      TO APPF-NUMCONT.
           MOVE APPROB-JOUR         TO APPF-JOUR.
           MOVE APPROB-HEURE        TO APPF-HEURE.
           MOVE APPROB-ETAT         TO APPF-ETAT.
           MOVE APPROB-CODE-ACTION  TO APPF-CODE-ACTION.
           MOVE APPROB-TYPE-TS      TO APPF-TYPE-TS.
           MOVE APPROB-RANG-TS      TO APPF-RANG-TS.
           MOVE APPROB-DATE-EFFET   TO APPF-DATE-EFFET.
           MOVE APPROB-JUSTIF       TO APPF-JUSTIF.
           MOVE APPROB-RACF-DEM     TO APPF-RACF-DEM.
           EXEC CICS WRITE FILE   ('FB08APPF')
                           FROM   (WSS-APPF-ENR)
                           LENGTH (LENGTH OF WSS-APPF-ENR)
                           RIDFLD (WSS-APPF-CLE)
                           NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              EXEC CICS UNLOCK FILE ('FB01REGD')
                               NOHANDLE
              END-EXEC
              GO TO FIN-VERSER-UNE-DEMANDE
           END-IF.
           EXEC CICS WRITEQ TS QUEUE  (IDENT-TS-APPROB)
                               FROM   (WSS-APPROB-ENR)
                               LENGTH (LENGTH OF WSS-APPROB-ENR)
                               MAIN
                               NOHANDLE
           END-EXEC.
           IF EIBRCODE  NOT = LOW-VALUE
              MOVE 'FBAP :PB ECRITURE FILE APPROBATION' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
           SET REGD-EN-FILE         TO TRUE.
           EXEC CICS REWRITE FILE ('FB01REGD')
                             FROM (WSS-REGD-ENR)
                             LENGTH (LENGTH OF WSS-REGD-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBAP :PB REWRITE KSDS FB01REGD' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
       FIN-VERSER-UNE-DEMANDE. EXIT.
      *
      *****************************************************************
      *    DECISION SUR UNE DEMANDE D'ACCORD (FD 51182) : LA CLE DE   *
      *    LA DEMANDE EST RECONSTITUEE DEPUIS LA JUSTIFICATION - SON  *
      *    ABSENCE (DEMANDE PURGEE) N'EST PAS BLOQUANTE               *
      *****************************************************************
       DECIDER-DEMANDE-REGLE.
      *---------------------*
           MOVE APPROB-NUMCONT      TO REGD-NUMCONT.
           MOVE APPROB-JUSTIF (8:2) TO REGD-RANG-VEHI.
           MOVE APPROB-JUSTIF (12:2)
                                    TO REGD-RANG-COND.
           MOVE APPROB-JUSTIF (1:5) TO REGD-CODE-REGLE.
           EXEC CICS READ FILE   ('FB01REGD')
                          INTO   (WSS-REGD-ENR)
                          LENGTH (LENGTH OF WSS-REGD-ENR)
                          RIDFLD (REGD-CLE)
                          UPDATE
                          NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              GO TO FIN-DECIDER-DEMANDE-REGLE
           END-IF.
           PERFORM HORODATAGE THRU
                   FIN-HORODATAGE.
           MOVE APPROB-ETAT         TO REGD-ETAT.
           MOVE WSS-HORO-SSAAMMJJ   TO REGD-DATE-DECISION.
           MOVE APPROB-RACF-SUP     TO REGD-RACF-SUP.
           MOVE APPROB-COMMENTAIRE  TO REGD-COMMENTAIRE.
           EXEC CICS REWRITE FILE ('FB01REGD')
                             FROM (WSS-REGD-ENR)
                             LENGTH (LENGTH OF WSS-REGD-ENR)
                             NOHANDLE
           END-EXEC.
           IF EIBRCODE NOT = LOW-VALUE
              MOVE 'FBAP :PB REWRITE KSDS FB01REGD' TO MESS
              GO TO ABANDON-TACHE
           END-IF.
       FIN-DECIDER-DEMANDE-REGLE. EXIT.
      *
      *****************************************************************
       HORODATAGE.
      *----------*
           EXEC CICS ASKTIME ABSTIME (WSS-ABSTIME)
                             NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME  (WSS-ABSTIME)
                                DDMMYY   (WSS-HORO-JOUR)
                                DATESEP  ('/')
                                YYYYMMDD (WSS-HORO-SSAAMMJJ)
                                TIME     (WSS-HORO-HEURE)
                                NOHANDLE
           END-EXEC.
       FIN-HORODATAGE. EXIT.
      *
      *
      *****************************************************************
      *    ECRITURE D'UNE PAGE PLEINE (OU DE LA DERNIERE PAGE) DANS   *
