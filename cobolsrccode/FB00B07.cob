      *           SIGNALEE : SANS CE CONTROLE, LA PERSONNE SORTIE
      *           CONTINUE DE RECEVOIR L'AF/IF DE SON CONTRAT.
      *           LES DEUX FICHIERS SONT TRIES PAR LE JCL SUR LA CLE
      *           REGION + INSTITUTION + IDENTIFIANT + DPR, PUIS SUR
      *           LE TYPE DE MOUVEMENT (EXCLUSION OU LEVEE, M002).
      *           MEME TECHNIQUE DE RAPPROCHEMENT DEUX FICHIERS
      *           TRIES QUE FB01B01.
      *
      *                                       ELARGI A 12 POSITIONS
      *                                       (CONVENTION FB00NCNT,
      *                                       CADRAGE A GAUCHE).
      *
      * 15.10.2026 GFA/P.ESTEVE     M002      F51161 LEVEES D'EXCLUSION
      *                                       (TYPE DE MOUVEMENT 'L'
      *                                       EMIS PAR FB00B02 M005) :
      *                                       LE TYPE DE MOUVEMENT
      *                                       ENTRE DANS LA CLE DE
      *                                       RAPPROCHEMENT (TRI JCL
      *                                       CLE + TYPE) ET LES
      *                                       LEVEES NON ACCUSEES SONT
      *                                       SIGNALEES COMME LES
      *                                       SORTIES.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           05  ELGB-MOTIF-EXCLU       PIC X(30).
           05  ELGB-DATE-EFFET        PIC X(08).
           05  ELGB-NUMCONT           PIC X(12).
      *--- TYPE DE MOUVEMENT (M002) : ESPACE = EXCLUSION, 'L' = LEVEE
           05  ELGB-TYPE-MVT          PIC X(01).
               88  ELGB-MVT-LEVEE         VALUE 'L'.
           05  FILLER                 PIC X(148).
      *
       FD  FB00ACKF
           RECORDING   F
               10  ACKF-ID-TECH-INDV  PIC 9(09).
               10  ACKF-ID-TECH-DPR   PIC 9(09).
           05  ACKF-DATE-INTEGRATION  PIC X(08).
      *--- TYPE DE MOUVEMENT ACCUSE (M002), MEMES VALEURS QUE
      *--- ELGB-TYPE-MVT
           05  ACKF-TYPE-MVT          PIC X(01).
           05  FILLER                 PIC X(49).
      *
       FD  FB00RAPK
           RECORDING   F
       01  WS-CPT-ACCUSEES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NON-ACCUSEES  PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ACK-INCONNUS  PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-LEVEES-NON-ACC PIC 9(07) COMP VALUE ZERO.
      *--- CLES DE RAPPROCHEMENT ETENDUES AU TYPE DE MOUVEMENT (M002)
       01  WS-CLE-EMISE.
           05  WS-CLEE-CLE      PIC X(22).
           05  WS-CLEE-TYPE     PIC X(01).
       01  WS-CLE-ACCUSEE.
           05  WS-CLEA-CLE      PIC X(22).
           05  WS-CLEA-TYPE     PIC X(01).
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
              WHEN FIN-ELGB
                 PERFORM 24000-SIGNALER-ACK-INCONNU
                 PERFORM 22000-LIRE-ACKF
              WHEN WS-CLE-EMISE < WS-CLE-ACCUSEE
                 PERFORM 23000-SIGNALER-NON-ACCUSEE
                 PERFORM 21000-LIRE-ELGB
              WHEN WS-CLE-EMISE > WS-CLE-ACCUSEE
                 PERFORM 24000-SIGNALER-ACK-INCONNU
                 PERFORM 22000-LIRE-ACKF
              WHEN OTHER
                    SET FIN-ELGB TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-EMISES
                    MOVE ELGB-CLE      TO WS-CLEE-CLE
                    MOVE ELGB-TYPE-MVT TO WS-CLEE-TYPE
              END-READ
           END-IF
           .
              READ FB00ACKF
                 AT END
                    SET FIN-ACKF TO TRUE
                 NOT AT END
                    MOVE ACKF-CLE      TO WS-CLEA-CLE
                    MOVE ACKF-TYPE-MVT TO WS-CLEA-TYPE
              END-READ
           END-IF
           .
              MOVE ELGB-NUMCONT          TO RAPK-NUMCONT
              MOVE ELGB-CLE              TO RAPK-CLE
              MOVE ELGB-DATE-EFFET       TO RAPK-DATE-EFFET
              IF ELGB-MVT-LEVEE
                 ADD 1                   TO WS-CPT-LEVEES-NON-ACC
                 MOVE 'LEVEE EMISE NON APPLIQUEE A LA LISTE FCGEEDF1'
                                          TO RAPK-MOTIF
              ELSE
                 MOVE 'SORTIE EMISE NON INTEGREE A LA LISTE FCGEEDF1'
                                          TO RAPK-MOTIF
              END-IF
              WRITE ENRG-FB00RAPK
           END-IF
           .
                    WS-CPT-NON-ACCUSEES.
           DISPLAY 'FB00B07 : ACCUSES INCONNUS       = '
                    WS-CPT-ACK-INCONNUS.
           DISPLAY 'FB00B07 : DONT LEVEES NON ACCUSEES = '
                    WS-CPT-LEVEES-NON-ACC.
           IF WS-CPT-NON-ACCUSEES > 0 OR WS-CPT-ACK-INCONNUS > 0
              MOVE 4 TO WS-CO-RET
           END-IF.
