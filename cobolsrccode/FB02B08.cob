      *           BOUGEAIT : LES CLIENTS PAYAIENT LA SURPRIME
      *           JUSQU'A RECLAMATION. L'EXTRAIT DES PERMIS
      *           (FB02PERM) EST PARCOURU ; LES CONDUCTEURS DONT LA
      *           PERIODE EXPIRE DANS LES 30 PROCHAINS JOURS (JOURS
      *           CALENDAIRES REELS, FIN DE PERIODE EN MOIS REELS DU
      *           MODULE DE CALENDRIER FB00SV01 DEPUIS M001)
      *           ALIMENTENT :
      *           - FB02NOVN : NOTIFICATION POUR LE COTE PRIME
      *             (CONTRAT + RANG + DATE DE FIN DE PERIODE) ;
      *           - FB02NOVS : CHANGEMENT DE STATUT DATE D'EFFET
      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51150 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51162 FIN DE PERIODE
      *                                       (OBTENTION + 36 OU 24
      *                                       MOIS) ET ECART AU JOUR
      *                                       CALCULES PAR LE MODULE
      *                                       FB00SV01 AU LIEU DE LA
      *                                       BASE 360 (UN PERMIS DU
      *                                       29/02 FINIT LE 28/02) ;
      *                                       BASE DE DECOMPTE EDITEE
      *                                       EN TETE DE FB02RAPN.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       01  WS-IND-FIN-PERM       PIC X(01) VALUE 'N'.
           88     FIN-PERM           VALUE 'O'.
      *================================================================*
      *   CALCUL DE LA FIN DE PERIODE PROBATOIRE (MODULE DE           *
      *   CALENDRIER FB00SV01 - M001)                                  *
      *================================================================*
       01  WS-DATE-FIN-PERIODE   PIC X(08) VALUE SPACES.
       01  WS-ECART-JOURS        PIC S9(07) COMP-3 VALUE ZERO.
       COPY FB00CALA.
       01  WS-LIGNE-BASE.
           05  FILLER            PIC X(29) VALUE
               'FB02B08 - BASE DE DECOMPTE : '.
           05  WS-LB-LIBELLE     PIC X(30).
           05  FILLER            PIC X(21) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT  FB02PERM
           OPEN OUTPUT FB02NOVN
           OPEN OUTPUT FB02NOVS
              DISPLAY 'FB02B08 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
      *--- BASE DE DECOMPTE DES ECHEANCES EN TETE DU COMPTE RENDU
           MOVE 'JOURS ET MOIS CALENDAIRES REELS' TO WS-LB-LIBELLE.
           WRITE ENRG-FB02RAPN FROM WS-LIGNE-BASE.
           PERFORM 21000-LIRE-PERM
           .
      ******************************************************************
      *   SEULS LES CONDUCTEURS ENCORE EN STATUT NOVICE ('N') AVEC    *
      *   UNE DATE D'OBTENTION EXPLOITABLE SONT EXAMINES : FIN DE     *
      *   PERIODE = OBTENTION + 3 ANS (2 AVEC CONDUITE ACCOMPAGNEE)   *
      *   EN MOIS CALENDAIRES, ECART AU JOUR EN JOURS CALENDAIRES     *
      ******************************************************************
       20100-EXAMINER-PERMIS.
      *----------------------
           IF PERM-STATUT-NOV = 'N'
              AND PERM-OBTD1 NUMERIC
              SET CALA-FONC-AJOUT-MOIS  TO TRUE
              MOVE PERM-OBTD1           TO CALA-DATE-1
              IF PERM-COND-ACC = 'O'
                 MOVE 24                TO CALA-NOMBRE
              ELSE
                 MOVE 36                TO CALA-NOMBRE
              END-IF
              CALL 'FB00SV01' USING WSS-CALA-COMMAREA
              MOVE CALA-DATE-RESULTAT   TO WS-DATE-FIN-PERIODE
              SET CALA-FONC-ECART-CAL   TO TRUE
              MOVE WS-DATE-TRAITEMENT   TO CALA-DATE-1
              MOVE WS-DATE-FIN-PERIODE  TO CALA-DATE-2
              CALL 'FB00SV01' USING WSS-CALA-COMMAREA
              MOVE CALA-RESULTAT        TO WS-ECART-JOURS
              EVALUATE TRUE
                 WHEN NOT CALA-RETOUR-OK
                    CONTINUE
                 WHEN WS-ECART-JOURS < ZERO
                    PERFORM 23000-SIGNALER-RETARD
                    PERFORM 22000-NOTIFIER-EXPIRATION
                    WS-CPT-EXPIRANTS.
           DISPLAY 'FB02B08 : PERIODES EN RETARD     = '
                    WS-CPT-EN-RETARD.
           DISPLAY 'FB02B08 : BASE DE DECOMPTE       = '
                    WS-LB-LIBELLE.
           IF WS-CPT-EN-RETARD > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
