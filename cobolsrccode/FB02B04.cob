      *                                       PERSONNES SIGNALEES
      *                                       DECEDEES (EXTRAIT
      *                                       FB02DECX).
      *
      * 15.10.2026 GFA/P.ESTEVE     M004      F51162 AGE EN ANNEES
      *                                       REVOLUES ET ECHEANCE DU
      *                                       CERTIFICAT EN JOURS
      *                                       CALENDAIRES REELS (MODULE
      *                                       FB00SV01) AU LIEU DE LA
      *                                       BASE 360 ; BASE DE
      *                                       DECOMPTE EDITEE EN TETE
      *                                       DE FB02RAPM.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       01  WS-IND-FIN-CERT       PIC X(01) VALUE 'N'.
           88     FIN-CERT           VALUE 'O'.
      *================================================================*
      *   AGE ET ECHEANCES (MODULE DE CALENDRIER FB00SV01 - M004)      *
      *================================================================*
       01  WS-AGE-SEUIL          PIC 9(03) VALUE 70.
       01  WS-AGE                PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-ECART-JOURS        PIC S9(7) COMP-3 VALUE ZERO.
       COPY FB00CALA.
       01  WS-LIGNE-BASE.
           05  FILLER            PIC X(29) VALUE
               'FB02B04 - BASE DE DECOMPTE : '.
           05  WS-LB-LIBELLE     PIC X(30).
           05  FILLER            PIC X(07) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT FB00PARM.
           IF OK-FB00PARM
              READ FB00PARM
              DISPLAY 'FB02B04 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
      *--- BASE DE DECOMPTE DE L'AGE ET DES ECHEANCES EN TETE DU
      *--- COMPTE RENDU
           MOVE 'ANNEES REVOLUES / JOURS REELS' TO WS-LB-LIBELLE.
           WRITE ENRG-FB02RAPM FROM WS-LIGNE-BASE.
           PERFORM 21000-LIRE-CERT
           .
      ******************************************************************
       20100-EXAMINER-CONDUCTEUR.
      *---------------------------
           IF CERT-DATE-NAISSANCE NUMERIC
              SET CALA-FONC-AGE        TO TRUE
              MOVE CERT-DATE-NAISSANCE TO CALA-DATE-1
              MOVE WS-DATE-TRAITEMENT  TO CALA-DATE-2
              CALL 'FB00SV01' USING WSS-CALA-COMMAREA
              MOVE CALA-RESULTAT       TO WS-AGE
              IF CALA-RETOUR-OK
                 AND WS-AGE > WS-AGE-SEUIL
                 PERFORM 20200-CONTROLER-CERTIFICAT
              END-IF
           END-IF
              WHEN CERT-DATE-FIN < WS-DATE-TRAITEMENT
                 MOVE 'CERTIFICAT PERIME'   TO WS-MOTIF-RELANCE
              WHEN OTHER
                 SET CALA-FONC-ECART-CAL  TO TRUE
                 MOVE WS-DATE-TRAITEMENT  TO CALA-DATE-1
                 MOVE CERT-DATE-FIN       TO CALA-DATE-2
                 CALL 'FB00SV01' USING WSS-CALA-COMMAREA
                 MOVE CALA-RESULTAT       TO WS-ECART-JOURS
                 IF CALA-RETOUR-OK
                    AND WS-ECART-JOURS < 61
                    MOVE 'ECHEANCE SOUS 60 J' TO WS-MOTIF-RELANCE
                 END-IF
           END-EVALUATE.
           DISPLAY 'FB02B04 : CONDUCTEURS LUS        = ' WS-CPT-LUS.
           DISPLAY 'FB02B04 : RELANCES EDITEES       = '
                    WS-CPT-RELANCES.
           DISPLAY 'FB02B04 : BASE DE DECOMPTE       = '
                    WS-LB-LIBELLE.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
