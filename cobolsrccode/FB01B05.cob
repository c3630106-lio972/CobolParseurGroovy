      *           DATE D'EFFET (AUDIT-DATE-EFFET, PORTEE PAR LA
      *           PISTE D'AUDIT DEPUIS LE BUTOIR DE RETROACTIVITE DE
      *           FB01T00), CALCULE LA PROFONDEUR EN JOURS ENTRE LE
      *           JOUR DE SAISIE ET LA DATE D'EFFET (JOURS CALENDAIRES
      *           REELS DU MODULE FB00SV01 DEPUIS M002, MEME
      *           CONVENTION QUE L'ECRAN). TOUT MOUVEMENT A EFFET
      *           PASSE EST EDITE AVEC SA PROFONDEUR ; CEUX QUI
      *           DEPASSENT LE BUTOIR (CARTE FB00PARM, 60 JOURS PAR
      *                                       ELARGI A 12 POSITIONS
      *                                       (CONVENTION FB00NCNT,
      *                                       CADRAGE A GAUCHE).
      *
      * 15.10.2026 GFA/P.ESTEVE     M002      F51162 PROFONDEUR EN
      *                                       JOURS CALENDAIRES REELS
      *                                       (MODULE FB00SV01) COMME
      *                                       LE BUTOIR DE FB01T00, AU
      *                                       LIEU DE LA BASE 360 ;
      *                                       BASE DE DECOMPTE EDITEE
      *                                       EN TETE DE FB01RAPR.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       01  WS-IND-FIN-AUDX       PIC X(01) VALUE 'N'.
           88     FIN-AUDX           VALUE 'O'.
      *================================================================*
      *   BUTOIR ET CALCUL DE PROFONDEUR (MODULE DE CALENDRIER         *
      *   FB00SV01, MEME CONVENTION QUE LE BUTOIR DE FB01T00 - M002)   *
      *================================================================*
       01  WS-BUTOIR-JOURS       PIC 9(03) VALUE 60.
       01  WS-PROFONDEUR         PIC S9(5) COMP-3 VALUE ZERO.
       COPY FB00CALA.
       01  WS-LIGNE-BASE.
           05  FILLER            PIC X(29) VALUE
               'FB01B05 - BASE DE DECOMPTE : '.
           05  WS-LB-LIBELLE     PIC X(30).
           05  FILLER            PIC X(22) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
              DISPLAY 'FB01B05 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
      *--- BASE DE DECOMPTE DE LA PROFONDEUR EN TETE DU COMPTE RENDU
           MOVE 'JOURS CALENDAIRES REELS' TO WS-LB-LIBELLE.
           WRITE ENRG-FB01RAPR FROM WS-LIGNE-BASE.
           PERFORM 21000-LIRE-AUDX
           .
      ******************************************************************
      ******************************************************************
       20200-CALCULER-PROFONDEUR.
      *---------------------------
           SET CALA-FONC-ECART-CAL    TO TRUE.
           MOVE AUDX-FB01-DATE-EFFET  TO CALA-DATE-1.
           MOVE AUDX-JOUR             TO CALA-DATE-2.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF CALA-RETOUR-OK
              MOVE CALA-RESULTAT      TO WS-PROFONDEUR
           ELSE
              MOVE ZERO               TO WS-PROFONDEUR
           END-IF
           .
      ******************************************************************
       23000-EDITER-MOUVEMENT.
                    WS-CPT-RETROACTIFS.
           DISPLAY 'FB01B05 : DONT HORS BUTOIR       = '
                    WS-CPT-HORS-BUTOIR.
           DISPLAY 'FB01B05 : BASE DE DECOMPTE       = '
                    WS-LB-LIBELLE.
           IF WS-CPT-HORS-BUTOIR > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
