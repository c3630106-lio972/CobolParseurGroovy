      *           SUIVANT LE DEBUT DE RESIDENCE EN FRANCE. LIT LE
      *           DECHARGEMENT DES CONDUCTEURS (FB02PERM ETENDU DES
      *           PAYS DE DELIVRANCE ET DE LA DATE DE RESIDENCE),
      *           CALCULE L'ECHEANCE (RESIDENCE + DOUZE MOIS, EN
      *           CALENDAIRE REEL PAR LE MODULE FB00SV01 DEPUIS M001) ET
      *           EDITE LES PERMIS DONT L'ECHEANCE EST DEPASSEE
      *           (CODE RETOUR 4) OU ARRIVE SOUS 60 JOURS.
      *
      *
      * 22.08.2026 GFA/P.ESTEVE     M000      F51090 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51162 ECHEANCE ET ECART
      *                                       AU JOUR CALCULES PAR LE
      *                                       MODULE FB00SV01 (MOIS ET
      *                                       JOURS CALENDAIRES REELS)
      *                                       AU LIEU DE LA BASE 360 ;
      *                                       BASE DE DECOMPTE EDITEE
      *                                       EN TETE DE FB02RAPE.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       01  WS-IND-FIN-PERM       PIC X(01) VALUE 'N'.
           88     FIN-PERM           VALUE 'O'.
      *================================================================*
      *   CALCUL DES ECHEANCES (MODULE DE CALENDRIER FB00SV01 - M001)  *
      *================================================================*
       01  WS-ECHEANCE           PIC X(08) VALUE SPACES.
       01  WS-ECART-JOURS        PIC S9(7) COMP-3 VALUE ZERO.
       COPY FB00CALA.
       01  WS-LIGNE-BASE.
           05  FILLER            PIC X(29) VALUE
               'FB02B03 - BASE DE DECOMPTE : '.
           05  WS-LB-LIBELLE     PIC X(30).
           05  FILLER            PIC X(17) VALUE SPACES.
       01  WS-IND-PAYS-UE        PIC X(01) VALUE 'N'.
           88     PAYS-EST-UE        VALUE 'O'.
       01  WS-PAYS-CTRL          PIC X(02) VALUE SPACES.
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT  FB02PERM
           OPEN OUTPUT FB02RAPE.
           IF NOT OK-FB02PERM OR NOT OK-FB02RAPE
              DISPLAY 'FB02B03 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
      *--- BASE DE DECOMPTE DES ECHEANCES EN TETE DU COMPTE RENDU
           MOVE 'JOURS ET MOIS CALENDAIRES REELS' TO WS-LB-LIBELLE.
           WRITE ENRG-FB02RAPE FROM WS-LIGNE-BASE.
           PERFORM 21000-LIRE-PERM
           .
      ******************************************************************
           END-IF
           .
      ******************************************************************
      *   ECHEANCE D'ECHANGE = DEBUT DE RESIDENCE + DOUZE MOIS         *
      ******************************************************************
       20300-CONTROLER-ECHEANCE.
      *--------------------------
           SET CALA-FONC-AJOUT-MOIS  TO TRUE.
           MOVE PERM-DATE-RESIDENCE  TO CALA-DATE-1.
           MOVE 12                   TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           MOVE CALA-DATE-RESULTAT   TO WS-ECHEANCE.
           SET CALA-FONC-ECART-CAL   TO TRUE.
           MOVE WS-DATE-TRAITEMENT   TO CALA-DATE-1.
           MOVE WS-ECHEANCE          TO CALA-DATE-2.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           MOVE CALA-RESULTAT        TO WS-ECART-JOURS.
           EVALUATE TRUE
              WHEN NOT CALA-RETOUR-OK
                 CONTINUE
              WHEN WS-ECART-JOURS < ZERO
                 MOVE 'ECHEANCE DEPASSEE'   TO RAPE-ETAT
                 PERFORM 23000-EDITER-ECHEANCE
                 ADD 1                      TO WS-CPT-DEPASSEES
              WHEN WS-ECART-JOURS < 61
                 MOVE 'ECHEANCE SOUS 60 J'  TO RAPE-ETAT
                 PERFORM 23000-EDITER-ECHEANCE
                 ADD 1                      TO WS-CPT-PROCHES
                    WS-CPT-DEPASSEES.
           DISPLAY 'FB02B03 : ECHEANCES SOUS 60 J    = '
                    WS-CPT-PROCHES.
           DISPLAY 'FB02B03 : BASE DE DECOMPTE       = '
                    WS-LB-LIBELLE.
           IF WS-CPT-DEPASSEES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
