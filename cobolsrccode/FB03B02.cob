      *           L'ECRAN) MAIS RIEN NE FAISAIT JAMAIS SORTIR UN
      *           SINISTRE DE SA CASE. A L'ANNIVERSAIRE DU CONTRAT
      *           (DATE PORTEE PAR L'EXTRAIT), LES SINISTRES DE
      *           PLUS DE 36 MOIS (MOIS CALENDAIRES REELS DU MODULE
      *           DE CALENDRIER FB00SV01 DEPUIS M001) SONT RETIRES,
      *           LES CASES RESTANTES SONT RENUMEROTEES EN TETE ET
      *           LE COMPTEUR EST REMIS EN COHERENCE. LES
      *           CONDUCTEURS DONT LE COMPTE A CHANGE SONT EDITES
      *
      * 22.08.2026 GFA/P.ESTEVE     M000      F51098 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51162 FENETRE DE 36
      *                                       MOIS EN MOIS CALENDAIRES
      *                                       REELS (MODULE FB00SV01)
      *                                       AU LIEU DE 1080 JOURS EN
      *                                       BASE 360 ; BASE DE
      *                                       DECOMPTE EDITEE EN TETE
      *                                       DE FB03RAPA.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       01  WS-IND-FIN-SINX       PIC X(01) VALUE 'N'.
           88     FIN-SINX           VALUE 'O'.
      *================================================================*
      *   FENETRE DE 36 MOIS (MODULE DE CALENDRIER FB00SV01 - M001)    *
      *================================================================*
       01  WS-FENETRE-MOIS       PIC S9(05) COMP-3 VALUE +36.
       COPY FB00CALA.
       01  WS-LIGNE-BASE.
           05  FILLER            PIC X(29) VALUE
               'FB03B02 - BASE DE DECOMPTE : '.
           05  WS-LB-LIBELLE     PIC X(30).
           05  FILLER            PIC X(06) VALUE SPACES.
      *================================================================*
      *   RECOMPACTAGE DES CASES                                       *
      *================================================================*
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT  FB03SINX
           OPEN OUTPUT FB03SINN
           OPEN OUTPUT FB03RAPA.
              DISPLAY 'FB03B02 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
      *--- BASE DE DECOMPTE DE LA FENETRE EN TETE DU COMPTE RENDU
           MOVE 'MOIS CALENDAIRES REELS' TO WS-LB-LIBELLE.
           WRITE ENRG-FB03RAPA FROM WS-LIGNE-BASE.
           PERFORM 21000-LIRE-SINX
           .
      ******************************************************************
           .
      ******************************************************************
      *   CHAQUE CASE OCCUPEE DONT LE SINISTRE A MOINS DE 36 MOIS     *
      *   (DATE DU SINISTRE + 36 MOIS CALENDAIRES POSTERIEURE AU      *
      *   JOUR DE TRAITEMENT) EST CONSERVEE ; LES CASES GARDEES       *
      *   SONT RENUMEROTEES EN TETE ET LE COMPTEUR REMIS EN COHERENCE *
      ******************************************************************
       22000-VIEILLIR-CONDUCTEUR.
       22100-EXAMINER-CASE.
      *--------------------
           IF SINX-DATE-SIN (WS-IND-CASE) NUMERIC
              SET CALA-FONC-AJOUT-MOIS TO TRUE
              MOVE SINX-DATE-SIN (WS-IND-CASE) TO CALA-DATE-1
              MOVE WS-FENETRE-MOIS             TO CALA-NOMBRE
              CALL 'FB00SV01' USING WSS-CALA-COMMAREA
              IF NOT CALA-RETOUR-OK
                 OR CALA-DATE-RESULTAT > WS-DATE-TRAITEMENT
                 ADD 1 TO WS-NB-GARDEES
                 MOVE SINX-CASE (WS-IND-CASE)
                   TO WS-CG-CASE (WS-NB-GARDEES)
                    WS-CPT-ANNIVERSAIRES.
           DISPLAY 'FB03B02 : COMPTES MODIFIES       = '
                    WS-CPT-VIEILLIS.
           DISPLAY 'FB03B02 : BASE DE DECOMPTE       = '
                    WS-LB-LIBELLE.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
