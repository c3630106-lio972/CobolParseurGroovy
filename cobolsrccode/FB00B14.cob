      *           CE DELAI ETAIT SUIVI SUR PAPIER. LE PROGRAMME :
      *           - CHARGE DANS LE REGISTRE (FB00RELD, VSAM KSDS :
      *             CONTRAT + RANG + DATE DE DEMANDE) LES DEMANDES DU
      *             JOUR (FB00RELQ : SAISIES EN GESTION, DEPOSEES
      *             PAR LA CHAINE DE RESILIATION - Y COMPRIS LOI
      *             HAMON - OU PAR FB04B09 SUR LES SORTIES DE
      *             CONDUCTEUR DONT LE MOTIF LE PREVOIT) ;
      *           - RAPPROCHE LES EMISSIONS DU JOUR DE FB00B12 (COPIE
      *             D'ARCHIVE FB00RELA, LIGNES 'EN' DU TYPE 'RI') ET
      *             SOLDE LES DEMANDES SERVIES ;
      *           - EDITE LES DEMANDES EN ATTENTE DONT LE DELAI LEGAL
      *             DE 15 JOURS EST DEPASSE (JOURS CALENDAIRES REELS
      *             DU MODULE DE CALENDRIER FB00SV01 DEPUIS M001),
      *             CODE RETOUR 8 POUR REVEILLER LE PILOTAGE AVANT
      *             QUE L'ACPR NE S'EN CHARGE.
      *
      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51113 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51162 AGE DES DEMANDES
      *                                       EN JOURS CALENDAIRES
      *                                       REELS (MODULE FB00SV01)
      *                                       AU LIEU DE LA BASE 360 ;
      *                                       BASE DE DECOMPTE EDITEE
      *                                       EN TETE DE FB00RAPR.
      *
      * 15.10.2026 GFA/P.ESTEVE     M002      F51166 NOUVELLE ORIGINE
      *                                       'MOTF' : DEMANDES NEES
      *                                       DU MOTIF DE SORTIE FB01
      *                                       (FB04B09).
      *
      * 15.10.2026 GFA/P.ESTEVE     M003      F51179 NOUVELLE ORIGINE
      *                                       'HAMO' : RESILIATIONS
      *                                       LOI HAMON (FB00B49 VIA
      *                                       FB00B25), DEMANDEUR =
      *                                       NOUVEL ASSUREUR.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           05  RELQ-ORIGINE           PIC X(04).
               88  RELQ-ORIG-GESTION      VALUE 'GEST'.
               88  RELQ-ORIG-RESIL        VALUE 'RESI'.
               88  RELQ-ORIG-MOTIF        VALUE 'MOTF'.
               88  RELQ-ORIG-HAMON        VALUE 'HAMO'.
           05  FILLER                 PIC X(22).
      *
       FD  FB00RELD
       01  WS-IND-FIN-RELD       PIC X(01) VALUE 'N'.
           88     FIN-RELD           VALUE 'O'.
      *================================================================*
      *   DELAI LEGAL ET CALCUL D'AGE (MODULE DE CALENDRIER FB00SV01, *
      *   JOURS CALENDAIRES REELS - M001)                              *
      *================================================================*
       01  WS-DELAI-LEGAL-JOURS  PIC 9(03) VALUE 15.
       01  WS-AGE-JOURS          PIC S9(5) COMP-3 VALUE ZERO.
       COPY FB00CALA.
       01  WS-LIGNE-BASE.
           05  FILLER            PIC X(29) VALUE
               'FB00B14 - BASE DE DECOMPTE : '.
           05  WS-LB-LIBELLE     PIC X(30).
           05  FILLER            PIC X(34) VALUE SPACES.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT  FB00RELQ
           OPEN I-O    FB00RELD
           OPEN INPUT  FB00RELA
              DISPLAY 'FB00B14 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
      *--- BASE DE DECOMPTE DU DELAI LEGAL EN TETE DU COMPTE RENDU
           MOVE 'JOURS CALENDAIRES REELS' TO WS-LB-LIBELLE.
           WRITE ENRG-FB00RAPR FROM WS-LIGNE-BASE.
           PERFORM 21000-LIRE-RELQ
           .
      ******************************************************************
           IF NOT FIN-RELD
              AND RELD-EN-ATTENTE
              AND RELD-DATE-DEMANDE NUMERIC
              SET CALA-FONC-ECART-CAL  TO TRUE
              MOVE RELD-DATE-DEMANDE   TO CALA-DATE-1
              MOVE WS-DATE-TRAITEMENT  TO CALA-DATE-2
              CALL 'FB00SV01' USING WSS-CALA-COMMAREA
              MOVE CALA-RESULTAT       TO WS-AGE-JOURS
              IF CALA-RETOUR-OK
                 AND WS-AGE-JOURS > WS-DELAI-LEGAL-JOURS
                 ADD 1                  TO WS-CPT-HORS-DELAI
                 MOVE RELD-NUMCONT      TO RAPR-NUMCONT
                 MOVE RELD-RANG         TO RAPR-RANG
                    WS-CPT-SERVIES.
           DISPLAY 'FB00B14 : EN ATTENTE HORS DELAI  = '
                    WS-CPT-HORS-DELAI.
           DISPLAY 'FB00B14 : BASE DE DECOMPTE       = '
                    WS-LB-LIBELLE.
           IF WS-CPT-HORS-DELAI > ZERO
              MOVE 8 TO WS-CO-RET
           END-IF.
