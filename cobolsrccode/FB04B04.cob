      *                                       APRES INCIDENT, CHAQUE
      *                                       COUPLE EST RECALCULE
      *                                       EXACTEMENT UNE FOIS.
      *
      * 15.10.2026 GFA/P.ESTEVE     M002      F51203 LES REGLES DU
      *                                       DECRET SONT APPLIQUEES PAR
      *                                       LE MODULE COMMUN FB04SV01
      *                                       (ZONE FB04CRMA), PARTAGE
      *                                       AVEC FB04B18 ET LA
      *                                       SIMULATION FB33 : PLUS DE
      *                                       COPIE DES REGLES.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       01  WS-IND-FIN-CRMX       PIC X(01) VALUE 'N'.
           88     FIN-CRMX           VALUE 'O'.
      *================================================================*
      *   CALCUL DU COEFFICIENT (EN CENTIEMES) PAR LE MODULE COMMUN    *
      *   FB04SV01 (M002)                                              *
      *================================================================*
       COPY FB04CRMA.
       01  WS-CRM-NOUVEAU        PIC 9(03) VALUE ZERO.
       01  WS-NB-RESP-TOTALE     PIC 9(01) VALUE ZERO.
       01  WS-NB-RESP-PARTIELLE  PIC 9(01) VALUE ZERO.
       01  WS-IND-SIN            PIC S9(4) COMP VALUE ZERO.
       01  WS-TRACE-CALCUL.
           05  FILLER            PIC X(06) VALUE 'RESP T'.
           05  WS-TR-TOTALES     PIC 9(01).
       01  WS-DATE-TRAITEMENT.
           05  WS-DT-SSAA        PIC 9(04).
           05  WS-DT-MMJJ        PIC X(04).
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
      *   PARTIEL X 1,125), REDUCTION X 0,95 POUR UNE ANNEE SANS      *
      *   SINISTRE RESPONSABLE, PUIS BUTOIRS 050/350 - LES SINISTRES  *
      *   ANTERIEURS A L'ANNIVERSAIRE PRECEDENT ONT DEJA ETE PRIS EN  *
      *   COMPTE LORS DES CAMPAGNES PASSEES. LES REGLES SONT CELLES   *
      *   DU MODULE COMMUN FB04SV01 (M002) : UNE CAMPAGNE A LA DATE   *
      *   DU JOUR, QUI EST L'ANNIVERSAIRE DU CONTRAT                  *
      ******************************************************************
       22000-RECALCULER-CRM.
      *---------------------
           MOVE SPACES               TO WSS-CRMA-COMMAREA.
           SET CRMA-FONC-CAMPAGNE    TO TRUE.
           MOVE CRMX-CRM-ACTUEL      TO CRMA-CRM-DEPART.
           MOVE WS-DATE-TRAITEMENT   TO CRMA-DATE-CAMPAGNE.
           MOVE 1                    TO WS-IND-SIN.
           PERFORM 22100-CHARGER-SINISTRE
              UNTIL WS-IND-SIN > 6.
           CALL 'FB04SV01' USING WSS-CRMA-COMMAREA.
           IF NOT CRMA-RETOUR-OK
              DISPLAY 'FB04B04 : RETOUR ' CRMA-CODE-RETOUR
                      ' DE FB04SV01 - CONTRAT ' CRMX-NUMCONT
                      ' RANG ' CRMX-RANG
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE CRMA-PROJ-TOTALES (1)    TO WS-NB-RESP-TOTALE.
           MOVE CRMA-PROJ-PARTIELLES (1) TO WS-NB-RESP-PARTIELLE.
           MOVE CRMA-PROJ-BUTOIR (1)     TO WS-TR-BUTOIR.
           MOVE CRMA-CRM-RESULTAT        TO WS-CRM-NOUVEAU.
           PERFORM 23000-ECRIRE-RESULTAT
           .
      ******************************************************************
       22100-CHARGER-SINISTRE.
      *------------------------
           MOVE CRMX-DATE-SIN (WS-IND-SIN)
                 TO CRMA-DATE-SIN (WS-IND-SIN)
           MOVE CRMX-RESP (WS-IND-SIN)
                 TO CRMA-RESP (WS-IND-SIN)
           ADD 1 TO WS-IND-SIN
           .
      ******************************************************************
       23000-ECRIRE-RESULTAT.
      *----------------------
