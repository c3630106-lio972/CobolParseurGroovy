      *           REFERENCES AF/IF DE LA CHAINE FISCALE (FCGEREF1,
      *           ECRITES PAR PPGEMB17 - PAS DE CORPS DISPONIBLE)
      *           SONT INDEXEES SOUS LEUR CLE ALLOCATAIRE.
      *           LE NUMERO DE RECOMMANDE ET L'ETAT DE L'AVIS DE
      *           RECEPTION D'UNE LETTRE RECOMMANDEE SONT PORTES SUR
      *           SON ENTREE D'INDEX PAR FB00B62 ; UNE ENTREE RECHARGEE
      *           LE MEME JOUR LES CONSERVE.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51110 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51170 NOTE DE FUSION DE
      *                                       NUMEROS CLIENT (TYPE 'FU',
      *                                       FLUX FB00FUSG DE FB00B39).
      *
      * 15.10.2026 GFA/P.ESTEVE     M002      F51174 RELANCES ET AVIS DE
      *                                       PENALITE DES FLOTTES A
      *                                       ALIMENTS (TYPE 'DA', FLUX
      *                                       FB00ALIR DE FB00B44).
      *
      * 15.10.2026 GFA/P.ESTEVE     M003      F51179 COURRIERS AU
      *                                       NOUVEL ASSUREUR LOI
      *                                       HAMON (TYPE 'HA', FLUX
      *                                       FB00RELH DE FB00B49).
      *
      * 15.10.2026 GFA/P.ESTEVE     M004      F51180 NOTIFICATIONS AUX
      *                                       LOUEURS ET FINANCEURS DES
      *                                       VEHICULES (TYPE 'LS', FLUX
      *                                       FB04RELL DE FB04B17).
      *
      * 15.10.2026 GFA/P.ESTEVE     M005      F51181 RELANCES DES
      *                                       QUALIFICATIONS PRO DES
      *                                       CONDUCTEURS (TYPE 'QP',
      *                                       FLUX FB02RELQ DE FB02B10).
      *
      * 15.10.2026 GFA/P.ESTEVE     M006      F51192 LETTRES
      *                                       RECTIFICATIVES DE CRM
      *                                       SUITE A LITIGE (TYPE
      *                                       'LC', FLUX FB04RELG DE
      *                                       FB04B18).
      *
      * 15.10.2026 GFA/P.ESTEVE     M007      F51194 AVENANTS DE
      *                                       DEMENAGEMENT DU GARAGE
      *                                       D'UNE FLOTTE (TYPE 'AG',
      *                                       FLUX FB04RELZ DE FB04B19).
      *
      * 15.10.2026 GFA/P.ESTEVE     M008      F51195 DOSSIER DE REVUE
      *                                       ANNUELLE GRAND COMPTE
      *                                       (TYPE 'RV', FLUX FB00RELR
      *                                       DE FB00B59).
      *
      * 15.10.2026 GFA/P.ESTEVE     M009      F51197 MISES EN DEMEURE
      *                                       POUR NON-PAIEMENT (TYPE
      *                                       'MD', FLUX FB00RELP DE
      *                                       FB00B61).
      *
      * 15.10.2026 GFA/P.ESTEVE     M010      F51200 NUMERO DE
      *                                       RECOMMANDE ET ETAT DE
      *                                       L'AVIS DE RECEPTION SUR
      *                                       L'INDEX (POSES PAR
      *                                       FB00B62, CONSERVES EN CAS
      *                                       DE DOUBLON).
      *
      * 15.10.2026 GFA/P.ESTEVE     M011      F51201 BILAN CARBONE DES
      *                                       FLOTTES (TYPE 'CO', FLUX
      *                                       FB00RELB DE FB00B63).
      *
      * 15.10.2026 GFA/P.ESTEVE     M012      F51210 ORIGINE SUR
      *                                       L'INDEX DES COURRIERS DE
      *                                       VENTE DE VEHICULE (TYPE
      *                                       'AL', FB01B11), DES
      *                                       LETTRES CATASTROPHE
      *                                       NATURELLE (TYPE 'CN',
      *                                       FB04B16) ET DES RELANCES
      *                                       DE PLAQUE TEMPORAIRE
      *                                       (TYPE 'WW', FB04B22).
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
               10  GEDI-RANG          PIC 9(04).
           05  GEDI-NB-LIGNES         PIC 9(04).
           05  GEDI-ORIGINE           PIC X(08).
      *        LETTRE RECOMMANDEE : NUMERO DE RECOMMANDE, ETAT DE
      *        L'AVIS DE RECEPTION (E/D/R/N, DESSIN FB00LRAF) ET DATE
      *        DU RETOUR - A BLANC POUR UN COURRIER ORDINAIRE
           05  GEDI-SUIVI-LRAR.
               10  GEDI-NO-SUIVI      PIC X(13).
               10  GEDI-ETAT-AR       PIC X(01).
               10  GEDI-DATE-AR       PIC X(08).
           05  FILLER                 PIC X(39).
      *
       FD  FB00GEDC
           LABEL RECORD STANDARD.
                 MOVE 'FB02B04 ' TO WS-ORIGINE-DOC
              WHEN 'CT'
                 MOVE 'FB04B02 ' TO WS-ORIGINE-DOC
              WHEN 'FU'
                 MOVE 'FB00B39 ' TO WS-ORIGINE-DOC
              WHEN 'DA'
                 MOVE 'FB00B44 ' TO WS-ORIGINE-DOC
              WHEN 'HA'
                 MOVE 'FB00B49 ' TO WS-ORIGINE-DOC
              WHEN 'LS'
                 MOVE 'FB04B17 ' TO WS-ORIGINE-DOC
              WHEN 'QP'
                 MOVE 'FB02B10 ' TO WS-ORIGINE-DOC
              WHEN 'LC'
                 MOVE 'FB04B18 ' TO WS-ORIGINE-DOC
              WHEN 'AG'
                 MOVE 'FB04B19 ' TO WS-ORIGINE-DOC
              WHEN 'RV'
                 MOVE 'FB00B59 ' TO WS-ORIGINE-DOC
              WHEN 'MD'
                 MOVE 'FB00B61 ' TO WS-ORIGINE-DOC
              WHEN 'CO'
                 MOVE 'FB00B63 ' TO WS-ORIGINE-DOC
              WHEN 'AL'
                 MOVE 'FB01B11 ' TO WS-ORIGINE-DOC
              WHEN 'CN'
                 MOVE 'FB04B16 ' TO WS-ORIGINE-DOC
              WHEN 'WW'
                 MOVE 'FB04B22 ' TO WS-ORIGINE-DOC
              WHEN OTHER
                 MOVE 'AUTRE   ' TO WS-ORIGINE-DOC
           END-EVALUATE
           MOVE WS-REFERENCE-RUPTURE (13:4)  TO GEDI-RANG.
           MOVE WS-NO-LIGNE                  TO GEDI-NB-LIGNES.
           MOVE WS-ORIGINE-DOC               TO GEDI-ORIGINE.
           MOVE SPACES                       TO GEDI-SUIVI-LRAR.
           WRITE ENRG-FB00GEDI.
      *--- DOUBLON : LE SUIVI DE RECOMMANDE DEJA POSE EST CONSERVE
           IF DOUBLON-FB00GEDI
              ADD 1 TO WS-CPT-DOUBLONS
              READ FB00GEDI
              END-READ
              MOVE WS-NO-LIGNE               TO GEDI-NB-LIGNES
              MOVE WS-ORIGINE-DOC            TO GEDI-ORIGINE
              REWRITE ENRG-FB00GEDI
              END-REWRITE
           ELSE
           MOVE 1                 TO GEDI-RANG.
           MOVE ZERO              TO GEDI-NB-LIGNES.
           MOVE 'PPGEMB17'        TO GEDI-ORIGINE.
           MOVE SPACES            TO GEDI-SUIVI-LRAR.
           WRITE ENRG-FB00GEDI.
           IF DOUBLON-FB00GEDI
              ADD 1 TO WS-CPT-DOUBLONS
