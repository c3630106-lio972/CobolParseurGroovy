      *             DEPOSEE DANS LE REGISTRE FB00RELQ (ORIGINE
      *             'RESI', SUIVIE PAR FB00B14 ET SERVIE PAR LA
      *             CHAINE FB00B12 - LE DELAI LEGAL DES 15 JOURS
      *             COUVRE AINSI AUSSI LES RESILIATIONS ; ORIGINE
      *             ET DEMANDEUR PORTES PAR L'ORDRE S'IL LES
      *             FOURNIT, CAS DE LA LOI HAMON) ;
      *           - SORTIE FVA PAR VEHICULE (FB00FVAS, DESSIN DE
      *             L'INTERFACE FB04FVAE, FUSIONNE PAR LE JCL AVEC
      *             LE FLUX DE FB04B09) ; PAS DE SORTIE POUR UN
      *             ORDRE DE MOTIF 'P' (NON-PAIEMENT, FB00B61) : LES
      *             VEHICULES ONT ETE SORTIS A LA SUSPENSION.
      *           LE COMPTE RENDU FB00RAPT DONNE, PAR CONTRAT, LE
      *           STATUT DE CHAQUE ETAPE ; CODE RETOUR 4 DES QU'UNE
      *           ETAPE EST EN ECHEC.
      *
      * 02.09.2026 GFA/P.ESTEVE     M000      F51139 CREATION.
      *
      * 15.10.2026 GFA/P.ESTEVE     M001      F51179 L'ORDRE PEUT
      *                                       PORTER L'ORIGINE ET LE
      *                                       DEMANDEUR DU RELEVE
      *                                       (RESILIATION LOI HAMON
      *                                       DEPOSEE PAR FB00B49 :
      *                                       ORIGINE 'HAMO', NOUVEL
      *                                       ASSUREUR) ; A BLANC,
      *                                       'RESI' COMME AVANT.
      *
      * 15.10.2026 GFA/P.ESTEVE     M002      F51197 ORDRE MOTIF 'P'
      *                                       (NON-PAIEMENT, DEPOSE PAR
      *                                       FB00B61) : PAS DE SORTIE
      *                                       FVA, LES VEHICULES ONT ETE
      *                                       SORTIS A LA SUSPENSION DE
      *                                       LA GARANTIE.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           05  ORDR-DATE-EFFET        PIC X(08).
           05  ORDR-MOTIF             PIC X(01).
           05  ORDR-RACF              PIC X(15).
           05  ORDR-ORIGINE-RELEVE    PIC X(04).
           05  ORDR-DEMANDEUR-RELEVE  PIC X(30).
           05  FILLER                 PIC X(10).
      *
       FD  FB00COMP
           RECORDING   F
                 IF COMP-PERSONNE
                    PERFORM 23500-DEMANDER-RELEVE
                 ELSE
                    IF ORDR-MOTIF NOT = 'P'
                       PERFORM 23600-SORTIR-FVA
                    END-IF
                 END-IF
              ELSE
                 ADD 1 TO WS-NB-ECHECS-CLOT
           MOVE ORDR-NUMCONT       TO RELQ-NUMCONT.
           MOVE WS-RANG-MEMBRE     TO RELQ-RANG.
           MOVE WS-DATE-TRAITEMENT TO RELQ-DATE-DEMANDE.
           IF ORDR-ORIGINE-RELEVE = SPACES
              MOVE 'RESILIATION CONTRAT' TO RELQ-DEMANDEUR
              MOVE 'RESI'             TO RELQ-ORIGINE
           ELSE
              MOVE ORDR-DEMANDEUR-RELEVE TO RELQ-DEMANDEUR
              MOVE ORDR-ORIGINE-RELEVE   TO RELQ-ORIGINE
           END-IF.
           WRITE ENRG-FB00RELQ
           .
      ******************************************************************
           WRITE ENRG-FB00RAPT.
           MOVE 'SORTIES FVA '     TO RAPT-ETAPE.
           MOVE WS-NB-FVA          TO RAPT-NB.
           IF ORDR-MOTIF = 'P'
              MOVE 'DEJA SORTIS A LA SUSPENSION'   TO RAPT-ETAT
           ELSE
              MOVE 'EMISES VERS LE FVA'            TO RAPT-ETAT
           END-IF.
           WRITE ENRG-FB00RAPT
           .
      ******************************************************************
