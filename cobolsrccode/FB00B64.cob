       ID DIVISION.
       PROGRAM-ID. FB00B64.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH NOCTURNE DE CONSTRUCTION DU
      *           CALENDRIER DES ECHEANCES PAR CONTRAT, CONSULTE PAR
      *           LA TRANSACTION FB32. LES ECHEANCES D'UN CONTRAT
      *           ETAIENT EPARPILLEES ENTRE FB01, FB02, FB04, FB08 ET
      *           LES COMPTES RENDUS BATCH : IL FALLAIT OUVRIR CINQ
      *           ECRANS POUR REPONDRE A UN CLIENT. LE PROGRAMME LIT
      *           LES SOURCES DEJA PRODUITES PAR LA CHAINE :
      *           - FB00ANNP : PROCHAINE ECHEANCE ANNIVERSAIRE (FB01) ;
      *           - FB01MVTN : MOUVEMENTS PROGRAMMES EN ATTENTE LAISSES
      *             PAR FB01B03 (SORTIES, REMISAGES, REACTIVATIONS -
      *             FB01) ;
      *           - FB04CTLX : CONTROLES TECHNIQUES, ECHEANCE =
      *             DERNIER CONTROLE + 2 ANS, 1 AN POUR LES FAMILLES
      *             'REM ' ET 'CAR ' (MEME REGLE QUE FB04B02 - FB04) ;
      *           - FB02CERT : FINS DE VALIDITE DES CERTIFICATS
      *             MEDICAUX (FB02) ;
      *           - FB02PERM : FINS DE PERIODE PROBATOIRE (MEME REGLE
      *             QUE FB02B08) ET ECHEANCES D'ECHANGE DES PERMIS HORS
      *             UE (MEME REGLE QUE FB02B03 - FB02) ;
      *           - FB00RELD : RELEVES D'INFORMATION EN ATTENTE, A
      *             SERVIR SOUS 15 JOURS (DELAI DE FB00B14, SANS ECRAN
      *             DE GESTION) ;
      *           - FB08APPF : DEMANDES D'APPROBATION EN ATTENTE, A LA
      *             DATE D'EFFET DEMANDEE (FB08).
      *           SONT RETENUES LES ECHEANCES DU JOUR AUX DOUZE MOIS
      *           SUIVANTS (MOIS CALENDAIRES REELS, MODULE FB00SV01) ;
      *           LES RELEVES ET APPROBATIONS EN ATTENTE SONT RETENUS
      *           MEME EN RETARD. LA SORTIE FB00ECHS (DESSIN FB00ECHF)
      *           EST TRIEE PAR LE JCL SUR LA CLE ET RECHARGEE DANS LE
      *           KSDS FB00ECHK.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51202 CREATION.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- ECHEANCIER ANNIVERSAIRE (DESSIN FB00ANNC)
           SELECT  FB00ANNP   ASSIGN  FB00ANNP
                               FILE STATUS IS  FS-FB00ANNP-STATUS.
      *--- MOUVEMENTS PROGRAMMES EN ATTENTE (DESSIN FB01MVTA)
           SELECT  FB01MVTN   ASSIGN  FB01MVTN
                               FILE STATUS IS  FS-FB01MVTN-STATUS.
      *--- CONTROLES TECHNIQUES DES VEHICULES
           SELECT  FB04CTLX   ASSIGN  FB04CTLX
                               FILE STATUS IS  FS-FB04CTLX-STATUS.
      *--- CERTIFICATS MEDICAUX DES CONDUCTEURS
           SELECT  FB02CERT   ASSIGN  FB02CERT
                               FILE STATUS IS  FS-FB02CERT-STATUS.
      *--- DECHARGEMENT DES PERMIS DE CONDUIRE (120 OCTETS)
           SELECT  FB02PERM   ASSIGN  FB02PERM
                               FILE STATUS IS  FS-FB02PERM-STATUS.
      *--- REGISTRE DES DEMANDES DE RELEVE (VSAM KSDS)
           SELECT  FB00RELD   ASSIGN  FB00RELD
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY RELD-CLE
                               FILE STATUS IS  FS-FB00RELD-STATUS.
      *--- FILE D'APPROBATION FB08 (VSAM KSDS)
           SELECT  FB08APPF   ASSIGN  FB08APPF
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY APPF-CLE
                               FILE STATUS IS  FS-FB08APPF-STATUS.
      *--- ECHEANCES RETENUES, RECHARGEES DANS LE KSDS FB00ECHK
           SELECT  FB00ECHS   ASSIGN  FB00ECHS
                               FILE STATUS IS  FS-FB00ECHS-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00ANNP
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ANNP.
           05  ANNP-NUMCONT           PIC X(12).
           05  ANNP-GESCLI            PIC X(11).
           05  ANNP-DATE-ANNIV        PIC X(08).
           05  FILLER                 PIC X(49).
      *
       FD  FB01MVTN
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB01MVTN.
           05  MVTN-NUMCONT           PIC X(12).
           05  MVTN-CODE-ACTION       PIC X(01).
               88  MVTN-REACTIVATION      VALUE 'R'.
           05  MVTN-TYPE-TS           PIC X(01).
      *    IMAGE BINAIRE DU RANG (MEME CONVENTION QUE MVTA-RANG-TS)
           05  MVTN-RANG-TS           PIC X(02).
           05  MVTN-RANG-TS-B REDEFINES MVTN-RANG-TS
                                      PIC S9(4) COMP.
           05  MVTN-DATE-EFFET        PIC X(08).
           05  MVTN-MOTIF             PIC X(01).
           05  MVTN-RACF              PIC X(15).
           05  MVTN-JOUR              PIC X(08).
           05  MVTN-HEURE             PIC X(08).
           05  FILLER                 PIC X(24).
      *
       FD  FB04CTLX
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB04CTLX.
           05  CTLX-GESCLI            PIC X(11).
           05  CTLX-NUMCONT           PIC X(12).
           05  CTLX-RANG              PIC 9(04).
           05  CTLX-IMMAT             PIC X(10).
           05  CTLX-FAMILLE           PIC X(04).
           05  CTLX-DER-CTRL          PIC X(08).
           05  CTLX-RESULTAT          PIC X(01).
           05  FILLER                 PIC X(30).
      *
       FD  FB02CERT
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB02CERT.
           05  CERT-NUMCONT           PIC X(12).
           05  CERT-RANG              PIC 9(04).
           05  CERT-NOM               PIC X(20).
           05  CERT-PRENOM            PIC X(20).
           05  CERT-DATE-NAISSANCE    PIC X(08).
           05  CERT-DATE-DELIVRANCE   PIC X(08).
           05  CERT-DATE-FIN          PIC X(08).
           05  CERT-RESTRICTION       PIC X(02).
           05  CERT-LANGUE            PIC X(02).
           05  FILLER                 PIC X(16).
      *
       FD  FB02PERM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB02PERM.
           05  PERM-NUMCONT           PIC X(12).
           05  PERM-RANG              PIC 9(04).
           05  PERM-NOM               PIC X(20).
           05  PERM-PRENOM            PIC X(20).
           05  PERM-DATE-NAISSANCE    PIC X(08).
           05  PERM-TYPC1             PIC X(03).
           05  PERM-OBTD1             PIC X(08).
           05  PERM-TYPC2             PIC X(03).
           05  PERM-OBTD2             PIC X(08).
           05  PERM-TYPC3             PIC X(03).
           05  PERM-OBTD3             PIC X(08).
           05  PERM-PAYS1             PIC X(02).
           05  PERM-PAYS2             PIC X(02).
           05  PERM-PAYS3             PIC X(02).
           05  PERM-DATE-RESIDENCE    PIC X(08).
           05  PERM-COND-ACC          PIC X(01).
           05  PERM-STATUT-NOV        PIC X(01).
           05  FILLER                 PIC X(07).
      *
       FD  FB00RELD
           LABEL RECORD STANDARD.
       01  ENRG-FB00RELD.
           05  RELD-CLE.
               10  RELD-NUMCONT       PIC X(12).
               10  RELD-RANG          PIC 9(04).
               10  RELD-DATE-DEMANDE  PIC X(08).
           05  RELD-DEMANDEUR         PIC X(30).
           05  RELD-ORIGINE           PIC X(04).
           05  RELD-ETAT              PIC X(01).
               88  RELD-EN-ATTENTE        VALUE 'A'.
               88  RELD-SERVIE            VALUE 'S'.
           05  RELD-DATE-SERVIE       PIC X(08).
           05  FILLER                 PIC X(13).
      *
       FD  FB08APPF
           LABEL RECORD STANDARD.
       01  ENRG-FB08APPF.
           05  APPF-CLE.
               10  APPF-NUMCONT       PIC X(12).
               10  APPF-JOUR          PIC X(08).
               10  APPF-HEURE         PIC X(08).
           05  APPF-ETAT              PIC X(01).
               88  APPF-EN-ATTENTE        VALUE 'A'.
           05  APPF-CODE-ACTION       PIC X(01).
           05  APPF-TYPE-TS           PIC X(01).
           05  APPF-RANG-TS           PIC 9(04).
           05  APPF-DATE-EFFET        PIC X(08).
           05  APPF-JUSTIF            PIC X(20).
           05  APPF-RACF-DEM          PIC X(15).
           05  APPF-RACF-SUP          PIC X(15).
           05  APPF-COMMENTAIRE       PIC X(30).
           05  FILLER                 PIC X(17).
      *
       FD  FB00ECHS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00ECHS              PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B64 **'.
      *================================================================*
      *   CALENDRIER DES ECHEANCES (DESSIN FB00ECHF)                   *
      *================================================================*
           COPY FB00ECHF.
      *================================================================*
      *   ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01                *
      *================================================================*
           COPY FB00CALA.
      *================================================================*
      *   PAYS DE L'UNION EUROPEENNE (MEME LISTE QUE FB02B03)          *
      *================================================================*
       01  WS-TABLE-PAYS-UE.
           05  FILLER              PIC X(54) VALUE
               'ATBEBGCYCZDEDKEEESFIFRGRHRHUIEITLTLULVMTNLPLPTROSESISK'.
       01  WS-PAYS-UE-RED REDEFINES WS-TABLE-PAYS-UE.
           05  WS-PAYS-UE          OCCURS 27 TIMES
                                   INDEXED BY IX-PUE
                                   PIC X(02).
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00ANNP-STATUS   PIC X(02).
           88     OK-FB00ANNP       VALUE '00'.
           88     EOF-FB00ANNP      VALUE '10'.
       01  FS-FB01MVTN-STATUS   PIC X(02).
           88     OK-FB01MVTN       VALUE '00'.
           88     EOF-FB01MVTN      VALUE '10'.
       01  FS-FB04CTLX-STATUS   PIC X(02).
           88     OK-FB04CTLX       VALUE '00'.
           88     EOF-FB04CTLX      VALUE '10'.
       01  FS-FB02CERT-STATUS   PIC X(02).
           88     OK-FB02CERT       VALUE '00'.
           88     EOF-FB02CERT      VALUE '10'.
       01  FS-FB02PERM-STATUS   PIC X(02).
           88     OK-FB02PERM       VALUE '00'.
           88     EOF-FB02PERM      VALUE '10'.
       01  FS-FB00RELD-STATUS   PIC X(02).
           88     OK-FB00RELD       VALUE '00'.
           88     EOF-FB00RELD      VALUE '10'.
       01  FS-FB08APPF-STATUS   PIC X(02).
           88     OK-FB08APPF       VALUE '00'.
           88     EOF-FB08APPF      VALUE '10'.
       01  FS-FB00ECHS-STATUS   PIC X(02).
           88     OK-FB00ECHS       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-ANNP       PIC X(01) VALUE 'N'.
           88     FIN-ANNP           VALUE 'O'.
       01  WS-IND-FIN-MVTN       PIC X(01) VALUE 'N'.
           88     FIN-MVTN           VALUE 'O'.
       01  WS-IND-FIN-CTLX       PIC X(01) VALUE 'N'.
           88     FIN-CTLX           VALUE 'O'.
       01  WS-IND-FIN-CERT       PIC X(01) VALUE 'N'.
           88     FIN-CERT           VALUE 'O'.
       01  WS-IND-FIN-PERM       PIC X(01) VALUE 'N'.
           88     FIN-PERM           VALUE 'O'.
       01  WS-IND-FIN-RELD       PIC X(01) VALUE 'N'.
           88     FIN-RELD           VALUE 'O'.
       01  WS-IND-FIN-APPF       PIC X(01) VALUE 'N'.
           88     FIN-APPF           VALUE 'O'.
      *================================================================*
      *   ECHEANCE EN COURS                                            *
      *================================================================*
      *--- FENETRE RETENUE : DU JOUR A JOUR + 12 MOIS
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-DATE-LIMITE        PIC X(08) VALUE SPACES.
       01  WS-NB-MOIS-FENETRE    PIC 9(02) VALUE 12.
      *--- DELAI LEGAL DE DELIVRANCE DU RELEVE (MEME VALEUR QUE FB00B14)
       01  WS-DELAI-RELEVE-JOURS PIC 9(03) VALUE 15.
       01  WS-ECHEANCE           PIC X(08) VALUE SPACES.
       01  WS-IND-EN-ATTENTE     PIC X(01) VALUE 'N'.
           88     POINT-EN-ATTENTE   VALUE 'O'.
       01  WS-IND-HORS-UE        PIC X(01) VALUE 'N'.
           88     PERMIS-HORS-UE     VALUE 'O'.
       01  WS-IND-PAYS-UE        PIC X(01) VALUE 'N'.
           88     PAYS-EST-UE        VALUE 'O'.
       01  WS-PAYS-CTRL          PIC X(02) VALUE SPACES.
       01  WS-RANG-MVTN          PIC 9(04) VALUE ZERO.
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-ECHEANCES      PIC 9(06) VALUE ZERO.
       01  WS-CPT-AN             PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-MV             PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CT             PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CM             PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-PN             PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-EP             PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-RI             PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-AP             PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      *                     T R A I T E M E N T                        *
      ******************************************************************
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 10000-INITIALISATION
           PERFORM 20000-TRAITEMENT
           PERFORM 30000-FIN-PROGRAMME
           .
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           OPEN INPUT  FB00ANNP
           OPEN INPUT  FB01MVTN
           OPEN INPUT  FB04CTLX
           OPEN INPUT  FB02CERT
           OPEN INPUT  FB02PERM
           OPEN INPUT  FB00RELD
           OPEN INPUT  FB08APPF
           OPEN OUTPUT FB00ECHS.
           IF NOT OK-FB00ANNP OR NOT OK-FB01MVTN
              OR NOT OK-FB04CTLX OR NOT OK-FB02CERT
              OR NOT OK-FB02PERM OR NOT OK-FB00RELD
              OR NOT OK-FB08APPF OR NOT OK-FB00ECHS
              DISPLAY 'FB00B64 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
      *--- BORNE DE LA FENETRE : JOUR + 12 MOIS CALENDAIRES
           SET CALA-FONC-AJOUT-MOIS   TO TRUE.
           MOVE WS-DATE-TRAITEMENT    TO CALA-DATE-1.
           MOVE WS-NB-MOIS-FENETRE    TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF NOT CALA-RETOUR-OK
              DISPLAY 'FB00B64 : DATE DE TRAITEMENT REFUSEE PAR '
                      'FB00SV01 : ' WS-DATE-TRAITEMENT
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE CALA-DATE-RESULTAT    TO WS-DATE-LIMITE.
           DISPLAY 'FB00B64 : ECHEANCES DU ' WS-DATE-TRAITEMENT
                   ' AU ' WS-DATE-LIMITE.
           PERFORM 21000-LIRE-ANNP
           PERFORM 21100-LIRE-MVTN
           PERFORM 21200-LIRE-CTLX
           PERFORM 21300-LIRE-CERT
           PERFORM 21400-LIRE-PERM
           PERFORM 21500-LIRE-RELD
           PERFORM 21600-LIRE-APPF
           .
      ******************************************************************
      *   CHAQUE SOURCE EST PARCOURUE EN ENTIER ET INDEPENDAMMENT :    *
      *   LE CLASSEMENT PAR CONTRAT ET DATE EST FAIT PAR LE TRI DU JCL *
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-EXAMINER-ANNIVERSAIRE
              UNTIL FIN-ANNP
           PERFORM 20200-EXAMINER-MOUVEMENT
              UNTIL FIN-MVTN
           PERFORM 20300-EXAMINER-CONTROLE
              UNTIL FIN-CTLX
           PERFORM 20400-EXAMINER-CERTIFICAT
              UNTIL FIN-CERT
           PERFORM 20500-EXAMINER-PERMIS
              UNTIL FIN-PERM
           PERFORM 20600-EXAMINER-RELEVE
              UNTIL FIN-RELD
           PERFORM 20700-EXAMINER-APPROBATION
              UNTIL FIN-APPF
           .
      ******************************************************************
      *   ECHEANCE ANNIVERSAIRE DU CONTRAT                             *
      ******************************************************************
       20100-EXAMINER-ANNIVERSAIRE.
      *----------------------------
           MOVE ANNP-DATE-ANNIV       TO WS-ECHEANCE.
           MOVE 'N'                   TO WS-IND-EN-ATTENTE.
           MOVE SPACES                TO WSS-ECHK-ENR.
           MOVE ANNP-NUMCONT          TO ECHK-NUMCONT.
           SET ECHK-ANNIVERSAIRE      TO TRUE.
           MOVE ZERO                  TO ECHK-RANG.
           MOVE 'ECHEANCE ANNIVERSAIRE'
                                      TO ECHK-LIBELLE.
           MOVE 'FB01'                TO ECHK-TRANS.
           PERFORM 22000-RETENIR-ECHEANCE.
           IF ECHK-DATE NOT = SPACES
              ADD 1                   TO WS-CPT-AN
           END-IF.
           PERFORM 21000-LIRE-ANNP
           .
      ******************************************************************
      *   MOUVEMENT DE COMPOSITION PROGRAMME NON ENCORE ECHU           *
      ******************************************************************
       20200-EXAMINER-MOUVEMENT.
      *-------------------------
           MOVE MVTN-DATE-EFFET       TO WS-ECHEANCE.
           MOVE 'N'                   TO WS-IND-EN-ATTENTE.
           MOVE SPACES                TO WSS-ECHK-ENR.
           MOVE MVTN-NUMCONT          TO ECHK-NUMCONT.
           SET ECHK-MOUVEMENT         TO TRUE.
           MOVE MVTN-RANG-TS-B        TO WS-RANG-MVTN.
           MOVE WS-RANG-MVTN          TO ECHK-RANG.
           IF MVTN-REACTIVATION
              MOVE 'REACTIVATION PROGRAMMEE'
                                      TO ECHK-LIBELLE
           ELSE
              MOVE 'SORTIE/REMISAGE PROGRAMME'
                                      TO ECHK-LIBELLE
           END-IF.
           MOVE 'FB01'                TO ECHK-TRANS.
           PERFORM 22000-RETENIR-ECHEANCE.
           IF ECHK-DATE NOT = SPACES
              ADD 1                   TO WS-CPT-MV
           END-IF.
           PERFORM 21100-LIRE-MVTN
           .
      ******************************************************************
      *   CONTROLE TECHNIQUE : DERNIER CONTROLE + 2 ANS, + 1 AN POUR   *
      *   LES REMORQUES ET CARAVANES (REGLE DE FB04B02)                *
      ******************************************************************
       20300-EXAMINER-CONTROLE.
      *------------------------
           IF CTLX-DER-CTRL NUMERIC
              SET CALA-FONC-AJOUT-MOIS TO TRUE
              MOVE CTLX-DER-CTRL      TO CALA-DATE-1
              IF CTLX-FAMILLE = 'REM ' OR 'CAR '
                 MOVE 12              TO CALA-NOMBRE
              ELSE
                 MOVE 24              TO CALA-NOMBRE
              END-IF
              CALL 'FB00SV01' USING WSS-CALA-COMMAREA
              IF CALA-RETOUR-OK
                 MOVE CALA-DATE-RESULTAT TO WS-ECHEANCE
                 MOVE 'N'             TO WS-IND-EN-ATTENTE
                 MOVE SPACES          TO WSS-ECHK-ENR
                 MOVE CTLX-NUMCONT    TO ECHK-NUMCONT
                 SET ECHK-CONTROLE-TECH TO TRUE
                 MOVE CTLX-RANG       TO ECHK-RANG
                 STRING 'CONTROLE TECHNIQUE ' CTLX-IMMAT
                        DELIMITED BY SIZE INTO ECHK-LIBELLE
                 MOVE 'FB04'          TO ECHK-TRANS
                 PERFORM 22000-RETENIR-ECHEANCE
                 IF ECHK-DATE NOT = SPACES
                    ADD 1             TO WS-CPT-CT
                 END-IF
              END-IF
           END-IF.
           PERFORM 21200-LIRE-CTLX
           .
      ******************************************************************
      *   FIN DE VALIDITE DU CERTIFICAT MEDICAL D'UN CONDUCTEUR        *
      ******************************************************************
       20400-EXAMINER-CERTIFICAT.
      *--------------------------
           IF CERT-DATE-FIN NUMERIC
              MOVE CERT-DATE-FIN      TO WS-ECHEANCE
              MOVE 'N'                TO WS-IND-EN-ATTENTE
              MOVE SPACES             TO WSS-ECHK-ENR
              MOVE CERT-NUMCONT       TO ECHK-NUMCONT
              SET ECHK-CERTIF-MEDICAL TO TRUE
              MOVE CERT-RANG          TO ECHK-RANG
              STRING 'CERT. MEDICAL ' CERT-NOM
                     DELIMITED BY SIZE INTO ECHK-LIBELLE
              MOVE 'FB02'             TO ECHK-TRANS
              PERFORM 22000-RETENIR-ECHEANCE
              IF ECHK-DATE NOT = SPACES
                 ADD 1                TO WS-CPT-CM
              END-IF
           END-IF.
           PERFORM 21300-LIRE-CERT
           .
      ******************************************************************
      *   PERMIS : FIN DE PERIODE PROBATOIRE (OBTENTION + 3 ANS, 2     *
      *   AVEC CONDUITE ACCOMPAGNEE - REGLE DE FB02B08) ET ECHANGE DES *
      *   PERMIS HORS UE (RESIDENCE + 12 MOIS - REGLE DE FB02B03)      *
      ******************************************************************
       20500-EXAMINER-PERMIS.
      *----------------------
           IF PERM-STATUT-NOV = 'N'
              AND PERM-OBTD1 NUMERIC
              PERFORM 20510-FIN-PROBATOIRE
           END-IF.
           MOVE 'N'                   TO WS-IND-HORS-UE.
           MOVE PERM-PAYS1            TO WS-PAYS-CTRL.
           PERFORM 20530-CONTROLE-UN-PAYS.
           MOVE PERM-PAYS2            TO WS-PAYS-CTRL.
           PERFORM 20530-CONTROLE-UN-PAYS.
           MOVE PERM-PAYS3            TO WS-PAYS-CTRL.
           PERFORM 20530-CONTROLE-UN-PAYS.
           IF PERMIS-HORS-UE
              AND PERM-DATE-RESIDENCE NUMERIC
              PERFORM 20520-ECHANGE-PERMIS
           END-IF.
           PERFORM 21400-LIRE-PERM
           .
      ******************************************************************
       20510-FIN-PROBATOIRE.
      *---------------------
           SET CALA-FONC-AJOUT-MOIS   TO TRUE.
           MOVE PERM-OBTD1            TO CALA-DATE-1.
           IF PERM-COND-ACC = 'O'
              MOVE 24                 TO CALA-NOMBRE
           ELSE
              MOVE 36                 TO CALA-NOMBRE
           END-IF.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF CALA-RETOUR-OK
              MOVE CALA-DATE-RESULTAT TO WS-ECHEANCE
              MOVE 'N'                TO WS-IND-EN-ATTENTE
              MOVE SPACES             TO WSS-ECHK-ENR
              MOVE PERM-NUMCONT       TO ECHK-NUMCONT
              SET ECHK-FIN-PROBATOIRE TO TRUE
              MOVE PERM-RANG          TO ECHK-RANG
              STRING 'FIN PROBATOIRE ' PERM-NOM
                     DELIMITED BY SIZE INTO ECHK-LIBELLE
              MOVE 'FB02'             TO ECHK-TRANS
              PERFORM 22000-RETENIR-ECHEANCE
              IF ECHK-DATE NOT = SPACES
                 ADD 1                TO WS-CPT-PN
              END-IF
           END-IF
           .
      ******************************************************************
       20520-ECHANGE-PERMIS.
      *---------------------
           SET CALA-FONC-AJOUT-MOIS   TO TRUE.
           MOVE PERM-DATE-RESIDENCE   TO CALA-DATE-1.
           MOVE 12                    TO CALA-NOMBRE.
           CALL 'FB00SV01' USING WSS-CALA-COMMAREA.
           IF CALA-RETOUR-OK
              MOVE CALA-DATE-RESULTAT TO WS-ECHEANCE
              MOVE 'N'                TO WS-IND-EN-ATTENTE
              MOVE SPACES             TO WSS-ECHK-ENR
              MOVE PERM-NUMCONT       TO ECHK-NUMCONT
              SET ECHK-ECHANGE-PERMIS TO TRUE
              MOVE PERM-RANG          TO ECHK-RANG
              STRING 'ECHANGE PERMIS ' PERM-NOM
                     DELIMITED BY SIZE INTO ECHK-LIBELLE
              MOVE 'FB02'             TO ECHK-TRANS
              PERFORM 22000-RETENIR-ECHEANCE
              IF ECHK-DATE NOT = SPACES
                 ADD 1                TO WS-CPT-EP
              END-IF
           END-IF
           .
      ******************************************************************
       20530-CONTROLE-UN-PAYS.
      *-----------------------
           IF WS-PAYS-CTRL = SPACES OR LOW-VALUE
              CONTINUE
           ELSE
              MOVE 'N' TO WS-IND-PAYS-UE
              SET IX-PUE TO 1
              SEARCH WS-PAYS-UE
                 AT END
                    CONTINUE
                 WHEN WS-PAYS-UE(IX-PUE) = WS-PAYS-CTRL
                    SET PAYS-EST-UE TO TRUE
              END-SEARCH
              IF NOT PAYS-EST-UE
                 SET PERMIS-HORS-UE TO TRUE
              END-IF
           END-IF
           .
      ******************************************************************
      *   RELEVE D'INFORMATION EN ATTENTE : A SERVIR AU PLUS TARD A LA *
      *   DEMANDE + 15 JOURS CALENDAIRES (RETENU MEME EN RETARD)       *
      ******************************************************************
       20600-EXAMINER-RELEVE.
      *----------------------
           IF RELD-EN-ATTENTE
              AND RELD-DATE-DEMANDE NUMERIC
              SET CALA-FONC-AJOUT-CAL TO TRUE
              MOVE RELD-DATE-DEMANDE  TO CALA-DATE-1
              MOVE WS-DELAI-RELEVE-JOURS TO CALA-NOMBRE
              CALL 'FB00SV01' USING WSS-CALA-COMMAREA
              IF CALA-RETOUR-OK
                 MOVE CALA-DATE-RESULTAT TO WS-ECHEANCE
                 SET POINT-EN-ATTENTE TO TRUE
                 MOVE SPACES          TO WSS-ECHK-ENR
                 MOVE RELD-NUMCONT    TO ECHK-NUMCONT
                 SET ECHK-RELEVE-INFO TO TRUE
                 MOVE RELD-RANG       TO ECHK-RANG
                 MOVE 'RELEVE D''INFORMATION A SERVIR'
                                      TO ECHK-LIBELLE
                 MOVE SPACES          TO ECHK-TRANS
                 PERFORM 22000-RETENIR-ECHEANCE
                 IF ECHK-DATE NOT = SPACES
                    ADD 1             TO WS-CPT-RI
                 END-IF
              END-IF
           END-IF.
           PERFORM 21500-LIRE-RELD
           .
      ******************************************************************
      *   DEMANDE D'APPROBATION EN ATTENTE DANS LA FILE FB08, A SA     *
      *   DATE D'EFFET (A DEFAUT SON JOUR DE DEPOT), MEME EN RETARD    *
      ******************************************************************
       20700-EXAMINER-APPROBATION.
      *---------------------------
           IF APPF-EN-ATTENTE
              IF APPF-DATE-EFFET NUMERIC
                 MOVE APPF-DATE-EFFET TO WS-ECHEANCE
              ELSE
                 MOVE APPF-JOUR       TO WS-ECHEANCE
              END-IF
              SET POINT-EN-ATTENTE    TO TRUE
              MOVE SPACES             TO WSS-ECHK-ENR
              MOVE APPF-NUMCONT       TO ECHK-NUMCONT
              SET ECHK-APPROBATION    TO TRUE
              MOVE APPF-RANG-TS       TO ECHK-RANG
              STRING 'APPROBATION ACTION ' APPF-CODE-ACTION
                     ' EN ATTENTE'
                     DELIMITED BY SIZE INTO ECHK-LIBELLE
              MOVE 'FB08'             TO ECHK-TRANS
              PERFORM 22000-RETENIR-ECHEANCE
              IF ECHK-DATE NOT = SPACES
                 ADD 1                TO WS-CPT-AP
              END-IF
           END-IF.
           PERFORM 21600-LIRE-APPF
           .
      ******************************************************************
      *   CONTROLE DE LA FENETRE ET ECRITURE DE L'ECHEANCE PREPAREE.   *
      *   EN RETOUR, ECHK-DATE A BLANC SIGNALE UNE ECHEANCE ECARTEE    *
      ******************************************************************
       22000-RETENIR-ECHEANCE.
      *-----------------------
           MOVE SPACES                TO ECHK-DATE.
           IF WS-ECHEANCE NUMERIC
              AND WS-ECHEANCE NOT > WS-DATE-LIMITE
              AND (WS-ECHEANCE NOT < WS-DATE-TRAITEMENT
                   OR POINT-EN-ATTENTE)
              ADD 1                   TO WS-CPT-ECHEANCES
              MOVE WS-ECHEANCE        TO ECHK-DATE
              MOVE WS-CPT-ECHEANCES   TO ECHK-SEQ
              MOVE WS-DATE-TRAITEMENT TO ECHK-DATE-CALCUL
              WRITE ENRG-FB00ECHS FROM WSS-ECHK-ENR
           END-IF
           .
      ******************************************************************
       21000-LIRE-ANNP.
      *----------------
           IF NOT FIN-ANNP
              READ FB00ANNP
                 AT END
                    SET FIN-ANNP TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-MVTN.
      *----------------
           IF NOT FIN-MVTN
              READ FB01MVTN
                 AT END
                    SET FIN-MVTN TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21200-LIRE-CTLX.
      *----------------
           IF NOT FIN-CTLX
              READ FB04CTLX
                 AT END
                    SET FIN-CTLX TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21300-LIRE-CERT.
      *----------------
           IF NOT FIN-CERT
              READ FB02CERT
                 AT END
                    SET FIN-CERT TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21400-LIRE-PERM.
      *----------------
           IF NOT FIN-PERM
              READ FB02PERM
                 AT END
                    SET FIN-PERM TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21500-LIRE-RELD.
      *----------------
           IF NOT FIN-RELD
              READ FB00RELD NEXT RECORD
                 AT END
                    SET FIN-RELD TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       21600-LIRE-APPF.
      *----------------
           IF NOT FIN-APPF
              READ FB08APPF NEXT RECORD
                 AT END
                    SET FIN-APPF TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00ANNP FB01MVTN FB04CTLX FB02CERT FB02PERM
                 FB00RELD FB08APPF FB00ECHS.
           DISPLAY 'FB00B64 : ECHEANCES RETENUES     = '
                    WS-CPT-ECHEANCES.
           DISPLAY 'FB00B64 :   ANNIVERSAIRES        = '
                    WS-CPT-AN.
           DISPLAY 'FB00B64 :   MOUVEMENTS PROGRAMMES= '
                    WS-CPT-MV.
           DISPLAY 'FB00B64 :   CONTROLES TECHNIQUES = '
                    WS-CPT-CT.
           DISPLAY 'FB00B64 :   CERTIFICATS MEDICAUX = '
                    WS-CPT-CM.
           DISPLAY 'FB00B64 :   FINS PROBATOIRES     = '
                    WS-CPT-PN.
           DISPLAY 'FB00B64 :   ECHANGES DE PERMIS   = '
                    WS-CPT-EP.
           DISPLAY 'FB00B64 :   RELEVES A SERVIR     = '
                    WS-CPT-RI.
           DISPLAY 'FB00B64 :   APPROBATIONS         = '
                    WS-CPT-AP.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B64 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
