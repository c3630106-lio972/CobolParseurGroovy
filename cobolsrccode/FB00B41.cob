       ID DIVISION.
       PROGRAM-ID. FB00B41.
      ****************************************************************
      *
      *  OBJET  : PROGRAMME BATCH DE TRAITEMENT DES REPONSES DU
      *           REPERTOIRE SIRENE AUX DEMANDES EMISES PAR FB00B40
      *           POUR LES CLIENTS PERSONNES MORALES. CHAQUE REPONSE
      *           (NOTRE REFERENCE GESCLI, VERDICT, SIREN ET SIRET
      *           DU SIEGE, DENOMINATION, CODE NAF, ETAT
      *           ADMINISTRATIF 'A' ACTIVE / 'C' CESSEE) EST
      *           REPORTEE SUR LE FICHIER DES VERIFICATIONS FB00SIRV
      *           (VSAM KSDS CLE GESCLI). LES CONTRATS DU CLIENT
      *           (FB00CLID, TRIE SUR LE CLIENT COMME LES REPONSES)
      *           SONT RAPPROCHES POUR :
      *           - ECRIRE LE CODE NAF PAR CONTRAT (FB00NAFC, TRIE
      *             SUR LE CONTRAT PAR LE JCL) LU PAR FB04B11 EN
      *             SIGNAL SUPPLEMENTAIRE DU CONTROLE USAGE /
      *             PROFESSION ;
      *           - SIGNALER UNE SOCIETE CESSEE, LA PREMIERE FOIS
      *             QU'ELLE EST VUE CESSEE, DANS LA BOITE DE RECEPTION
      *             DU GESTIONNAIRE DESIGNE PAR LA CARTE PARAMETRE
      *             (FB00NOTS AU DESSIN FB00NOTI, CONCATENE PAR LE JCL
      *             AVANT FB00B23) ET PAR UNE NOTE DANS L'AGENDA DU
      *             CONTRAT (KSDS FB00DIAR, AFFICHE PAR FB15).
      *           LES SOCIETES CESSEES, INCONNUES DU REPERTOIRE OU
      *           DONT LE SIREN RETROUVE DIFFERE DU SIREN DECLARE
      *           SONT EDITEES DANS LE COMPTE RENDU FB00RAPS ET FONT
      *           PASSER LE CODE RETOUR A 4.
      *
      ******************************************************************
      *          H I S T O R I Q U E   D U   C O M P O S A N T
      ******************************************************************
      * DATE       STE/PERS         VERSION   NOTES
      *
      * 15.10.2026 GFA/P.ESTEVE     M000      F51171 CREATION.
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
      *--- CARTE PARAMETRE : RACF DU GESTIONNAIRE DES FLOTTES
      *--- D'ENTREPRISES DESTINATAIRE DES SIGNALEMENTS
           SELECT  FB00PARM   ASSIGN  FB00PARM
                               FILE STATUS IS  FS-FB00PARM-STATUS.
      *--- REPONSES DU REPERTOIRE SIRENE, TRIEES SUR LA REFERENCE
           SELECT  FB00REPS   ASSIGN  FB00REPS
                               FILE STATUS IS  FS-FB00REPS-STATUS.
      *--- CLIENTS ET CONTRATS, TRIES SUR LE CLIENT
           SELECT  FB00CLID   ASSIGN  FB00CLID
                               FILE STATUS IS  FS-FB00CLID-STATUS.
      *--- VERIFICATIONS SIRENE PAR CLIENT (VSAM KSDS)
           SELECT  FB00SIRV   ASSIGN  FB00SIRV
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY SIRV-GESCLI
                               FILE STATUS IS  FS-FB00SIRV-STATUS.
      *--- AGENDA DES CONTRATS (VSAM KSDS PARTAGE AVEC FB15T00)
           SELECT  FB00DIAR   ASSIGN  FB00DIAR
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY DIAR-CLE
                               FILE STATUS IS  FS-FB00DIAR-STATUS.
      *--- NOTIFICATIONS OPERATEUR (DESSIN FB00NOTI DE FB00B23)
           SELECT  FB00NOTS   ASSIGN  FB00NOTS
                               FILE STATUS IS  FS-FB00NOTS-STATUS.
      *--- CODE NAF PAR CONTRAT (LU PAR FB04B11)
           SELECT  FB00NAFC   ASSIGN  FB00NAFC
                               FILE STATUS IS  FS-FB00NAFC-STATUS.
      *--- COMPTE RENDU DES ANOMALIES
           SELECT  FB00RAPS   ASSIGN  FB00RAPS
                               FILE STATUS IS  FS-FB00RAPS-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FB00PARM
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00PARM.
           05  PARM-RACF-DESTINATAIRE PIC X(15).
           05  FILLER                 PIC X(65).
      *
       FD  FB00REPS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00REPS.
           05  REPS-REFERENCE         PIC X(11).
           05  REPS-VERDICT           PIC X(02).
               88  REPS-RETROUVEE         VALUE 'OK'.
               88  REPS-SIREN-DIFF        VALUE 'SD'.
               88  REPS-INCONNUE          VALUE 'IN'.
           05  REPS-SIREN             PIC X(09).
           05  REPS-SIRET             PIC X(14).
           05  REPS-DENOMINATION      PIC X(40).
           05  REPS-NAF               PIC X(05).
           05  REPS-ETAT              PIC X(01).
               88  REPS-ACTIVE            VALUE 'A'.
               88  REPS-CESSEE            VALUE 'C'.
           05  REPS-DATE-CESSATION    PIC X(08).
           05  REPS-DATE-REPONSE      PIC X(08).
           05  FILLER                 PIC X(22).
      *
       FD  FB00CLID
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00CLID.
           05  CLID-GESCLI            PIC X(11).
           05  CLID-NUMCONT           PIC X(12).
           05  FILLER                 PIC X(77).
      *
       FD  FB00SIRV
           LABEL RECORD STANDARD.
       01  ENRG-FB00SIRV.
           05  SIRV-GESCLI            PIC X(11).
           05  SIRV-SIREN             PIC X(09).
           05  SIRV-SIRET             PIC X(14).
           05  SIRV-DENOMINATION      PIC X(40).
           05  SIRV-NAF               PIC X(05).
           05  SIRV-ETAT              PIC X(01).
               88  SIRV-ACTIVE            VALUE 'A'.
               88  SIRV-CESSEE            VALUE 'C'.
           05  SIRV-DATE-CESSATION    PIC X(08).
           05  SIRV-VERDICT           PIC X(02).
           05  SIRV-DATE-REPONSE      PIC X(08).
      *--- DATE DU SIGNALEMENT DE LA CESSATION AUX GESTIONNAIRES
           05  SIRV-DATE-SIGNALEMENT  PIC X(08).
           05  FILLER                 PIC X(14).
      *
       FD  FB00DIAR
           LABEL RECORD STANDARD.
       01  ENRG-FB00DIAR.
           05  DIAR-CLE.
               10  DIAR-NUMCONT       PIC X(12).
               10  DIAR-JOUR          PIC X(08).
               10  DIAR-HEURE         PIC X(08).
           05  DIAR-RACF              PIC X(15).
           05  DIAR-TEXTE             PIC X(60).
           05  FILLER                 PIC X(07).
      *
       FD  FB00NOTS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00NOTS.
           05  NOTS-RACF              PIC X(15).
           05  NOTS-ORIGINE           PIC X(08).
           05  NOTS-NUMCONT           PIC X(12).
           05  NOTS-TEXTE             PIC X(40).
           05  NOTS-JOUR              PIC X(08).
           05  FILLER                 PIC X(17).
      *
       FD  FB00NAFC
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00NAFC.
           05  NAFC-NUMCONT           PIC X(12).
           05  NAFC-GESCLI            PIC X(11).
           05  NAFC-NAF               PIC X(05).
           05  NAFC-ETAT              PIC X(01).
           05  FILLER                 PIC X(51).
      *
       FD  FB00RAPS
           RECORDING   F
           LABEL RECORD STANDARD.
       01  ENRG-FB00RAPS.
           05  RAPS-GESCLI            PIC X(11).
           05  FILLER                 PIC X(02).
           05  RAPS-SIREN             PIC X(09).
           05  FILLER                 PIC X(02).
           05  RAPS-VERDICT           PIC X(02).
           05  FILLER                 PIC X(02).
           05  RAPS-ETAT              PIC X(01).
           05  FILLER                 PIC X(02).
           05  RAPS-DENOMINATION      PIC X(40).
           05  FILLER                 PIC X(02).
           05  RAPS-MOTIF             PIC X(50).
           05  FILLER                 PIC X(09).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
       01 FILLER          PIC X(24) VALUE '** DEBUT W-S FB00B41 **'.
      *================================================================*
      *   GESTION DES FICHIERS                                         *
      *================================================================*
       01  FS-FB00PARM-STATUS   PIC X(02).
           88     OK-FB00PARM       VALUE '00'.
       01  FS-FB00REPS-STATUS   PIC X(02).
           88     OK-FB00REPS       VALUE '00'.
           88     EOF-FB00REPS      VALUE '10'.
       01  FS-FB00CLID-STATUS   PIC X(02).
           88     OK-FB00CLID       VALUE '00'.
           88     EOF-FB00CLID      VALUE '10'.
       01  FS-FB00SIRV-STATUS   PIC X(02).
           88     OK-FB00SIRV       VALUE '00'.
           88     DOUBLON-FB00SIRV  VALUE '22'.
           88     ABSENT-FB00SIRV   VALUE '23'.
       01  FS-FB00DIAR-STATUS   PIC X(02).
           88     OK-FB00DIAR       VALUE '00'.
           88     DOUBLON-FB00DIAR  VALUE '22'.
       01  FS-FB00NOTS-STATUS   PIC X(02).
           88     OK-FB00NOTS       VALUE '00'.
       01  FS-FB00NAFC-STATUS   PIC X(02).
           88     OK-FB00NAFC       VALUE '00'.
       01  FS-FB00RAPS-STATUS   PIC X(02).
           88     OK-FB00RAPS       VALUE '00'.
      *================================================================*
      *   INDICATEURS DE FIN DE FICHIER                                *
      *================================================================*
       01  WS-IND-FIN-REPS       PIC X(01) VALUE 'N'.
           88     FIN-REPS           VALUE 'O'.
       01  WS-IND-FIN-CLID       PIC X(01) VALUE 'N'.
           88     FIN-CLID           VALUE 'O'.
      *================================================================*
      *   CLIENT EN COURS                                              *
      *================================================================*
      *--- 'O' = CESSATION VUE POUR LA PREMIERE FOIS : A SIGNALER
       01  WS-IND-A-SIGNALER     PIC X(01) VALUE 'N'.
           88     CESSATION-A-SIGNALER VALUE 'O'.
      *--- DATE DE SIGNALEMENT DEJA PORTEE PAR FB00SIRV
       01  WS-DATE-SIGNALEE      PIC X(08) VALUE SPACES.
      *--- DATE DE CESSATION EDITEE JJ/MM/SSAA
       01  WS-DATE-SSAAMMJJ.
           05  WS-DATE-SSAA      PIC X(04).
           05  WS-DATE-MM        PIC X(02).
           05  WS-DATE-JJ        PIC X(02).
       01  WS-DATE-EDITEE.
           05  WS-DATE-ED-JJ     PIC X(02).
           05  FILLER            PIC X(01) VALUE '/'.
           05  WS-DATE-ED-MM     PIC X(02).
           05  FILLER            PIC X(01) VALUE '/'.
           05  WS-DATE-ED-SSAA   PIC X(04).
      *================================================================*
      *   ZONES DE TRAVAIL                                             *
      *================================================================*
       01  WS-CO-RET             PIC 9(02) COMP VALUE ZERO.
       01  WS-CPT-REPONSES       PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ACTIVES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-CESSEES        PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-SIGNALEES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-ANOMALIES      PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NAF            PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NOTES          PIC 9(07) COMP VALUE ZERO.
       01  WS-CPT-NOTES-PRES     PIC 9(07) COMP VALUE ZERO.
       01  WS-RACF-DESTINATAIRE  PIC X(15) VALUE SPACES.
       01  WS-DATE-TRAITEMENT    PIC X(08) VALUE SPACES.
       01  WS-HEURE-TRAITEMENT   PIC X(08) VALUE SPACES.
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
      *   LA CARTE PARAMETRE EST OBLIGATOIRE : SANS DESTINATAIRE, UNE *
      *   SOCIETE CESSEE NE SERAIT SIGNALEE A PERSONNE                *
      ******************************************************************
       10000-INITIALISATION.
      *---------------------
           ACCEPT WS-DATE-TRAITEMENT  FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-TRAITEMENT FROM TIME.
           OPEN INPUT  FB00PARM.
           IF NOT OK-FB00PARM
              DISPLAY 'FB00B41 : ERREUR OUVERTURE FB00PARM'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           READ FB00PARM
              AT END
                 DISPLAY 'FB00B41 : CARTE PARAMETRE ABSENTE'
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-READ.
           IF PARM-RACF-DESTINATAIRE = SPACES
              DISPLAY 'FB00B41 : CARTE PARAMETRE INVALIDE'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           MOVE PARM-RACF-DESTINATAIRE TO WS-RACF-DESTINATAIRE.
           CLOSE FB00PARM.
           OPEN INPUT  FB00REPS
           OPEN INPUT  FB00CLID
           OPEN I-O    FB00SIRV
           OPEN I-O    FB00DIAR
           OPEN OUTPUT FB00NOTS
           OPEN OUTPUT FB00NAFC
           OPEN OUTPUT FB00RAPS.
           IF NOT OK-FB00REPS OR NOT OK-FB00CLID
              OR NOT OK-FB00SIRV OR NOT OK-FB00DIAR
              OR NOT OK-FB00NOTS OR NOT OK-FB00NAFC
              OR NOT OK-FB00RAPS
              DISPLAY 'FB00B41 : ERREUR OUVERTURE FICHIERS'
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF.
           PERFORM 21000-LIRE-REPS
           PERFORM 21100-LIRE-CLID
           .
      ******************************************************************
       20000-TRAITEMENT.
      *-----------------
           PERFORM 20100-TRAITER-REPONSE
              UNTIL FIN-REPS
           .
      ******************************************************************
       20100-TRAITER-REPONSE.
      *----------------------
           PERFORM 22000-LIRE-VERIFICATION.
           PERFORM 22100-POSER-VERIFICATION.
           PERFORM 24000-EDITER-ANOMALIE.
           PERFORM 23000-RAPPROCHER-CONTRATS.
           PERFORM 21000-LIRE-REPS
           .
      ******************************************************************
      *   VERIFICATION PRECEDENTE DU CLIENT : UNE CESSATION DEJA      *
      *   SIGNALEE NE L'EST PAS UNE SECONDE FOIS                      *
      ******************************************************************
       22000-LIRE-VERIFICATION.
      *------------------------
           MOVE 'N'                TO WS-IND-A-SIGNALER.
           MOVE SPACES             TO WS-DATE-SIGNALEE.
           MOVE REPS-REFERENCE     TO SIRV-GESCLI.
           READ FB00SIRV.
           EVALUATE TRUE
              WHEN OK-FB00SIRV
                 IF SIRV-CESSEE
                    MOVE SIRV-DATE-SIGNALEMENT TO WS-DATE-SIGNALEE
                 END-IF
              WHEN ABSENT-FB00SIRV
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'FB00B41 : ERREUR LECTURE FB00SIRV - STATUS '
                          FS-FB00SIRV-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-EVALUATE.
           IF REPS-CESSEE
              ADD 1                TO WS-CPT-CESSEES
              IF WS-DATE-SIGNALEE = SPACES
                 SET CESSATION-A-SIGNALER TO TRUE
                 MOVE WS-DATE-TRAITEMENT TO WS-DATE-SIGNALEE
                 ADD 1             TO WS-CPT-SIGNALEES
              END-IF
           ELSE
              MOVE SPACES          TO WS-DATE-SIGNALEE
              IF REPS-ACTIVE
                 ADD 1             TO WS-CPT-ACTIVES
              END-IF
           END-IF
           .
      ******************************************************************
      *   ECRITURE OU REMPLACEMENT DE LA VERIFICATION DU CLIENT       *
      ******************************************************************
       22100-POSER-VERIFICATION.
      *-------------------------
           MOVE SPACES              TO ENRG-FB00SIRV.
           MOVE REPS-REFERENCE      TO SIRV-GESCLI.
           MOVE REPS-SIREN          TO SIRV-SIREN.
           MOVE REPS-SIRET          TO SIRV-SIRET.
           MOVE REPS-DENOMINATION   TO SIRV-DENOMINATION.
           MOVE REPS-NAF            TO SIRV-NAF.
           MOVE REPS-ETAT           TO SIRV-ETAT.
           MOVE REPS-DATE-CESSATION TO SIRV-DATE-CESSATION.
           MOVE REPS-VERDICT        TO SIRV-VERDICT.
           MOVE REPS-DATE-REPONSE   TO SIRV-DATE-REPONSE.
           MOVE WS-DATE-SIGNALEE    TO SIRV-DATE-SIGNALEMENT.
           WRITE ENRG-FB00SIRV.
           IF DOUBLON-FB00SIRV
              REWRITE ENRG-FB00SIRV
              END-REWRITE
           END-IF.
           IF NOT OK-FB00SIRV AND NOT DOUBLON-FB00SIRV
              DISPLAY 'FB00B41 : ERREUR ECRITURE FB00SIRV - STATUS '
                       FS-FB00SIRV-STATUS
              PERFORM 32000-ABANDON-ERREUR-FAT
           END-IF
           .
      ******************************************************************
      *   CONTRATS DU CLIENT : LES DEUX FICHIERS SONT TRIES SUR LE    *
      *   CLIENT, LES CONTRATS DE CLIENTS SANS REPONSE SONT PASSES    *
      ******************************************************************
       23000-RAPPROCHER-CONTRATS.
      *--------------------------
           PERFORM 23100-AVANCER-CLID
              UNTIL FIN-CLID
              OR CLID-GESCLI NOT < REPS-REFERENCE.
           IF CESSATION-A-SIGNALER
              PERFORM 23300-PREPARER-SIGNALEMENT
           END-IF.
           PERFORM 23200-TRAITER-CONTRAT
              UNTIL FIN-CLID
              OR CLID-GESCLI NOT = REPS-REFERENCE
           .
      ******************************************************************
       23100-AVANCER-CLID.
      *-------------------
           PERFORM 21100-LIRE-CLID
           .
      ******************************************************************
       23200-TRAITER-CONTRAT.
      *----------------------
           IF REPS-NAF NOT = SPACES
              MOVE SPACES          TO ENRG-FB00NAFC
              MOVE CLID-NUMCONT    TO NAFC-NUMCONT
              MOVE CLID-GESCLI     TO NAFC-GESCLI
              MOVE REPS-NAF        TO NAFC-NAF
              MOVE REPS-ETAT       TO NAFC-ETAT
              WRITE ENRG-FB00NAFC
              ADD 1                TO WS-CPT-NAF
           END-IF.
           IF CESSATION-A-SIGNALER
              PERFORM 23400-NOTIFIER-GESTIONNAIRE
              PERFORM 23500-NOTER-AGENDA
           END-IF.
           PERFORM 21100-LIRE-CLID
           .
      ******************************************************************
      *   DATE DE CESSATION EDITEE (A DEFAUT, DATE DE LA REPONSE)     *
      ******************************************************************
       23300-PREPARER-SIGNALEMENT.
      *---------------------------
           IF REPS-DATE-CESSATION NUMERIC
              MOVE REPS-DATE-CESSATION TO WS-DATE-SSAAMMJJ
           ELSE
              MOVE REPS-DATE-REPONSE   TO WS-DATE-SSAAMMJJ
           END-IF.
           MOVE WS-DATE-JJ          TO WS-DATE-ED-JJ.
           MOVE WS-DATE-MM          TO WS-DATE-ED-MM.
           MOVE WS-DATE-SSAA        TO WS-DATE-ED-SSAA
           .
      ******************************************************************
       23400-NOTIFIER-GESTIONNAIRE.
      *----------------------------
           MOVE SPACES               TO ENRG-FB00NOTS.
           MOVE WS-RACF-DESTINATAIRE TO NOTS-RACF.
           MOVE 'FB00B41 '           TO NOTS-ORIGINE.
           MOVE CLID-NUMCONT         TO NOTS-NUMCONT.
           STRING 'SIRENE : SOCIETE CESSEE LE ' WS-DATE-EDITEE
                  DELIMITED BY SIZE INTO NOTS-TEXTE
           END-STRING.
           MOVE WS-DATE-TRAITEMENT   TO NOTS-JOUR.
           WRITE ENRG-FB00NOTS
           .
      ******************************************************************
      *   NOTE D'AGENDA SIGNEE DU PROGRAMME : UNE NOTE DEJA POSEE A   *
      *   LA MEME HEURE (REPRISE DU PASSAGE) N'EST PAS DOUBLEE        *
      ******************************************************************
       23500-NOTER-AGENDA.
      *-------------------
           MOVE SPACES               TO ENRG-FB00DIAR.
           MOVE CLID-NUMCONT         TO DIAR-NUMCONT.
           MOVE WS-DATE-TRAITEMENT   TO DIAR-JOUR.
           MOVE WS-HEURE-TRAITEMENT  TO DIAR-HEURE.
           MOVE 'FB00B41'            TO DIAR-RACF.
           STRING 'SIRENE : SOCIETE ' REPS-SIREN
                  ' CESSEE LE ' WS-DATE-EDITEE
                  ' - A REVOIR'
                  DELIMITED BY SIZE INTO DIAR-TEXTE
           END-STRING.
           WRITE ENRG-FB00DIAR.
           EVALUATE TRUE
              WHEN OK-FB00DIAR
                 ADD 1 TO WS-CPT-NOTES
              WHEN DOUBLON-FB00DIAR
                 ADD 1 TO WS-CPT-NOTES-PRES
              WHEN OTHER
                 DISPLAY 'FB00B41 : ERREUR ECRITURE FB00DIAR - STATUS '
                          FS-FB00DIAR-STATUS
                 PERFORM 32000-ABANDON-ERREUR-FAT
           END-EVALUATE
           .
      ******************************************************************
      *   COMPTE RENDU : SOCIETE CESSEE (SIGNALEE OU DEJA SIGNALEE),  *
      *   INCONNUE DU REPERTOIRE, SIREN RETROUVE DIFFERENT            *
      ******************************************************************
       24000-EDITER-ANOMALIE.
      *----------------------
           MOVE SPACES               TO ENRG-FB00RAPS.
           EVALUATE TRUE
              WHEN REPS-INCONNUE
                 MOVE 'SOCIETE INCONNUE DU REPERTOIRE SIRENE'
                                     TO RAPS-MOTIF
              WHEN REPS-CESSEE AND CESSATION-A-SIGNALER
                 MOVE 'SOCIETE CESSEE - SIGNALEE AU GESTIONNAIRE'
                                     TO RAPS-MOTIF
              WHEN REPS-CESSEE
                 STRING 'SOCIETE CESSEE - DEJA SIGNALEE LE '
                        WS-DATE-SIGNALEE
                        DELIMITED BY SIZE INTO RAPS-MOTIF
                 END-STRING
              WHEN REPS-SIREN-DIFF
                 MOVE 'SIREN RETROUVE DIFFERENT DU SIREN DECLARE'
                                     TO RAPS-MOTIF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF RAPS-MOTIF NOT = SPACES
              MOVE REPS-REFERENCE    TO RAPS-GESCLI
              MOVE REPS-SIREN        TO RAPS-SIREN
              MOVE REPS-VERDICT      TO RAPS-VERDICT
              MOVE REPS-ETAT         TO RAPS-ETAT
              MOVE REPS-DENOMINATION TO RAPS-DENOMINATION
              WRITE ENRG-FB00RAPS
              ADD 1                  TO WS-CPT-ANOMALIES
           END-IF
           .
      ******************************************************************
       21000-LIRE-REPS.
      *----------------
           IF NOT FIN-REPS
              READ FB00REPS
                 AT END
                    SET FIN-REPS TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CPT-REPONSES
              END-READ
           END-IF
           .
      ******************************************************************
       21100-LIRE-CLID.
      *----------------
           IF NOT FIN-CLID
              READ FB00CLID
                 AT END
                    SET FIN-CLID TO TRUE
              END-READ
           END-IF
           .
      ******************************************************************
       30000-FIN-PROGRAMME.
      *--------------------
           CLOSE FB00REPS FB00CLID FB00SIRV FB00DIAR
                 FB00NOTS FB00NAFC FB00RAPS.
           DISPLAY 'FB00B41 : REPONSES LUES          = '
                    WS-CPT-REPONSES.
           DISPLAY 'FB00B41 : SOCIETES ACTIVES       = '
                    WS-CPT-ACTIVES.
           DISPLAY 'FB00B41 : SOCIETES CESSEES       = '
                    WS-CPT-CESSEES.
           DISPLAY 'FB00B41 : DONT NOUVEAUX SIGNALEMENTS = '
                    WS-CPT-SIGNALEES.
           DISPLAY 'FB00B41 : NOTES D''AGENDA POSEES  = '
                    WS-CPT-NOTES.
           DISPLAY 'FB00B41 : NOTES DEJA PRESENTES   = '
                    WS-CPT-NOTES-PRES.
           DISPLAY 'FB00B41 : CONTRATS AVEC CODE NAF = '
                    WS-CPT-NAF.
           DISPLAY 'FB00B41 : ANOMALIES EDITEES      = '
                    WS-CPT-ANOMALIES.
           IF WS-CPT-ANOMALIES > ZERO
              MOVE 4 TO WS-CO-RET
           END-IF.
           MOVE WS-CO-RET TO RETURN-CODE.
           STOP RUN
           .
      ******************************************************************
       32000-ABANDON-ERREUR-FAT.
      *-------------------------
           DISPLAY 'FB00B41 : ABANDON SUITE A UNE ERREUR FATALE'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN
           .
