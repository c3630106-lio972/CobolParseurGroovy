      *                                       (PAS SEULEMENT LEUR ORDRE)
      *                                       ET RECENSE TOUTES LES
      *                                       ANOMALIES EN UNE PASSE
      * 15.10.2026 GFA/P.ESTEVE     M042      F51169 GEL DES AVOIRS :
      *                                       EMISSION SUSPENDUE VERS UN
      *                                       MANDATAIRE CONFIRME SUR LA
      *                                       LISTE NATIONALE (FB00GELK)
      * 15.10.2026 GFA/P.ESTEVE     M043      F51186 CONTROLE DES
      *                                       ECARTS N/N-1 DES MONTANTS
      *                                       AF AVANT EMISSION (SEUILS
      *                                       FCGEPAR1, HISTORIQUE
      *                                       FCGEHMT1, ETAT FCGEECA1)
      * 15.10.2026 GFA/P.ESTEVE     M044      F51187 CANAL D'ENVOI
      *                                       PORTE SUR LA REFERENCE
      *                                       FCGEREF1 (COMPARATIF DE
      *                                       CAMPAGNE PPGEMB27)
      * 15.10.2026 GFA/P.ESTEVE     M045      F51188 HISTORIQUE DES
      *                                       MONTANTS EMIS ETENDU AU
      *                                       PONCTUEL (IF, RECTIFICATIF
      *                                       REINJECTE) POUR LA
      *                                       DECLARATION FISCALE
      *                                       (PPGEMB28)
      * 15.10.2026 GFA/P.ESTEVE     M046      F51198 NORMALISATION
      *                                       POSTALE DE L'ADRESSE AVANT
      *                                       EMISSION AF/IF (FCGEADR1,
      *                                       REFERENTIEL FCGECOM1) :
      *                                       ADRESSE REDRESSEE POUR LA
      *                                       CHAINE CIC OU ENVOI RETENU
      *                                       EN PND PRESUME (FCGENAD1),
      *                                       BILAN PAR INSTITUTION
      * 15.10.2026 GFA/P.ESTEVE     M047      F51209 CAMPAGNE CLOSE
      *                                       PAR PPGEMB30 (FCGEPAR1) :
      *                                       EMISSION ORDINAIRE
      *                                       REFUSEE, SEULS PASSENT LE
      *                                       RECTIFICATIF ET LA TARDIVE
      *                                       AUTORISEE (FCGETAR1),
      *                                       JOURNAL FCGEJCL1
      * JJ.MM.SSAA ....../........  M009
      *                                                                 00002000
      ******************************************************************00002100
M041+                            ACCESS DYNAMIC
M041+                            RECORD KEY MAN1-CLE
M041+                            FILE STATUS IS  FS-FCGEMAN1-STATUS.
M042+ *--- CORRESPONDANCES AVEC LA LISTE NATIONALE DES GELS
M042+ *--- D'AVOIRS (VSAM KSDS POSE PAR FB00B37, DECISIONS DE LA
M042+ *--- CONFORMITE SUR FB22T00) - FICHIER FACULTATIF, ABSENT =
M042+ *--- PAS DE SUSPENSION
M042+         SELECT  FB00GELK   ASSIGN  FB00GELK
M042+                            ORGANIZATION INDEXED
M042+                            ACCESS DYNAMIC
M042+                            RECORD KEY GELK-CLE
M042+                            FILE STATUS IS  FS-FB00GELK-STATUS.
M043+ *--- HISTORIQUE DES MONTANTS EMIS PAR ALLOCATAIRE, TYPE DE
M043+ *--- DOCUMENT ET CAMPAGNE (VSAM KSDS) - FICHIER FACULTATIF,
M043+ *--- ABSENT = PAS DE CONTROLE DES ECARTS N/N-1
M043+         SELECT  FCGEHMT1   ASSIGN  FCGEHMT1
M043+                            ORGANIZATION INDEXED
M043+                            ACCESS DYNAMIC
M043+                            RECORD KEY HMT1-CLE
M043+                            FILE STATUS IS  FS-FCGEHMT1-STATUS.
M043+ *--- ETAT DES ECARTS N/N-1 SIGNALES A LA REVUE
M043+         SELECT  FCGEECA1   ASSIGN  FCGEECA1
M043+                            FILE STATUS IS  FS-FCGEECA1-STATUS.
M046+ *--- ADRESSES POSTALES DES ALLOCATAIRES (EXTRACTION TRIEE SUR
M046+ *--- LA MEME CLE QUE FC99FIS1) - FICHIER FACULTATIF, ABSENT =
M046+ *--- PAS DE NORMALISATION
M046+         SELECT  FCGEADR1   ASSIGN  FCGEADR1
M046+                            FILE STATUS IS  FS-FCGEADR1-STATUS.
M046+ *--- REFERENTIEL POSTAL (VSAM KSDS) : CODE POSTAL + COMMUNE ET
M046+ *--- LIBELLE D'ACHEMINEMENT - FICHIER FACULTATIF, ABSENT = SEULE
M046+ *--- LA MISE EN FORME EST CONTROLEE
M046+         SELECT  FCGECOM1   ASSIGN  FCGECOM1
M046+                            ORGANIZATION INDEXED
M046+                            ACCESS DYNAMIC
M046+                            RECORD KEY COM1-CLE
M046+                            FILE STATUS IS  FS-FCGECOM1-STATUS.
M046+ *--- ADRESSES NORMALISEES : ETAT 'C' = ADRESSE REDRESSEE A
M046+ *--- SUBSTITUER PAR LA CHAINE CIC A CELLE DU BLOC UADRESSE ;
M046+ *--- ETAT 'P' = ENVOI RETENU EN PND PRESUME, A CORRIGER PAR LA
M046+ *--- GESTION
M046+         SELECT  FCGENAD1   ASSIGN  FCGENAD1
M046+                            FILE STATUS IS  FS-FCGENAD1-STATUS.
M047+ *--- EMISSIONS TARDIVES AUTORISEES SUR UNE CAMPAGNE CLOSE : UNE
M047+ *--- LIGNE PAR ALLOCATAIRE + TYPE DE DOCUMENT ('**' = TOUS) +
M047+ *--- ANNEE DE CAMPAGNE AVEC LE VISA DE L'AUTORISATION - FICHIER
M047+ *--- FACULTATIF, ABSENT = AUCUNE EMISSION TARDIVE
M047+         SELECT  FCGETAR1   ASSIGN  FCGETAR1
M047+                            FILE STATUS IS  FS-FCGETAR1-STATUS.
M047+ *--- JOURNAL DES EMISSIONS PRESENTEES SUR UNE CAMPAGNE CLOSE :
M047+ *--- RECTIFICATIF, TARDIVE AUTORISEE OU REFUS
M047+         SELECT  FCGEJCL1   ASSIGN  FCGEJCL1
M047+                            FILE STATUS IS  FS-FCGEJCL1-STATUS.
                                                                        00003230
      ******************************************************************00011200
       DATA DIVISION.                                                   00011300
M035+          10  REF1-TYPE-DOC     PIC X(002).
M035+          10  REF1-AN-CAMPAGNE  PIC X(004).
M035+      05  REF1-DT-EMISSION      PIC X(008).
M044+ *--- CANAL D'ENVOI RETENU : 'C1' COURRIER, 'E1' ELECTRONIQUE
M044+      05  REF1-CANAL            PIC X(002).
M044+      05  FILLER                PIC X(051).
M035+
M035+  FD  FCGEPND1
M035+      LABEL  RECORD  STANDARD.
M039+      05  PAR1-GROUPAGE         PIC X(001).
M039+      05  PAR1-MODE             PIC X(001).
M039+      05  PAR1-CONTACT          PIC X(040).
M043+ *--- SEUILS DU CONTROLE DES ECARTS N/N-1 (VOIR PPGEMB22)
M043+      05  PAR1-SEUILS-ECART.
M043+          10  PAR1-SEUIL-ECART-PCT  PIC 9(003).
M043+          10  PAR1-SEUIL-ECART-MT   PIC 9(007).
M043+          10  PAR1-TAUX-EXCEPTION   PIC 9(003).
M043+ *--- 'O' : ECARTS REVUS, EMISSION LIBEREE MALGRE LE TAUX
M043+      05  PAR1-REVUE-ECARTS     PIC X(001).
M043+      05  FILLER                PIC X(002).
M047+ *--- DERNIERE CAMPAGNE CLOSE DE L'INSTITUTION (PPGEMB30)
M047+      05  PAR1-AN-CLOS          PIC X(004).
M047+      05  PAR1-DT-CLOTURE       PIC X(008).
M047+      05  FILLER                PIC X(004).
M038+
M038+  FD  FCGEDIF1
M038+      RECORDING   F
M041+      05  MAN1-DT-DEBUT         PIC X(008).
M041+      05  MAN1-DT-FIN           PIC X(008).
M041+      05  FILLER                PIC X(029).
M042+
M042+  FD  FB00GELK
M042+      LABEL  RECORD  STANDARD.
M042+  01  ENRG-FB00GELK.
M042+      05  GELK-CLE.
M042+          10  GELK-TYPE-PERS    PIC X(001).
M042+          10  GELK-IDENT        PIC X(048).
M042+      05  FILLER                PIC X(164).
M042+ *--- 'C' CONFIRME PAR LA CONFORMITE (BLOQUANT)
M042+      05  GELK-ETAT             PIC X(001).
M042+      05  FILLER                PIC X(086).
M043+
M043+  FD  FCGEHMT1
M043+      LABEL  RECORD  STANDARD.
M043+  01  ENRG-FCGEHMT1.
M043+      05  HMT1-CLE.
M043+          10  HMT1-CLE-ALLOC    PIC X(013).
M043+          10  HMT1-TYPE-DOC     PIC X(002).
M043+          10  HMT1-AN-CAMPAGNE  PIC X(004).
M043+      05  HMT1-MT-BRUT          PIC 9(015).
M043+      05  HMT1-MT-NET-FISC      PIC 9(015).
M043+      05  HMT1-DT-EMISSION      PIC X(008).
M045+      05  HMT1-MT-RTN-SRC       PIC 9(015).
M045+      05  FILLER                PIC X(008).
M043+
M043+  FD  FCGEECA1
M043+      RECORDING   F
M043+      LABEL  RECORD  STANDARD.
M043+  01  ENRG-FCGEECA1.
M043+      05  ECA1-INSTITUTION      PIC X(004).
M043+      05  ECA1-CLE-ALLOC        PIC X(013).
M043+      05  ECA1-TYPE-DOC         PIC X(002).
M043+      05  ECA1-AN-CAMPAGNE      PIC X(004).
M043+      05  ECA1-MT-BRUT-PREC     PIC 9(013).
M043+      05  ECA1-MT-BRUT          PIC 9(013).
M043+      05  ECA1-MT-NET-PREC      PIC 9(013).
M043+      05  ECA1-MT-NET           PIC 9(013).
M043+ *--- PLUS FORT DES DEUX ECARTS EN %, 999 = SANS MONTANT N-1
M043+      05  ECA1-PCT-ECART        PIC 9(003).
M043+ *--- MONTANT EN CAUSE : 'B' BRUT, 'N' NET FISCAL, 'T' LES DEUX
M043+      05  ECA1-RUBRIQUE         PIC X(001).
M043+      05  FILLER                PIC X(001).
M046+ 
M046+  FD  FCGEADR1
M046+      RECORDING   F
M046+      LABEL  RECORD  STANDARD.
M046+  01  ENRG-FCGEADR1.
M046+      05  ADR1-CLE              PIC X(013).
M046+      05  ADR1-VOIE             PIC X(038).
M046+      05  ADR1-COMPLEMENT       PIC X(038).
M046+      05  ADR1-CD-POSTAL        PIC X(005).
M046+      05  ADR1-COMMUNE          PIC X(032).
M046+      05  FILLER                PIC X(004).
M046+ 
M046+  FD  FCGECOM1
M046+      LABEL  RECORD  STANDARD.
M046+  01  ENRG-FCGECOM1.
M046+      05  COM1-CLE.
M046+          10  COM1-CD-POSTAL    PIC X(005).
M046+          10  COM1-COMMUNE      PIC X(032).
M046+      05  COM1-LIB-ACHEMINEMENT PIC X(032).
M046+      05  FILLER                PIC X(011).
M046+ 
M046+  FD  FCGENAD1
M046+      RECORDING   F
M046+      LABEL  RECORD  STANDARD.
M046+  01  ENRG-FCGENAD1.
M046+      05  NAD1-INSTITUTION      PIC X(004).
M046+      05  NAD1-CLE-ALLOC        PIC X(013).
M046+      05  NAD1-TYPE-DOC         PIC X(002).
M046+      05  NAD1-AN-CAMPAGNE      PIC X(004).
M046+      05  NAD1-ETAT             PIC X(001).
M046+      05  NAD1-VOIE             PIC X(038).
M046+      05  NAD1-COMPLEMENT       PIC X(038).
M046+      05  NAD1-CD-POSTAL        PIC X(005).
M046+      05  NAD1-COMMUNE          PIC X(032).
M046+      05  NAD1-MOTIF            PIC X(030).
M046+      05  FILLER                PIC X(033).
M047+  FD  FCGETAR1
M047+      RECORDING   F
M047+      LABEL  RECORD  STANDARD.
M047+  01  ENRG-FCGETAR1.
M047+      05  TAR1-CLE-ALLOC        PIC X(013).
M047+      05  TAR1-TYPE-DOC         PIC X(002).
M047+      05  TAR1-AN-CAMPAGNE      PIC X(004).
M047+      05  TAR1-VISA             PIC X(015).
M047+      05  TAR1-MOTIF            PIC X(030).
M047+      05  FILLER                PIC X(016).
M047+ 
M047+  FD  FCGEJCL1
M047+      RECORDING   F
M047+      LABEL  RECORD  STANDARD.
M047+  01  ENRG-FCGEJCL1.
M047+      05  JCL1-INSTITUTION      PIC X(004).
M047+      05  JCL1-AN-CAMPAGNE      PIC X(004).
M047+      05  JCL1-CLE-ALLOC        PIC X(013).
M047+      05  JCL1-TYPE-DOC         PIC X(002).
M047+ *--- 'R' RECTIFICATIF, 'T' TARDIVE AUTORISEE, 'X' REFUSEE
M047+      05  JCL1-NATURE           PIC X(001).
M047+      05  JCL1-DT-EMISSION      PIC X(008).
M047+      05  JCL1-PROGRAMME        PIC X(008).
M047+      05  JCL1-VISA             PIC X(015).
M047+      05  FILLER                PIC X(025).
                                                                        00004350
                                                                        00004400
       WORKING-STORAGE SECTION.                                         00011500
M041+     88  MANDATS-DISPONIBLES        VALUE 'O'.
M041+  01 WS-NB-MANDATS-APPLIQUES        PIC 9(07) VALUE ZERO.
M041+  01 WS-NB-MANDATS-EXPIRES          PIC 9(07) VALUE ZERO.
M042+ *-- GEL DES AVOIRS (M042) : UN MANDATAIRE CONFIRME SUR LA
M042+ *-- LISTE NATIONALE NE RECOIT PLUS DE DOCUMENT - L'EMISSION
M042+ *-- EST SUSPENDUE, NON MARQUEE, ET REPRISE APRES LA LEVEE
M042+  01 FS-FB00GELK-STATUS             PIC X(02) VALUE SPACE.
M042+     88  OK-FB00GELK                VALUE '00'.
M042+  01 WS-IN-GELK-OUVERT              PIC X(01) VALUE 'N'.
M042+     88  GELS-DISPONIBLES           VALUE 'O'.
M042+  01 WS-IN-MANDATAIRE-GELE          PIC X(01) VALUE 'N'.
M042+     88  MANDATAIRE-GELE            VALUE 'O'.
M042+  01 WS-NB-GEL-SUSPENDUS            PIC 9(07) VALUE ZERO.
M043+ *-- ECARTS N/N-1 (M043) : AVANT LA BOUCLE DE MASSE, UNE PASSE
M043+ *-- SUR FCGEEDF1 CUMULE LES MONTANTS BRUT ET NET FISCAL DE
M043+ *-- CHAQUE ALLOCATAIRE ET LES CONFRONTE A CEUX EMIS LA CAMPAGNE
M043+ *-- PRECEDENTE (FCGEHMT1). UN ECART AU-DELA DES SEUILS DE
M043+ *-- L'INSTITUTION EST LISTE SUR FCGEECA1 ; SI LA PROPORTION
M043+ *-- D'ECARTS DEPASSE LE TAUX D'EXCEPTION ET QUE LA REVUE N'A
M043+ *-- PAS ETE POSEE, L'EMISSION DE L'INSTITUTION EST RETENUE
M043+  01 FS-FCGEHMT1-STATUS             PIC X(02) VALUE SPACE.
M043+     88  OK-FCGEHMT1                VALUE '00'.
M043+     88  DOUBLON-FCGEHMT1           VALUE '22'.
M043+  01 FS-FCGEECA1-STATUS             PIC X(02) VALUE SPACE.
M043+     88  OK-FCGEECA1                VALUE '00'.
M043+  01 WS-IN-HMT1-OUVERT              PIC X(01) VALUE 'N'.
M043+     88  HISTO-MT-DISPONIBLE        VALUE 'O'.
M043+  01 WS-NB-ECA                      PIC S9(4) COMP VALUE ZERO.
M043+  01 WS-TB-ECA.
M043+     05 WS-ECA-ENR OCCURS 200 TIMES
M043+                   INDEXED BY IX-ECA.
M043+        10 WS-ECA-INSTIT             PIC X(04).
M043+        10 WS-ECA-TYPE-DOC           PIC X(02).
M043+        10 WS-ECA-SEUIL-PCT          PIC 9(03).
M043+        10 WS-ECA-SEUIL-MT           PIC 9(07).
M043+        10 WS-ECA-TAUX-EXC           PIC 9(03).
M043+        10 WS-ECA-IN-TAUX            PIC X(01).
M043+        10 WS-ECA-REVUE              PIC X(01).
M043+        10 WS-ECA-NB-COMP            PIC 9(07).
M043+        10 WS-ECA-NB-ECART           PIC 9(07).
M043+        10 WS-ECA-RETENUE            PIC X(01).
M043+  01 WS-IN-SEUIL-ECA                PIC X(01) VALUE 'N'.
M043+     88  SEUIL-ECA-TROUVE           VALUE 'O'.
M043+  01 WS-INSTIT-RECH-ECA             PIC X(04) VALUE SPACE.
M043+  01 WS-TYPE-RECH-ECA               PIC X(02) VALUE SPACE.
M043+  01 WS-IN-FIN-PASSE-ECA            PIC X(01) VALUE 'N'.
M043+     88  FIN-PASSE-ECARTS           VALUE 'O'.
M043+  01 WS-GR-CLE-ECA.
M043+     05 WS-CLE-ALLOC-ECA.
M043+        10 WS-CO-REG-ECA             PIC X(01).
M043+        10 WS-NO-INST-ECA            PIC X(03).
M043+        10 WS-ID-TECH-INDV-ECA       PIC 9(09).
M043+     05 WS-TYPE-DOC-ECA             PIC X(02).
M043+  01 WS-GR-CLE-ECA-PREC.
M043+     05 WS-CLE-ALLOC-ECA-PREC       PIC X(13).
M043+     05 WS-TYPE-DOC-ECA-PREC        PIC X(02).
M043+  01 WS-AN-CAMPAGNE-ECA             PIC 9(04) VALUE ZERO.
M043+  01 WS-AN-PREC-ECA                 PIC 9(04) VALUE ZERO.
M043+  01 WS-MT-BRT-COUR-ECA             PIC 9(15) VALUE ZERO.
M043+  01 WS-MT-NET-COUR-ECA             PIC 9(15) VALUE ZERO.
M043+ *-- ZONES DE CALCUL D'UN ECART (MONTANT N-1, MONTANT N)
M043+  01 WS-MT-PREC-CALC-ECA            PIC 9(15) VALUE ZERO.
M043+  01 WS-MT-COUR-CALC-ECA            PIC 9(15) VALUE ZERO.
M043+  01 WS-MT-ECART-ECA                PIC 9(15) VALUE ZERO.
M043+  01 WS-PCT-CALC-ECA                PIC 9(05) VALUE ZERO.
M043+  01 WS-PCT-BRT-ECA                 PIC 9(05) VALUE ZERO.
M043+  01 WS-PCT-NET-ECA                 PIC 9(05) VALUE ZERO.
M043+  01 WS-IN-ECART-CALC               PIC X(01) VALUE 'N'.
M043+     88  ECART-CALC-SIGNIFICATIF    VALUE 'O'.
M043+  01 WS-IN-ECART-BRT                PIC X(01) VALUE 'N'.
M043+  01 WS-IN-ECART-NET                PIC X(01) VALUE 'N'.
M043+  01 WS-TX-ECART-ECA                PIC 9(05) VALUE ZERO.
M043+ *-- MONTANTS DU DOCUMENT EN COURS D'EMISSION (21110), POUR
M043+ *-- L'HISTORIQUE ECRIT APRES EMISSION
M043+  01 WS-MT-BRT-DOC-ECA              PIC 9(15) VALUE ZERO.
M043+  01 WS-MT-NET-DOC-ECA              PIC 9(15) VALUE ZERO.
M045+  01 WS-MT-RTS-DOC-ECA              PIC 9(15) VALUE ZERO.
M045+ *-- RECTIFICATIF REINJECTE EN PONCTUEL (M045) : LA CLE EST DEJA
M045+ *-- EMISE POUR LA CAMPAGNE MAIS PPGEMB26 Y A MARQUE LE TYPE
M045+ *-- RECTIFICATIF ('R' + INITIALE) DONT LES MONTANTS NE SONT PAS
M045+ *-- ENCORE HISTORISES : L'EMISSION EST ADMISE ET SES MONTANTS
M045+ *-- SONT HISTORISES SOUS LE TYPE RECTIFICATIF
M045+  01 WS-IN-RECTIF-PCT               PIC X(01) VALUE 'N'.
M045+     88  EMISSION-RECTIFICATIVE     VALUE 'O'.
M045+  01 WS-TYPE-DOC-HMT                PIC X(02) VALUE SPACE.
M045+  01 WS-NB-RECTIFS-HISTO            PIC 9(07) VALUE ZERO.
M043+  01 WS-IN-RETENUE-ECA              PIC X(01) VALUE 'N'.
M043+     88  EMISSION-RETENUE-ECA       VALUE 'O'.
M043+  01 WS-NB-ECARTS-SIGNALES          PIC 9(07) VALUE ZERO.
M043+  01 WS-NB-DIFFERES-ECA             PIC 9(07) VALUE ZERO.
M043+  01 WS-NB-HISTO-MT-ECRITS          PIC 9(07) VALUE ZERO.
M046+ *-- NORMALISATION POSTALE (M046) : EN MASSE, L'ADRESSE DE
M046+ *-- L'ALLOCATAIRE EST MISE EN FORME (MAJUSCULES, SANS
M046+ *-- PONCTUATION NI BLANCS MULTIPLES) PUIS CONFRONTEE AU
M046+ *-- REFERENTIEL POSTAL (CODE POSTAL / COMMUNE) ; REDRESSEE,
M046+ *-- ELLE EST TRANSMISE A LA CHAINE CIC ; NON DISTRIBUABLE,
M046+ *-- L'ENVOI EST RETENU EN PND PRESUME, NON MARQUE
M046+  01 FS-FCGEADR1-STATUS             PIC X(02) VALUE SPACE.
M046+     88  OK-FCGEADR1                VALUE '00'.
M046+     88  EOF-FCGEADR1               VALUE '10'.
M046+  01 WS-IN-ADR1-DISPO               PIC X(01) VALUE 'N'.
M046+     88  ADRESSES-DISPONIBLES       VALUE 'O'.
M046+  01 FS-FCGECOM1-STATUS             PIC X(02) VALUE SPACE.
M046+     88  OK-FCGECOM1                VALUE '00'.
M046+  01 WS-IN-COM1-OUVERT              PIC X(01) VALUE 'N'.
M046+     88  REFERENTIEL-POSTAL-DISPO   VALUE 'O'.
M046+  01 FS-FCGENAD1-STATUS             PIC X(02) VALUE SPACE.
M046+     88  OK-FCGENAD1                VALUE '00'.
M046+  01 WS-IN-ADR-NORM                 PIC X(01) VALUE SPACE.
M046+     88  ADRESSE-NON-CONTROLEE      VALUE SPACE.
M046+     88  ADRESSE-CONFORME           VALUE 'N'.
M046+     88  ADRESSE-CORRIGEE           VALUE 'C'.
M046+     88  ADRESSE-PND-PRESUME        VALUE 'P'.
M046+  01 WS-LB-MOTIF-ADR                PIC X(30) VALUE SPACE.
M046+  01 WS-GR-ADR-NORM.
M046+     05 WS-VOIE-NORM                PIC X(38).
M046+     05 WS-COMPLEMENT-NORM          PIC X(38).
M046+     05 WS-CD-POSTAL-NORM           PIC X(05).
M046+     05 WS-COMMUNE-NORM             PIC X(32).
M046+ *-- MISE EN FORME D'UNE LIGNE D'ADRESSE, CARACTERE PAR CARACTERE
M046+  01 WS-ZONE-ADR-E                  PIC X(38) VALUE SPACE.
M046+  01 WS-ZONE-ADR-S                  PIC X(38) VALUE SPACE.
M046+  01 WS-IX-CAR-E                    PIC S9(4) COMP VALUE ZERO.
M046+  01 WS-IX-CAR-S                    PIC S9(4) COMP VALUE ZERO.
M046+  01 WS-CAR-PREC                    PIC X(01) VALUE SPACE.
M046+  01 WS-NB-LETTRES                  PIC S9(4) COMP VALUE ZERO.
M046+  01 WS-NB-LETTRES-ADR              PIC S9(4) COMP VALUE ZERO.
M046+ *-- COMMUNES DU REFERENTIEL PORTANT LE CODE POSTAL
M046+  01 WS-NB-COMMUNES-CP              PIC S9(4) COMP VALUE ZERO.
M046+  01 WS-COMMUNE-CP                  PIC X(32) VALUE SPACE.
M046+  01 WS-IN-FIN-CP                   PIC X(01) VALUE 'N'.
M046+     88  FIN-COMMUNES-CP            VALUE 'O'.
M046+  01 WS-NB-ADR-CONFORMES            PIC 9(07) VALUE ZERO.
M046+  01 WS-NB-ADR-CORRIGEES            PIC 9(07) VALUE ZERO.
M046+  01 WS-NB-ADR-PND-PRESUMES         PIC 9(07) VALUE ZERO.
M046+ *-- BILAN PAR INSTITUTION
M046+  01 WS-NB-NAD                      PIC S9(4) COMP VALUE ZERO.
M046+  01 WS-TB-NAD.
M046+     05 WS-NAD-ENR OCCURS 200 TIMES
M046+                   INDEXED BY IX-NAD.
M046+        10 WS-NAD-INSTIT             PIC X(04).
M046+        10 WS-NAD-NB-CONFORMES       PIC 9(07).
M046+        10 WS-NAD-NB-CORRIGEES       PIC 9(07).
M046+        10 WS-NAD-NB-PND             PIC 9(07).
M046+  01 WS-IN-NAD-TROUVE               PIC X(01) VALUE 'N'.
M046+     88  INSTIT-NAD-TROUVEE         VALUE 'O'.
M047+ *-- CAMPAGNE CLOSE (M047) : PPGEMB30 FIGE LES COMPTEURS DE LA
M047+ *-- CAMPAGNE D'UNE INSTITUTION, ARCHIVE SES CLES FCGEMIS1 ET
M047+ *-- FCGEREF1 ET PORTE L'ANNEE CLOSE SUR FCGEPAR1. UNE CAMPAGNE
M047+ *-- CLOSE N'ADMET PLUS D'EMISSION ORDINAIRE : SEULS PASSENT LE
M047+ *-- RECTIFICATIF REINJECTE (M045) ET L'EMISSION TARDIVE
M047+ *-- AUTORISEE (FCGETAR1), JOURNALISES DANS FCGEJCL1 COMME LES
M047+ *-- REFUS
M047+  01 WS-NB-CLO                      PIC S9(4) COMP VALUE ZERO.
M047+  01 WS-TB-CLO.
M047+     05 WS-CLO-ENR OCCURS 200 TIMES
M047+                   INDEXED BY IX-CLO.
M047+        10 WS-CLO-INSTIT             PIC X(04).
M047+        10 WS-CLO-AN-CLOS            PIC X(04).
M047+  01 FS-FCGETAR1-STATUS             PIC X(02) VALUE SPACE.
M047+     88  OK-FCGETAR1                VALUE '00'.
M047+     88  EOF-FCGETAR1               VALUE '10'.
M047+  01 WS-NB-TAR                      PIC S9(4) COMP VALUE ZERO.
M047+  01 WS-TB-TAR.
M047+     05 WS-TAR-ENR OCCURS 500 TIMES
M047+                   INDEXED BY IX-TAR.
M047+        10 WS-TAR-CLE-ALLOC          PIC X(13).
M047+        10 WS-TAR-TYPE-DOC           PIC X(02).
M047+        10 WS-TAR-AN-CAMPAGNE        PIC X(04).
M047+        10 WS-TAR-VISA               PIC X(15).
M047+  01 FS-FCGEJCL1-STATUS             PIC X(02) VALUE SPACE.
M047+     88  OK-FCGEJCL1                VALUE '00'.
M047+  01 WS-IN-CAMP-CLOSE               PIC X(01) VALUE 'N'.
M047+     88  CAMPAGNE-CLOSE             VALUE 'O'.
M047+  01 WS-IN-REFUS-CLO                PIC X(01) VALUE 'N'.
M047+     88  EMISSION-REFUSEE-CLOTURE   VALUE 'O'.
M047+  01 WS-CO-NATURE-CLO               PIC X(01) VALUE SPACE.
M047+     88  EMISSION-TARDIVE-AUTORISEE VALUE 'T'.
M047+  01 WS-LB-VISA-CLO                 PIC X(15) VALUE SPACE.
M047+  01 WS-NB-REFUS-CLOTURE            PIC 9(07) VALUE ZERO.
M047+  01 WS-NB-TARDIVES-CLOTURE         PIC 9(07) VALUE ZERO.
M047+  01 WS-NB-RECTIFS-CLOTURE          PIC 9(07) VALUE ZERO.
M038+  01 WS-ID-SERVICE-COUPE            PIC X(08) VALUE SPACE.
M038+ *-- GARDE AVANT APPEL : SERVICE DU SITE COURANT ET TEMOIN
M038+ *-- D'APPEL COURT-CIRCUITE (LE LINK N'EST PAS FAIT)
M039+ *--  CHARGEMENT DU PARAMETRAGE DE CAMPAGNE CONSOLIDE PAR
M039+ *--  INSTITUTION (CALENDRIER + GROUPAGE EN UNE SEULE SOURCE)
M039+      PERFORM 40000-OPEN-FCGEPAR1
M047+ *--  EMISSIONS TARDIVES AUTORISEES SUR CAMPAGNE CLOSE (M047)
M047+      PERFORM 40000-OPEN-FCGETAR1
           .                                                            00074600
      *----------------------*                                          00100400
       12100-RECUP-PAS-COMMIT.                                          00074800
M035+      PERFORM 40000-OPEN-FCGEREF1
M035+      PERFORM 40000-OPEN-FCGEPND1
M041+      PERFORM 40000-OPEN-FCGEMAN1
M042+      PERFORM 40000-OPEN-FB00GELK
M045+ *--  HISTORIQUE DES MONTANTS EMIS (M043), ALIMENTE DANS LES DEUX
M045+ *--  CONTEXTES POUR LA DECLARATION FISCALE (M045)
M045+      PERFORM 40000-OPEN-FCGEHMT1
M047+ *--  JOURNAL DES EMISSIONS SUR CAMPAGNE CLOSE (M047)
M047+      PERFORM 40000-OPEN-FCGEJCL1

           EVALUATE WS-CO-CONTXT-TRT-MB17
               WHEN 'M'
M040+      PERFORM 40000-OPEN-FCGEBAT1
M040+      PERFORM 40000-OPEN-FCGEPRVS
M027+      PERFORM 40200-CNTL-PREALABLE-FIS
M043+      PERFORM 40000-OPEN-FCGEECA1
M043+      PERFORM 40300-CNTL-ECARTS-MT
M046+ *--  NORMALISATION POSTALE DES ADRESSES (M046)
M046+      PERFORM 40000-OPEN-FCGEADR1
M046+      PERFORM 40000-OPEN-FCGECOM1
M046+      PERFORM 40000-OPEN-FCGENAD1

      *    IF WS-CO-CONTXT-TRT-MB17 NOT = 'M' AND 'P'                   00083900
      *       PERFORM 31000-ABANDON                                     00084000
              PERFORM 88888-NIV-TRACE-SHOW
           END-IF
                                                                        00121500
M043+ *--  MONTANTS DU DOCUMENT, CUMULES EN 21110 POUR L'HISTORIQUE
M043+      MOVE ZERO TO WS-MT-BRT-DOC-ECA
M043+                   WS-MT-NET-DOC-ECA
M045+                   WS-MT-RTS-DOC-ECA
           EVALUATE WS-CO-CONTXT-TRT-MB17
              WHEN 'M'
                IF LI-EDF-CO-TYPE-ENV OF WS-GR-EDF = 'AF'
      *--  == CONSERVATION DE L'IDENTIFIANT DE L'ENVOI
             MOVE LO-EDF-ID-TECH-ENV           OF LK-CPGEAL20
               TO WS-ID-TECH-ENV-SAUV
M045+ *--  == CLE ALLOCATAIRE ET TYPE DU DOCUMENT PONCTUEL POUR LE
M045+ *--     MARQUAGE FCGEMIS1, LA REFERENCE ET L'HISTORIQUE
M045+        MOVE LO-EDF-CO-REG-DECL           OF LK-CPGEAL20
M045+          TO WS-CO-REG-FIS
M045+        MOVE LO-EDF-NO-INST-DECL          OF LK-CPGEAL20
M045+          TO WS-NO-INST-DECL-FIS
M045+        MOVE LO-EDF-ID-TECH-INDV          OF LK-CPGEAL20
M045+          TO WS-ID-TECH-INDV-FIS
M045+        MOVE LO-EDF-CO-TYPE-ENV           OF LK-CPGEAL20
M045+          TO LI-EDF-CO-TYPE-ENV           OF WS-GR-EDF
              WHEN OTHER
                  display '20300-crea. MB17 Code contxt-trt invalide'
               PERFORM 31000-ABANDON
M035+ *--      ADRESSE EN PND NON CORRIGEE (M035) : L'ENVOI EST
M035+ *--      SUSPENDU ET COMPTE
M035+         PERFORM 21650-CNTL-PND
M046+ *--      NORMALISATION POSTALE (M046) : ADRESSE REDRESSEE OU
M046+ *--      RETENUE EN PND PRESUME
M046+         PERFORM 21660-CNTL-ADRESSE
M037+ *--      FENETRE D'EMISSION DE L'INSTITUTION (M037) : HORS
M037+ *--      FENETRE, L'ENREGISTREMENT EST DIFFERE (NON MARQUE,
M037+ *--      REPRIS PAR UN PASSAGE ULTERIEUR DANS LA FENETRE)
M037+         PERFORM 21680-CNTL-CALENDRIER
M040+ *--      BON A TIRER DE L'INSTITUTION (M040)
M040+         PERFORM 21685-CNTL-BON-A-TIRER
M043+ *--      ECARTS N/N-1 (M043) : INSTITUTION RETENUE PAR LE TAUX
M043+ *--      D'EXCEPTION EN ATTENTE DE REVUE
M043+         PERFORM 21695-CNTL-ECARTS
M047+ *--      CAMPAGNE CLOSE (M047) : EMISSION ORDINAIRE REFUSEE ;
M047+ *--      RECTIFICATIF ET TARDIVE AUTORISEE PASSENT, JOURNALISES
M047+         PERFORM 21697-CNTL-CAMPAGNE-CLOSE
M034+         IF EMISSION-DEJA-FAITE
M034+            ADD 1 TO WS-NB-DOUBLONS-EMIS
M047+         ELSE
M047+            IF EMISSION-REFUSEE-CLOTURE
M047+               PERFORM 21698-JOURNALISER-CLOTURE
M035+         ELSE
M035+            IF ADRESSE-EN-PND
M035+               ADD 1 TO WS-NB-PND-SUPPRIMES
M046+         ELSE
M046+ *--         ADRESSE NON DISTRIBUABLE (M046) : ENVOI RETENU EN
M046+ *--         PND PRESUME AVANT IMPRESSION, NON MARQUE
M046+            IF ADRESSE-PND-PRESUME
M046+               PERFORM 21668-SOLDER-ADRESSE
M037+         ELSE
M037+            IF EMISSION-HORS-FENETRE
M037+               ADD 1 TO WS-NB-DIFFERES-CAL
M040+            IF EMISSION-RETENUE-BAT
M040+               ADD 1 TO WS-NB-DIFFERES-BAT
M040+         ELSE
M042+ *--         GEL DES AVOIRS (M042) : MANDATAIRE CONFIRME SUR LA
M042+ *--         LISTE NATIONALE - EMISSION SUSPENDUE, NON MARQUEE
M042+            IF MANDATAIRE-GELE
M042+               ADD 1 TO WS-NB-GEL-SUSPENDUS
M042+         ELSE
M043+ *--         ECARTS N/N-1 (M043) : TAUX D'EXCEPTION DEPASSE SANS
M043+ *--         REVUE - EMISSION DIFFEREE, NON MARQUEE
M043+            IF EMISSION-RETENUE-ECA
M043+               ADD 1 TO WS-NB-DIFFERES-ECA
M043+         ELSE
M040+ *--         EPREUVE (M040) : EMISE AVEC SA DIRECTIVE DE
M040+ *--         SURCHARGE, NON MARQUEE DANS FCGEMIS1 (REEMISE POUR
M040+ *--         DE BON APRES LIBERATION), HORS GROUPAGE
M040+            IF EMISSION-EPREUVE
M040+               PERFORM 22000-EMISSION-FLX
M040+               PERFORM 21690-ECRIRE-EPREUVE
M046+               PERFORM 21668-SOLDER-ADRESSE
M034+         ELSE
              PERFORM 22000-EMISSION-FLX
M034+            PERFORM 21700-MARQUER-EMIS
M046+            PERFORM 21668-SOLDER-ADRESSE
M043+            PERFORM 21710-HISTORISER-MT
M035+            PERFORM 21750-ECRIRE-REFERENCE
M047+ *--         CAMPAGNE CLOSE (M047) : RECTIFICATIF OU EMISSION
M047+ *--         TARDIVE AUTORISEE, JOURNALISE
M047+            IF CAMPAGNE-CLOSE
M047+               PERFORM 21698-JOURNALISER-CLOTURE
M047+            END-IF
M036+ *--         GROUPAGE DES ENVELOPPES MANDATAIRE (M036), SUR LE
M036+ *--         CONTENU EFFECTIVEMENT EMIS DU BLOC UDESTINATAIRE
M036+            PERFORM 21050-GROUPAGE-MANDATAIRE
M043+            END-IF
M042+            END-IF
M040+            END-IF
M040+            END-IF
M037+            END-IF
M046+            END-IF
M035+            END-IF
M047+            END-IF
M034+         END-IF
M015+      END-IF
           .
            IF WS-CO-CONTXT-TRT-MB17 = 'M'
               ADD LI-MT-BRUT                 OF LK-CPSP1411
                  TO WS-MT-BRT-TOT-TMP
M043+                   WS-MT-BRT-DOC-ECA
               ADD LI-MT-MAJO-EE              OF LK-CPSP1411
                  TO WS-MT-TOT-MAJ-EE-TMP
               ADD LI-MT-MAJO-EACH            OF LK-CPSP1411
                  TO WS-MT-TOT-RDS-TMP
               ADD LI-MT-NET-FISC             OF LK-CPSP1411
                  TO WS-MT-NET-FIS-TOT-TMP
M043+                   WS-MT-NET-DOC-ECA
               ADD LI-MT-RAPL-ANT             OF LK-CPSP1411
                  TO WS-MT-TOT-RPL-ANT-TMP
               ADD LI-MT-RTN-SRC              OF LK-CPSP1411
               ADD LI-MT-TOT-COT-SECU         OF LK-CPSP1411
                  TO WS-MT-TOT-COT-SS-TMP
           END-IF
M045+ *-- MONTANTS DU DOCUMENT PONCTUEL POUR L'HISTORIQUE (M045) ;
M045+ *-- RETENUE A LA SOURCE DANS LES DEUX CONTEXTES
M045+      IF WS-CO-CONTXT-TRT-MB17 = 'P'
M045+         ADD LI-MT-BRUT                 OF LK-CPSP1411
M045+            TO WS-MT-BRT-DOC-ECA
M045+         ADD LI-MT-NET-FISC             OF LK-CPSP1411
M045+            TO WS-MT-NET-DOC-ECA
M045+      END-IF
M045+      ADD LI-MT-RTN-SRC                 OF LK-CPSP1411
M045+         TO WS-MT-RTS-DOC-ECA

           PERFORM 80000-APPELER-PPSPSV14

M038+         PERFORM 48000-CLOSE-FCGEREF1
M038+         PERFORM 48000-CLOSE-FCGEPND1
M041+         PERFORM 48000-CLOSE-FCGEMAN1
M042+         PERFORM 48000-CLOSE-FB00GELK
M045+         PERFORM 48000-CLOSE-FCGEHMT1
M047+         PERFORM 48000-CLOSE-FCGEJCL1
M038+         DISPLAY 'PPGEMB17 : DOUBLONS D''EMISSION ECARTES   = '
M038+                  WS-NB-DOUBLONS-EMIS
M038+         DISPLAY 'PPGEMB17 : ENVOIS SUSPENDUS PND           = '
M041+                  WS-NB-MANDATS-APPLIQUES
M041+         DISPLAY 'PPGEMB17 : MANDATS EXPIRES (ADRESSAGE DIR)= '
M041+                  WS-NB-MANDATS-EXPIRES
M042+         DISPLAY 'PPGEMB17 : ENVOIS SUSPENDUS GEL D''AVOIRS  = '
M042+                  WS-NB-GEL-SUSPENDUS
M045+         DISPLAY 'PPGEMB17 : MONTANTS HISTORISES            = '
M045+                  WS-NB-HISTO-MT-ECRITS
M045+         DISPLAY 'PPGEMB17 : DONT RECTIFICATIFS REINJECTES  = '
M045+                  WS-NB-RECTIFS-HISTO
M047+         DISPLAY 'PPGEMB17 : REFUS SUR CAMPAGNE CLOSE       = '
M047+                  WS-NB-REFUS-CLOTURE
M047+         DISPLAY 'PPGEMB17 : RECTIFICATIFS CAMPAGNE CLOSE   = '
M047+                  WS-NB-RECTIFS-CLOTURE
M047+         DISPLAY 'PPGEMB17 : TARDIVES AUTORISEES EMISES     = '
M047+                  WS-NB-TARDIVES-CLOTURE
M038+      END-IF
M038+ *--  FERMETURE DES FICHIERS DU SEUL CONTEXTE MASSE (OUVERTS EN
M038+ *--  21000) ET BILANS ASSOCIES ; LA FERMETURE DE FCGEGRPS SOLDE
M038+         PERFORM 48000-CLOSE-FCGEGRPS
M038+         PERFORM 48000-CLOSE-FCGEDIF1
M040+         PERFORM 48000-CLOSE-FCGEPRVS
M043+         PERFORM 48000-CLOSE-FCGEECA1
M038+         DISPLAY 'PPGEMB17 : ENVELOPPES MANDATAIRE GROUPEES = '
M038+                  WS-NB-ENVELOPPES-GRP
M038+         DISPLAY 'PPGEMB17 : EMISSIONS DIFFEREES CALENDRIER = '
M040+                  WS-NB-EPREUVES-EMISES
M040+         DISPLAY 'PPGEMB17 : EMISSIONS RETENUES BON A TIRER = '
M040+                  WS-NB-DIFFERES-BAT
M043+         DISPLAY 'PPGEMB17 : ECARTS N/N-1 SIGNALES          = '
M043+                  WS-NB-ECARTS-SIGNALES
M043+         DISPLAY 'PPGEMB17 : EMISSIONS RETENUES ECARTS N/N-1= '
M043+                  WS-NB-DIFFERES-ECA
M046+         PERFORM 48000-CLOSE-FCGEADR1
M046+         PERFORM 48000-CLOSE-FCGECOM1
M046+         PERFORM 48000-CLOSE-FCGENAD1
M046+         DISPLAY 'PPGEMB17 : ADRESSES CONFORMES             = '
M046+                  WS-NB-ADR-CONFORMES
M046+         DISPLAY 'PPGEMB17 : ADRESSES NORMALISEES           = '
M046+                  WS-NB-ADR-CORRIGEES
M046+         DISPLAY 'PPGEMB17 : ENVOIS RETENUS PND PRESUME     = '
M046+                  WS-NB-ADR-PND-PRESUMES
M046+         PERFORM 21669-EDITER-BILAN-NAD
M046+           VARYING IX-NAD FROM 1 BY 1
M046+           UNTIL IX-NAD > WS-NB-NAD
M038+         DISPLAY 'PPGEMB17 : ALLOCATAIRES DIFFERES SERVICE  = '
M038+                  WS-NB-DIFFERES-SVC
M038+      END-IF
M039+            MOVE PAR1-GROUPAGE    TO WS-GRPM-FLAG (IX-GRPM)
M039+            MOVE PAR1-INSTITUTION TO WS-GR-INSTIT-PAR1-PREC
M039+         END-IF
M043+ *--      SEUILS D'ECART N/N-1 (M043) : POSTE RETENU SI LE SEUIL
M043+ *--      EN POURCENTAGE EST RENSEIGNE ; MONTANT MINIMUM ABSENT =
M043+ *--      ZERO, TAUX D'EXCEPTION ABSENT = PAS DE RETENUE
M043+         IF PAR1-SEUIL-ECART-PCT NUMERIC
M043+            AND WS-NB-ECA < 200
M043+            ADD 1 TO WS-NB-ECA
M043+            SET IX-ECA TO WS-NB-ECA
M043+            MOVE PAR1-INSTITUTION  TO WS-ECA-INSTIT (IX-ECA)
M043+            MOVE PAR1-TYPE-DOC     TO WS-ECA-TYPE-DOC (IX-ECA)
M043+            MOVE PAR1-SEUIL-ECART-PCT
M043+                                   TO WS-ECA-SEUIL-PCT (IX-ECA)
M043+            MOVE ZERO              TO WS-ECA-SEUIL-MT (IX-ECA)
M043+            IF PAR1-SEUIL-ECART-MT NUMERIC
M043+               MOVE PAR1-SEUIL-ECART-MT
M043+                                   TO WS-ECA-SEUIL-MT (IX-ECA)
M043+            END-IF
M043+            MOVE ZERO              TO WS-ECA-TAUX-EXC (IX-ECA)
M043+            MOVE 'N'               TO WS-ECA-IN-TAUX (IX-ECA)
M043+            IF PAR1-TAUX-EXCEPTION NUMERIC
M043+               MOVE PAR1-TAUX-EXCEPTION
M043+                                   TO WS-ECA-TAUX-EXC (IX-ECA)
M043+               MOVE 'O'            TO WS-ECA-IN-TAUX (IX-ECA)
M043+            END-IF
M043+            MOVE PAR1-REVUE-ECARTS TO WS-ECA-REVUE (IX-ECA)
M043+            MOVE ZERO              TO WS-ECA-NB-COMP (IX-ECA)
M043+                                      WS-ECA-NB-ECART (IX-ECA)
M043+            MOVE 'N'               TO WS-ECA-RETENUE (IX-ECA)
M043+         END-IF
M047+ *--      CAMPAGNE CLOSE (M047) : UNE ENTREE PAR INSTITUTION,
M047+ *--      PLUS RECENTE ANNEE CLOSE PORTEE PAR SES POSTES
M047+         IF PAR1-AN-CLOS NUMERIC
M047+            PERFORM 41810-CHARGER-CLOTURE
M047+         END-IF
M039+      ELSE
M039+         SET EOF-FCGEPAR1 TO TRUE
M039+      END-IF
M039+      .
M047+ *-----------------------------*
M047+  41810-CHARGER-CLOTURE.
M047+ *-----------------------------*
M047+      SET IX-CLO TO 1
M047+      SEARCH WS-CLO-ENR
M047+         AT END
M047+            CONTINUE
M047+         WHEN IX-CLO > WS-NB-CLO
M047+            IF WS-NB-CLO < 200
M047+               ADD 1 TO WS-NB-CLO
M047+               SET IX-CLO TO WS-NB-CLO
M047+               MOVE PAR1-INSTITUTION TO WS-CLO-INSTIT (IX-CLO)
M047+               MOVE PAR1-AN-CLOS     TO WS-CLO-AN-CLOS (IX-CLO)
M047+            END-IF
M047+         WHEN WS-CLO-INSTIT (IX-CLO) = PAR1-INSTITUTION
M047+            IF PAR1-AN-CLOS > WS-CLO-AN-CLOS (IX-CLO)
M047+               MOVE PAR1-AN-CLOS     TO WS-CLO-AN-CLOS (IX-CLO)
M047+            END-IF
M047+      END-SEARCH
M047+      .
M037+ *-----------------------------*
M037+ * FENETRE D'EMISSION (M037) : L'INSTITUTION ET LE TYPE DE
M037+ * DOCUMENT COURANTS SONT CHERCHES DANS LE CALENDRIER ; SANS
M041+         CLOSE FCGEMAN1
M041+      END-IF
M041+      .
M042+ *-----------------------------*
M042+ *-- GEL DES AVOIRS (M042) - FICHIER FACULTATIF
M042+ *-----------------------------*
M042+  40000-OPEN-FB00GELK.
M042+ *-----------------------------*
M042+      OPEN INPUT FB00GELK
M042+      IF OK-FB00GELK
M042+         SET GELS-DISPONIBLES TO TRUE
M042+      END-IF
M042+      .
M042+ *-----------------------------*
M042+  48000-CLOSE-FB00GELK.
M042+ *-----------------------------*
M042+      IF GELS-DISPONIBLES
M042+         CLOSE FB00GELK
M042+      END-IF
M042+      .
M041+ *-----------------------------*
M041+ * CONTROLE DU MANDAT (M041) : CLE ALLOCATAIRE + TYPE DE
M041+ * DOCUMENT, PUIS POSTE GENERIQUE '**' - MANDAT COUVRANT LA
M041+ *-----------------------------*
M041+  21060-CNTL-MANDAT.
M041+ *-----------------------------*
M042+      MOVE 'N' TO WS-IN-MANDATAIRE-GELE
M041+      IF NOT MANDATS-DISPONIBLES
M041+         CONTINUE
M041+      ELSE
M041+               MOVE MAN1-MANDATAIRE
M041+                 TO WS-VA-LIG-EDIT (2) (1:60)
M041+               ADD 1 TO WS-NB-MANDATS-APPLIQUES
M042+               PERFORM 21070-CNTL-GEL-MANDATAIRE
M041+            ELSE
M041+               MOVE SPACES
M041+                 TO WS-VA-LIG-EDIT (2) (1:60)
M041+         END-IF
M041+      END-IF
M041+      .
M042+ *-----------------------------*
M042+ * GEL DES AVOIRS (M042) : LE MANDAT APPLIQUE EST CHERCHE DANS
M042+ * LES CORRESPONDANCES DE LA LISTE NATIONALE (CLE 'M' + CLE DU
M042+ * MANDAT) - SEUL UN ETAT CONFIRME SUSPEND L'EMISSION
M042+ *-----------------------------*
M042+  21070-CNTL-GEL-MANDATAIRE.
M042+ *-----------------------------*
M042+      IF GELS-DISPONIBLES
M042+         MOVE 'M'      TO GELK-TYPE-PERS
M042+         MOVE MAN1-CLE TO GELK-IDENT
M042+         READ FB00GELK
M042+         END-READ
M042+         IF OK-FB00GELK
M042+            AND GELK-ETAT = 'C'
M042+            SET MANDATAIRE-GELE TO TRUE
M042+         END-IF
M042+      END-IF
M042+      .
M040+ *-----------------------------*
M040+ * BON A TIRER PAR INSTITUTION (M040) : EN MASSE, L'INSTITUTION
M040+ * COURANTE EST CHERCHEE DANS LA TABLE DES LIBERATIONS (POSTE
M040+      MOVE WS-DT-FONC (1:4)     TO PRVS-AN-CAMPAGNE
M040+      WRITE ENRG-FCGEPRVS
M040+      .
M043+ *-----------------------------*
M043+ * ECARTS N/N-1 (M043) : EN MASSE, L'INSTITUTION COURANTE EST
M043+ * CHERCHEE DANS LA TABLE DES SEUILS ; SI LA PASSE PREALABLE
M043+ * (40300) L'A RETENUE, L'EMISSION EST DIFFEREE JUSQU'A LA
M043+ * REVUE DES ECARTS (PAR1-REVUE-ECARTS = 'O')
M043+ *-----------------------------*
M043+  21695-CNTL-ECARTS.
M043+ *-----------------------------*
M043+      MOVE 'N' TO WS-IN-RETENUE-ECA
M043+      IF FLX-EDIT-PGEDECFISCMAS
M043+         AND WS-NB-ECA > ZERO
M043+         MOVE WS-GR-CLE-EDF (1:4) TO WS-INSTIT-RECH-ECA
M043+         MOVE LI-EDF-CO-TYPE-ENV OF WS-GR-EDF
M043+                                  TO WS-TYPE-RECH-ECA
M043+         PERFORM 21696-RECH-SEUIL-ECA
M043+         IF SEUIL-ECA-TROUVE
M043+            AND WS-ECA-RETENUE (IX-ECA) = 'O'
M043+            SET EMISSION-RETENUE-ECA TO TRUE
M043+         END-IF
M043+      END-IF
M043+      .
M043+ *-----------------------------*
M043+ * RECHERCHE DU POSTE DE SEUILS D'UNE INSTITUTION ET D'UN TYPE
M043+ * DE DOCUMENT ; A DEFAUT, POSTE '**' DE L'INSTITUTION
M043+ *-----------------------------*
M043+  21696-RECH-SEUIL-ECA.
M043+ *-----------------------------*
M043+      MOVE 'N' TO WS-IN-SEUIL-ECA
M043+      SET IX-ECA TO 1
M043+      SEARCH WS-ECA-ENR
M043+         AT END
M043+            CONTINUE
M043+         WHEN IX-ECA > WS-NB-ECA
M043+            CONTINUE
M043+         WHEN WS-ECA-INSTIT (IX-ECA) = WS-INSTIT-RECH-ECA
M043+          AND WS-ECA-TYPE-DOC (IX-ECA) = WS-TYPE-RECH-ECA
M043+            SET SEUIL-ECA-TROUVE TO TRUE
M043+      END-SEARCH
M043+      IF NOT SEUIL-ECA-TROUVE
M043+         SET IX-ECA TO 1
M043+         SEARCH WS-ECA-ENR
M043+            AT END
M043+               CONTINUE
M043+            WHEN IX-ECA > WS-NB-ECA
M043+               CONTINUE
M043+            WHEN WS-ECA-INSTIT (IX-ECA) = WS-INSTIT-RECH-ECA
M043+             AND WS-ECA-TYPE-DOC (IX-ECA) = '**'
M043+               SET SEUIL-ECA-TROUVE TO TRUE
M043+         END-SEARCH
M043+      END-IF
M043+      .
M047+ *-----------------------------*
M047+ * CAMPAGNE CLOSE (M047) : SI L'ANNEE DE CAMPAGNE EST CLOSE POUR
M047+ * L'INSTITUTION, SEULS PASSENT LE RECTIFICATIF REINJECTE (M045)
M047+ * ET L'EMISSION TARDIVE AUTORISEE PAR FCGETAR1. LES CLES DE LA
M047+ * CAMPAGNE ETANT ARCHIVEES PAR PPGEMB30, LE MARQUAGE RECTIFICATIF
M047+ * DE PPGEMB26 EST CHERCHE ICI QUAND LE GARDE-FOU M034 N'A PAS
M047+ * TROUVE LA CLE ORIGINALE
M047+ *-----------------------------*
M047+  21697-CNTL-CAMPAGNE-CLOSE.
M047+ *-----------------------------*
M047+      MOVE 'N'                 TO WS-IN-CAMP-CLOSE
M047+                                  WS-IN-REFUS-CLO
M047+      MOVE SPACE               TO WS-CO-NATURE-CLO
M047+                                  WS-LB-VISA-CLO
M047+      IF WS-NB-CLO > ZERO
M047+         AND NOT EMISSION-DEJA-FAITE
M047+         SET IX-CLO TO 1
M047+         SEARCH WS-CLO-ENR
M047+            AT END
M047+               CONTINUE
M047+            WHEN IX-CLO > WS-NB-CLO
M047+               CONTINUE
M047+            WHEN WS-CLO-INSTIT (IX-CLO) = WS-GR-CLE-FIS (1:4)
M047+             AND WS-CLO-AN-CLOS (IX-CLO) NOT < WS-DT-FONC (1:4)
M047+               SET CAMPAGNE-CLOSE TO TRUE
M047+         END-SEARCH
M047+      END-IF
M047+      IF CAMPAGNE-CLOSE
M047+         IF NOT EMISSION-RECTIFICATIVE
M047+            AND WS-CO-CONTXT-TRT-MB17 = 'P'
M047+            AND HISTO-MT-DISPONIBLE
M047+            MOVE WS-GR-CLE-FIS    TO EMIS1-CLE-ALLOC
M047+            MOVE WS-DT-FONC (1:4) TO EMIS1-AN-CAMPAGNE
M047+            PERFORM 21610-CNTL-RECTIFICATIF
M047+         END-IF
M047+         IF EMISSION-RECTIFICATIVE
M047+            MOVE 'R'              TO WS-CO-NATURE-CLO
M047+         ELSE
M047+            PERFORM 21699-RECH-AUTORISATION
M047+            IF NOT EMISSION-TARDIVE-AUTORISEE
M047+               MOVE 'X'           TO WS-CO-NATURE-CLO
M047+               SET EMISSION-REFUSEE-CLOTURE TO TRUE
M047+            END-IF
M047+         END-IF
M047+      END-IF
M047+      .
M047+ *-----------------------------*
M047+ * JOURNAL D'UNE EMISSION PRESENTEE SUR CAMPAGNE CLOSE (M047)
M047+ *-----------------------------*
M047+  21698-JOURNALISER-CLOTURE.
M047+ *-----------------------------*
M047+      MOVE SPACE                TO ENRG-FCGEJCL1
M047+      MOVE WS-GR-CLE-FIS (1:4)  TO JCL1-INSTITUTION
M047+      MOVE WS-DT-FONC (1:4)     TO JCL1-AN-CAMPAGNE
M047+      MOVE WS-GR-CLE-FIS        TO JCL1-CLE-ALLOC
M047+      MOVE LI-EDF-CO-TYPE-ENV OF WS-GR-EDF
M047+                                TO JCL1-TYPE-DOC
M047+      MOVE WS-CO-NATURE-CLO     TO JCL1-NATURE
M047+      MOVE WS-DT-FONC           TO JCL1-DT-EMISSION
M047+      MOVE 'PPGEMB17'           TO JCL1-PROGRAMME
M047+      MOVE WS-LB-VISA-CLO       TO JCL1-VISA
M047+      WRITE ENRG-FCGEJCL1
M047+      EVALUATE WS-CO-NATURE-CLO
M047+         WHEN 'R'
M047+            ADD 1 TO WS-NB-RECTIFS-CLOTURE
M047+         WHEN 'T'
M047+            ADD 1 TO WS-NB-TARDIVES-CLOTURE
M047+         WHEN OTHER
M047+            ADD 1 TO WS-NB-REFUS-CLOTURE
M047+      END-EVALUATE
M047+      .
M047+ *-----------------------------*
M047+ * AUTORISATION D'EMISSION TARDIVE DE L'ALLOCATAIRE POUR LE TYPE
M047+ * DE DOCUMENT (OU TOUS, '**') ET L'ANNEE DE CAMPAGNE
M047+ *-----------------------------*
M047+  21699-RECH-AUTORISATION.
M047+ *-----------------------------*
M047+      SET IX-TAR TO 1
M047+      SEARCH WS-TAR-ENR
M047+         AT END
M047+            CONTINUE
M047+         WHEN IX-TAR > WS-NB-TAR
M047+            CONTINUE
M047+         WHEN WS-TAR-CLE-ALLOC (IX-TAR) = WS-GR-CLE-FIS
M047+          AND WS-TAR-AN-CAMPAGNE (IX-TAR) = WS-DT-FONC (1:4)
M047+          AND (WS-TAR-TYPE-DOC (IX-TAR) = '**'
M047+           OR WS-TAR-TYPE-DOC (IX-TAR) =
M047+                                LI-EDF-CO-TYPE-ENV OF WS-GR-EDF)
M047+            MOVE 'T'                  TO WS-CO-NATURE-CLO
M047+            MOVE WS-TAR-VISA (IX-TAR) TO WS-LB-VISA-CLO
M047+      END-SEARCH
M047+      .
M037+ *-----------------------------*
M037+  21680-CNTL-CALENDRIER.
M037+ *-----------------------------*
M035+      MOVE EMIS1-TYPE-DOC     TO REF1-TYPE-DOC
M035+      MOVE EMIS1-AN-CAMPAGNE  TO REF1-AN-CAMPAGNE
M035+      MOVE WS-DT-FONC         TO REF1-DT-EMISSION
M044+      MOVE WS-CO-CANAL-DEST   TO REF1-CANAL
M035+      WRITE ENRG-FCGEREF1
M035+      .
M034+ *-----------------------------*
M034+  21600-CNTL-DEJA-EMIS.
M034+ *-----------------------------*
M034+      MOVE 'N'                 TO WS-IN-DEJA-EMIS
M045+      MOVE 'N'                 TO WS-IN-RECTIF-PCT
M034+      MOVE WS-GR-CLE-FIS       TO EMIS1-CLE-ALLOC
M034+      MOVE LI-EDF-CO-TYPE-ENV OF WS-GR-EDF
M034+                               TO EMIS1-TYPE-DOC
M034+      END-READ
M034+      IF OK-FCGEMIS1
M034+         SET EMISSION-DEJA-FAITE TO TRUE
M045+         IF WS-CO-CONTXT-TRT-MB17 = 'P'
M045+            AND HISTO-MT-DISPONIBLE
M045+            PERFORM 21610-CNTL-RECTIFICATIF
M045+         END-IF
M034+      END-IF
M034+      .
M045+ *-----------------------------*
M045+ * RECTIFICATIF REINJECTE (M045) : MARQUE PAR PPGEMB26 SOUS LE
M045+ * TYPE 'R' + INITIALE POUR LA CAMPAGNE, SANS MONTANTS ENCORE
M045+ * HISTORISES SOUS CE TYPE - UNE SECONDE REINJECTION DE LA MEME
M045+ * CLE RESTE UN DOUBLON
M045+ *-----------------------------*
M045+  21610-CNTL-RECTIFICATIF.
M045+ *-----------------------------*
M045+      MOVE 'R'                 TO EMIS1-TYPE-DOC (1:1)
M045+      MOVE LI-EDF-CO-TYPE-ENV OF WS-GR-EDF (1:1)
M045+                               TO EMIS1-TYPE-DOC (2:1)
M045+      READ FCGEMIS1
M045+      END-READ
M045+      IF OK-FCGEMIS1
M045+         MOVE EMIS1-CLE        TO HMT1-CLE
M045+         READ FCGEHMT1
M045+         END-READ
M045+         IF NOT OK-FCGEHMT1
M045+            SET EMISSION-RECTIFICATIVE TO TRUE
M045+            MOVE 'N'           TO WS-IN-DEJA-EMIS
M045+         END-IF
M045+      END-IF
M045+      .
M034+ *-----------------------------*
M034+ * MARQUAGE DE LA CLE EMISE (M034) - UN DOUBLON D'ECRITURE
M034+ * (RELANCE SIMULTANEE) EST TOLERE
M034+         PERFORM 31000-ABANDON
M034+      END-IF
M034+      .
M043+ *-----------------------------*
M043+ * HISTORIQUE DES MONTANTS EMIS (M043) : BASE DE COMPARAISON DE
M043+ * LA CAMPAGNE SUIVANTE ; UNE REEMISSION DE LA MEME CAMPAGNE
M043+ * REMPLACE LES MONTANTS DEJA HISTORISES
M043+ *-----------------------------*
M043+  21710-HISTORISER-MT.
M043+ *-----------------------------*
M043+      IF HISTO-MT-DISPONIBLE
M045+         MOVE LI-EDF-CO-TYPE-ENV OF WS-GR-EDF
M045+                                  TO WS-TYPE-DOC-HMT
M045+         IF EMISSION-RECTIFICATIVE
M045+            MOVE 'R'              TO WS-TYPE-DOC-HMT (1:1)
M045+            MOVE LI-EDF-CO-TYPE-ENV OF WS-GR-EDF (1:1)
M045+                                  TO WS-TYPE-DOC-HMT (2:1)
M045+            ADD 1 TO WS-NB-RECTIFS-HISTO
M045+         END-IF
M043+         MOVE WS-GR-CLE-FIS       TO HMT1-CLE-ALLOC
M045+         MOVE WS-TYPE-DOC-HMT     TO HMT1-TYPE-DOC
M043+         MOVE WS-DT-FONC (1:4)    TO HMT1-AN-CAMPAGNE
M043+         MOVE WS-MT-BRT-DOC-ECA   TO HMT1-MT-BRUT
M043+         MOVE WS-MT-NET-DOC-ECA   TO HMT1-MT-NET-FISC
M045+         MOVE WS-MT-RTS-DOC-ECA   TO HMT1-MT-RTN-SRC
M043+         MOVE WS-DT-FONC          TO HMT1-DT-EMISSION
M043+         WRITE ENRG-FCGEHMT1
M043+         IF DOUBLON-FCGEHMT1
M043+            REWRITE ENRG-FCGEHMT1
M043+         END-IF
M043+         IF NOT OK-FCGEHMT1
M043+            SET PPGEMB17-ERREUR-TECH     TO TRUE
M043+            STRING 'ERREUR 21710-HISTORISER-MT STATUS:'
M043+            FS-FCGEHMT1-STATUS DELIMITED BY SIZE
M043+                INTO LK-LB-MSG-LNG-MOD OF LK-GR-PPGEMB17
M043+            PERFORM 90000-DISPLAY-ERREUR
M043+            SET CO-RET-KO TO TRUE
M043+            PERFORM 31000-ABANDON
M043+         END-IF
M043+         ADD 1 TO WS-NB-HISTO-MT-ECRITS
M043+      END-IF
M043+      .
M033+ *-----------------------------*
M033+ * CHOIX DU CANAL D'ENVOI DU DESTINATAIRE COURANT (M033) : LE
M033+ * FICHIER DES CONSENTEMENTS, TRIE SUR LA MEME CLE QUE FC99FIS1,
M027+      PERFORM 41000-LECTURE-FC99FIS1
M027+      .

M043+ *-------------------------------*
M043+  40300-CNTL-ECARTS-MT.
M043+ *-------------------------------*
M043+ *--  CONTROLE DES ECARTS N/N-1 AVANT EMISSION : FCGEEDF1 EST LU
M043+ *--  UNE PREMIERE FOIS POUR CUMULER LES MONTANTS BRUT ET NET
M043+ *--  FISCAL DE CHAQUE ALLOCATAIRE ET LES CONFRONTER A CEUX DE LA
M043+ *--  CAMPAGNE PRECEDENTE ; LE TAUX D'ECARTS DE CHAQUE POSTE DE
M043+ *--  SEUILS DECIDE ENSUITE DE LA RETENUE DE L'INSTITUTION. LE
M043+ *--  FICHIER EST ENFIN REPOSITIONNE EN DEBUT POUR LA BOUCLE
M043+ *--  METIER (MEME PRINCIPE QUE 40200)
M043+      IF WS-NB-ECA > ZERO
M043+         AND HISTO-MT-DISPONIBLE
M043+         AND WS-DT-FONC (1:4) NUMERIC
M043+         MOVE WS-DT-FONC (1:4)    TO WS-AN-CAMPAGNE-ECA
M043+         SUBTRACT 1 FROM WS-AN-CAMPAGNE-ECA
M043+            GIVING WS-AN-PREC-ECA
M043+         MOVE LOW-VALUE           TO WS-GR-CLE-ECA-PREC
M043+         MOVE ZERO                TO WS-MT-BRT-COUR-ECA
M043+                                     WS-MT-NET-COUR-ECA
M043+         MOVE 'N'                 TO WS-IN-FIN-PASSE-ECA
M043+         PERFORM 41960-LECTURE-EDF-ECARTS
M043+         PERFORM 40310-CUMUL-ECARTS-MT
M043+           UNTIL FIN-PASSE-ECARTS
M043+         IF WS-GR-CLE-ECA-PREC NOT = LOW-VALUE
M043+            PERFORM 40320-COMPARER-N-1
M043+         END-IF
M043+         PERFORM 40330-DECIDER-RETENUE
M043+           VARYING IX-ECA FROM 1 BY 1
M043+           UNTIL IX-ECA > WS-NB-ECA
M043+         DISPLAY 'MB17 ECARTS N/N-1 CAMPAGNE ' WS-AN-CAMPAGNE-ECA
M043+                 ' - ECARTS SIGNALES:' WS-NB-ECARTS-SIGNALES
M043+ *--     REPOSITIONNEMENT EN DEBUT DE FICHIER POUR LE METIER
M043+         PERFORM 48000-CLOSE-FCGEEDF1
M043+         PERFORM 40000-OPEN-FCGEEDF1
M043+      END-IF
M043+      .

M043+ *-------------------------------*
M043+  40310-CUMUL-ECARTS-MT.
M043+ *-------------------------------*
M043+ *--  RUPTURE SUR ALLOCATAIRE + TYPE DE DOCUMENT : LE GROUPE
M043+ *--  PRECEDENT EST COMPARE A SA CAMPAGNE N-1
M043+      MOVE LI-EDF-CO-REG-DECL  OF WS-GR-EDF TO WS-CO-REG-ECA
M043+      MOVE LI-EDF-NO-INST-DECL OF WS-GR-EDF TO WS-NO-INST-ECA
M043+      MOVE LI-EDF-ID-TECH-INDV OF WS-GR-EDF TO WS-ID-TECH-INDV-ECA
M043+      MOVE LI-EDF-CO-TYPE-ENV  OF WS-GR-EDF TO WS-TYPE-DOC-ECA
M043+      IF WS-GR-CLE-ECA NOT = WS-GR-CLE-ECA-PREC
M043+         IF WS-GR-CLE-ECA-PREC NOT = LOW-VALUE
M043+            PERFORM 40320-COMPARER-N-1
M043+         END-IF
M043+         MOVE WS-GR-CLE-ECA       TO WS-GR-CLE-ECA-PREC
M043+         MOVE ZERO                TO WS-MT-BRT-COUR-ECA
M043+                                     WS-MT-NET-COUR-ECA
M043+      END-IF
M043+      EVALUATE LI-LIF-CO-VTIL-MT-LIF OF WS-GR-EDF
M043+         WHEN 'MB    '
M043+            COMPUTE WS-MT-VTIL-LIF =
M043+            FUNCTION NUMVAL-C(LI-LIF-MT-VTIL-LIF OF WS-GR-EDF)
M043+            ADD WS-MT-VTIL-LIF TO WS-MT-BRT-COUR-ECA
M043+         WHEN 'MNF   '
M043+            COMPUTE WS-MT-VTIL-LIF =
M043+            FUNCTION NUMVAL-C(LI-LIF-MT-VTIL-LIF OF WS-GR-EDF)
M043+            ADD WS-MT-VTIL-LIF TO WS-MT-NET-COUR-ECA
M043+         WHEN OTHER
M043+            CONTINUE
M043+      END-EVALUATE
M043+      PERFORM 41960-LECTURE-EDF-ECARTS
M043+      .

M043+ *-------------------------------*
M043+  40320-COMPARER-N-1.
M043+ *-------------------------------*
M043+ *--  SANS POSTE DE SEUILS OU SANS MONTANT HISTORISE EN N-1
M043+ *--  (PREMIERE EMISSION), L'ALLOCATAIRE N'EST PAS COMPARE
M043+      MOVE WS-CLE-ALLOC-ECA-PREC (1:4) TO WS-INSTIT-RECH-ECA
M043+      MOVE WS-TYPE-DOC-ECA-PREC        TO WS-TYPE-RECH-ECA
M043+      PERFORM 21696-RECH-SEUIL-ECA
M043+      IF SEUIL-ECA-TROUVE
M043+         MOVE WS-CLE-ALLOC-ECA-PREC TO HMT1-CLE-ALLOC
M043+         MOVE WS-TYPE-DOC-ECA-PREC  TO HMT1-TYPE-DOC
M043+         MOVE WS-AN-PREC-ECA        TO HMT1-AN-CAMPAGNE
M043+         READ FCGEHMT1
M043+         IF OK-FCGEHMT1
M043+            PERFORM 40325-COMPARER-MT
M043+         END-IF
M043+      END-IF
M043+      .

M043+ *-------------------------------*
M043+  40325-COMPARER-MT.
M043+ *-------------------------------*
M043+      ADD 1 TO WS-ECA-NB-COMP (IX-ECA)
M043+      MOVE HMT1-MT-BRUT        TO WS-MT-PREC-CALC-ECA
M043+      MOVE WS-MT-BRT-COUR-ECA  TO WS-MT-COUR-CALC-ECA
M043+      PERFORM 40326-CALCULER-ECART
M043+      MOVE WS-IN-ECART-CALC    TO WS-IN-ECART-BRT
M043+      MOVE WS-PCT-CALC-ECA     TO WS-PCT-BRT-ECA
M043+      MOVE HMT1-MT-NET-FISC    TO WS-MT-PREC-CALC-ECA
M043+      MOVE WS-MT-NET-COUR-ECA  TO WS-MT-COUR-CALC-ECA
M043+      PERFORM 40326-CALCULER-ECART
M043+      MOVE WS-IN-ECART-CALC    TO WS-IN-ECART-NET
M043+      MOVE WS-PCT-CALC-ECA     TO WS-PCT-NET-ECA
M043+      IF WS-IN-ECART-BRT = 'O' OR WS-IN-ECART-NET = 'O'
M043+         ADD 1 TO WS-ECA-NB-ECART (IX-ECA)
M043+                  WS-NB-ECARTS-SIGNALES
M043+         PERFORM 40327-ECRIRE-ECART
M043+      END-IF
M043+      .

M043+ *-------------------------------*
M043+  40326-CALCULER-ECART.
M043+ *-------------------------------*
M043+ *--  ECART EN VALEUR ABSOLUE ET EN POURCENTAGE DU MONTANT N-1,
M043+ *--  PLAFONNE A 999 (999 = PAS DE MONTANT N-1) ; L'ECART EST
M043+ *--  SIGNIFICATIF S'IL DEPASSE LE SEUIL EN POURCENTAGE ET
M043+ *--  ATTEINT LE MONTANT MINIMUM DU POSTE
M043+      MOVE 'N' TO WS-IN-ECART-CALC
M043+      IF WS-MT-COUR-CALC-ECA NOT < WS-MT-PREC-CALC-ECA
M043+         SUBTRACT WS-MT-PREC-CALC-ECA FROM WS-MT-COUR-CALC-ECA
M043+            GIVING WS-MT-ECART-ECA
M043+      ELSE
M043+         SUBTRACT WS-MT-COUR-CALC-ECA FROM WS-MT-PREC-CALC-ECA
M043+            GIVING WS-MT-ECART-ECA
M043+      END-IF
M043+      IF WS-MT-PREC-CALC-ECA = ZERO
M043+         IF WS-MT-COUR-CALC-ECA > ZERO
M043+            MOVE 999             TO WS-PCT-CALC-ECA
M043+         ELSE
M043+            MOVE ZERO            TO WS-PCT-CALC-ECA
M043+         END-IF
M043+      ELSE
M043+         COMPUTE WS-PCT-CALC-ECA =
M043+                 WS-MT-ECART-ECA * 100 / WS-MT-PREC-CALC-ECA
M043+            ON SIZE ERROR
M043+               MOVE 999          TO WS-PCT-CALC-ECA
M043+         END-COMPUTE
M043+         IF WS-PCT-CALC-ECA > 999
M043+            MOVE 999             TO WS-PCT-CALC-ECA
M043+         END-IF
M043+      END-IF
M043+      IF WS-PCT-CALC-ECA > WS-ECA-SEUIL-PCT (IX-ECA)
M043+         AND WS-MT-ECART-ECA NOT < WS-ECA-SEUIL-MT (IX-ECA)
M043+         SET ECART-CALC-SIGNIFICATIF TO TRUE
M043+      END-IF
M043+      .

M043+ *-------------------------------*
M043+  40327-ECRIRE-ECART.
M043+ *-------------------------------*
M043+      MOVE WS-CLE-ALLOC-ECA-PREC (1:4) TO ECA1-INSTITUTION
M043+      MOVE WS-CLE-ALLOC-ECA-PREC  TO ECA1-CLE-ALLOC
M043+      MOVE WS-TYPE-DOC-ECA-PREC   TO ECA1-TYPE-DOC
M043+      MOVE WS-AN-CAMPAGNE-ECA     TO ECA1-AN-CAMPAGNE
M043+      MOVE HMT1-MT-BRUT           TO ECA1-MT-BRUT-PREC
M043+      MOVE WS-MT-BRT-COUR-ECA     TO ECA1-MT-BRUT
M043+      MOVE HMT1-MT-NET-FISC       TO ECA1-MT-NET-PREC
M043+      MOVE WS-MT-NET-COUR-ECA     TO ECA1-MT-NET
M043+      IF WS-PCT-BRT-ECA > WS-PCT-NET-ECA
M043+         MOVE WS-PCT-BRT-ECA      TO ECA1-PCT-ECART
M043+      ELSE
M043+         MOVE WS-PCT-NET-ECA      TO ECA1-PCT-ECART
M043+      END-IF
M043+      EVALUATE TRUE
M043+         WHEN WS-IN-ECART-BRT = 'O' AND WS-IN-ECART-NET = 'O'
M043+            MOVE 'T'              TO ECA1-RUBRIQUE
M043+         WHEN WS-IN-ECART-BRT = 'O'
M043+            MOVE 'B'              TO ECA1-RUBRIQUE
M043+         WHEN OTHER
M043+            MOVE 'N'              TO ECA1-RUBRIQUE
M043+      END-EVALUATE
M043+      WRITE ENRG-FCGEECA1
M043+      IF NOT OK-FCGEECA1
M043+         SET PPGEMB17-ERREUR-TECH     TO TRUE
M043+         STRING 'ERREUR 40327-ECRIRE-ECART STATUS:'
M043+         FS-FCGEECA1-STATUS DELIMITED BY SIZE
M043+             INTO LK-LB-MSG-LNG-MOD OF LK-GR-PPGEMB17
M043+         PERFORM 90000-DISPLAY-ERREUR
M043+         SET CO-RET-KO TO TRUE
M043+         PERFORM 31000-ABANDON
M043+      END-IF
M043+      .

M043+ *-------------------------------*
M043+  40330-DECIDER-RETENUE.
M043+ *-------------------------------*
M043+ *--  TAUX D'ECARTS DU POSTE (EN % DES ALLOCATAIRES COMPARES) :
M043+ *--  AU-DELA DU TAUX D'EXCEPTION, L'INSTITUTION EST RETENUE
M043+ *--  SAUF SI LA REVUE DES ECARTS A ETE POSEE
M043+      IF WS-ECA-NB-COMP (IX-ECA) > ZERO
M043+         COMPUTE WS-TX-ECART-ECA =
M043+                 WS-ECA-NB-ECART (IX-ECA) * 100
M043+               / WS-ECA-NB-COMP (IX-ECA)
M043+         IF WS-ECA-IN-TAUX (IX-ECA) = 'O'
M043+            AND WS-TX-ECART-ECA > WS-ECA-TAUX-EXC (IX-ECA)
M043+            IF WS-ECA-REVUE (IX-ECA) = 'O'
M043+               DISPLAY 'MB17 ECARTS N/N-1 INSTITUTION:'
M043+                       WS-ECA-INSTIT (IX-ECA)
M043+                       ' TYPE:' WS-ECA-TYPE-DOC (IX-ECA)
M043+                       ' TAUX EXCEPTION DEPASSE - REVUE FAITE'
M043+            ELSE
M043+               MOVE 'O' TO WS-ECA-RETENUE (IX-ECA)
M043+               DISPLAY 'MB17 *** ECARTS N/N-1 INSTITUTION:'
M043+                       WS-ECA-INSTIT (IX-ECA)
M043+                       ' TYPE:' WS-ECA-TYPE-DOC (IX-ECA)
M043+                       ' EMISSION RETENUE EN ATTENTE DE REVUE'
M043+            END-IF
M043+         END-IF
M043+         DISPLAY 'MB17 ECARTS N/N-1 INSTITUTION:'
M043+                 WS-ECA-INSTIT (IX-ECA)
M043+                 ' TYPE:' WS-ECA-TYPE-DOC (IX-ECA)
M043+                 ' COMPARES:' WS-ECA-NB-COMP (IX-ECA)
M043+                 ' ECARTS:' WS-ECA-NB-ECART (IX-ECA)
M043+                 ' TAUX(%):' WS-TX-ECART-ECA
M043+      END-IF
M043+      .

M043+ *-------------------------------*
M043+  41960-LECTURE-EDF-ECARTS.
M043+ *-------------------------------*
M043+      READ FCGEEDF1 INTO WS-GR-EDF
M043+      IF EOF-FCGEEDF1
M043+         SET FIN-PASSE-ECARTS TO TRUE
M043+      ELSE
M043+         IF NOT OK-FCGEEDF1
M043+            SET PPGEMB17-ERREUR-TECH     TO TRUE
M043+            STRING 'ERREUR 41960-LECTURE-EDF-ECARTS STATUS:'
M043+            FS-FCGEEDF1-STATUS DELIMITED BY SIZE
M043+                INTO LK-LB-MSG-LNG-MOD OF LK-GR-PPGEMB17
M043+            PERFORM 90000-DISPLAY-ERREUR
M043+            SET CO-RET-KO TO TRUE
M043+            PERFORM 31000-ABANDON
M043+         END-IF
M043+      END-IF
M043+      .

M043+ *-----------------------------*
M043+ *-- HISTORIQUE DES MONTANTS EMIS (M043) - FICHIER FACULTATIF
M043+ *-----------------------------*
M043+  40000-OPEN-FCGEHMT1.
M043+ *-----------------------------*
M043+      OPEN I-O FCGEHMT1
M043+      IF OK-FCGEHMT1
M043+         SET HISTO-MT-DISPONIBLE TO TRUE
M043+      END-IF
M043+      .
M043+ *-----------------------------*
M043+  48000-CLOSE-FCGEHMT1.
M043+ *-----------------------------*
M043+      IF HISTO-MT-DISPONIBLE
M043+         CLOSE FCGEHMT1
M043+      END-IF
M043+      .
M043+ *-----------------------------*
M043+  40000-OPEN-FCGEECA1.
M043+ *-----------------------------*
M043+      OPEN OUTPUT FCGEECA1
M043+      IF NOT OK-FCGEECA1
M043+         SET PPGEMB17-ERREUR-TECH     TO TRUE
M043+         STRING 'ERREUR 40000-OPEN-FCGEECA1 STATUS:'
M043+         FS-FCGEECA1-STATUS DELIMITED BY SIZE
M043+             INTO LK-LB-MSG-LNG-MOD OF LK-GR-PPGEMB17
M043+         PERFORM 90000-DISPLAY-ERREUR
M043+         SET CO-RET-KO TO TRUE
M043+         PERFORM 31000-ABANDON
M043+      END-IF
M043+      .
M043+ *-----------------------------*
M043+  48000-CLOSE-FCGEECA1.
M043+ *-----------------------------*
M043+      CLOSE FCGEECA1
M043+      .
M046+ *-----------------------------*
M046+ * NORMALISATION POSTALE (M046) : L'EXTRACTION DES ADRESSES EST
M046+ * AVANCEE EN PAS A PAS SUR LA CLE ALLOCATAIRE ; L'ADRESSE
M046+ * TROUVEE EST MISE EN FORME, SA VOIE ET SON CODE POSTAL SONT
M046+ * CONTROLES, PUIS LE COUPLE CODE POSTAL / COMMUNE EST CHERCHE
M046+ * DANS LE REFERENTIEL POSTAL. ETAT RESULTANT : CONFORME,
M046+ * CORRIGEE OU PND PRESUME (BLANC = ADRESSE NON CONTROLEE)
M046+ *-----------------------------*
M046+  21660-CNTL-ADRESSE.
M046+ *-----------------------------*
M046+      MOVE SPACE TO WS-IN-ADR-NORM
M046+      MOVE SPACE TO WS-LB-MOTIF-ADR
M046+      IF ADRESSES-DISPONIBLES
M046+         PERFORM 41700-LECTURE-FCGEADR1
M046+           UNTIL EOF-FCGEADR1
M046+           OR ADR1-CLE NOT < WS-GR-CLE-FIS
M046+         IF NOT EOF-FCGEADR1
M046+            AND ADR1-CLE = WS-GR-CLE-FIS
M046+            PERFORM 21661-METTRE-EN-FORME
M046+            PERFORM 21662-VALIDER-ADRESSE
M046+         END-IF
M046+      END-IF
M046+      .
M046+ *-----------------------------*
M046+ * MISE EN FORME : MAJUSCULES, PONCTUATION REMPLACEE PAR DES
M046+ * BLANCS, BLANCS DE TETE ET BLANCS MULTIPLES SUPPRIMES
M046+ *-----------------------------*
M046+  21661-METTRE-EN-FORME.
M046+ *-----------------------------*
M046+      MOVE ZERO TO WS-NB-LETTRES-ADR
M046+      MOVE ADR1-VOIE TO WS-ZONE-ADR-E
M046+      PERFORM 21663-COMPACTER-ZONE
M046+      MOVE WS-ZONE-ADR-S TO WS-VOIE-NORM
M046+      ADD WS-NB-LETTRES  TO WS-NB-LETTRES-ADR
M046+      MOVE ADR1-COMPLEMENT TO WS-ZONE-ADR-E
M046+      PERFORM 21663-COMPACTER-ZONE
M046+      MOVE WS-ZONE-ADR-S TO WS-COMPLEMENT-NORM
M046+      ADD WS-NB-LETTRES  TO WS-NB-LETTRES-ADR
M046+      MOVE ADR1-COMMUNE  TO WS-ZONE-ADR-E
M046+      PERFORM 21663-COMPACTER-ZONE
M046+      MOVE WS-ZONE-ADR-S TO WS-COMMUNE-NORM
M046+      MOVE ADR1-CD-POSTAL TO WS-CD-POSTAL-NORM
M046+      .
M046+ *-----------------------------*
M046+ * CONTROLES DE DISTRIBUABILITE : CODE POSTAL NUMERIQUE, VOIE
M046+ * OU COMPLEMENT PORTEUR D'UN LIBELLE, COMMUNE CONNUE DU
M046+ * REFERENTIEL POUR LE CODE POSTAL (UNE SEULE COMMUNE POUR LE
M046+ * CODE POSTAL : LA COMMUNE EST REDRESSEE)
M046+ *-----------------------------*
M046+  21662-VALIDER-ADRESSE.
M046+ *-----------------------------*
M046+      IF WS-CD-POSTAL-NORM NOT NUMERIC
M046+         OR WS-CD-POSTAL-NORM = '00000'
M046+         SET ADRESSE-PND-PRESUME TO TRUE
M046+         MOVE 'CODE POSTAL INVALIDE' TO WS-LB-MOTIF-ADR
M046+      ELSE
M046+         IF WS-NB-LETTRES-ADR = ZERO
M046+            SET ADRESSE-PND-PRESUME TO TRUE
M046+            MOVE 'VOIE ABSENTE OU INVALIDE' TO WS-LB-MOTIF-ADR
M046+         ELSE
M046+            IF REFERENTIEL-POSTAL-DISPO
M046+               PERFORM 21665-RECH-COMMUNE
M046+            END-IF
M046+         END-IF
M046+      END-IF
M046+      IF NOT ADRESSE-PND-PRESUME
M046+         IF WS-VOIE-NORM       = ADR1-VOIE
M046+            AND WS-COMPLEMENT-NORM = ADR1-COMPLEMENT
M046+            AND WS-COMMUNE-NORM    = ADR1-COMMUNE
M046+            SET ADRESSE-CONFORME TO TRUE
M046+         ELSE
M046+            SET ADRESSE-CORRIGEE TO TRUE
M046+         END-IF
M046+      END-IF
M046+      .
M046+ *-----------------------------*
M046+ * MISE EN FORME D'UNE LIGNE (WS-ZONE-ADR-E VERS WS-ZONE-ADR-S),
M046+ * AVEC LE DECOMPTE DES LETTRES DE LA LIGNE
M046+ *-----------------------------*
M046+  21663-COMPACTER-ZONE.
M046+ *-----------------------------*
M046+      INSPECT WS-ZONE-ADR-E CONVERTING
M046+              'abcdefghijklmnopqrstuvwxyz,;:.'
M046+           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ    '
M046+      MOVE SPACE TO WS-ZONE-ADR-S
M046+      MOVE SPACE TO WS-CAR-PREC
M046+      MOVE ZERO  TO WS-IX-CAR-S
M046+      MOVE ZERO  TO WS-NB-LETTRES
M046+      PERFORM 21664-COMPACTER-CAR
M046+        VARYING WS-IX-CAR-E FROM 1 BY 1
M046+        UNTIL WS-IX-CAR-E > LENGTH OF WS-ZONE-ADR-E
M046+      .
M046+ *-----------------------------*
M046+  21664-COMPACTER-CAR.
M046+ *-----------------------------*
M046+      IF WS-ZONE-ADR-E (WS-IX-CAR-E:1) NOT = SPACE
M046+         OR WS-CAR-PREC NOT = SPACE
M046+         ADD 1 TO WS-IX-CAR-S
M046+         MOVE WS-ZONE-ADR-E (WS-IX-CAR-E:1)
M046+           TO WS-ZONE-ADR-S (WS-IX-CAR-S:1)
M046+         IF WS-ZONE-ADR-E (WS-IX-CAR-E:1) IS ALPHABETIC
M046+            AND WS-ZONE-ADR-E (WS-IX-CAR-E:1) NOT = SPACE
M046+            ADD 1 TO WS-NB-LETTRES
M046+         END-IF
M046+      END-IF
M046+      MOVE WS-ZONE-ADR-E (WS-IX-CAR-E:1) TO WS-CAR-PREC
M046+      .
M046+ *-----------------------------*
M046+ * REFERENTIEL POSTAL : LECTURE DIRECTE DU COUPLE CODE POSTAL /
M046+ * COMMUNE (LE LIBELLE D'ACHEMINEMENT FAIT FOI) ; A DEFAUT,
M046+ * PARCOURS DES COMMUNES DU CODE POSTAL
M046+ *-----------------------------*
M046+  21665-RECH-COMMUNE.
M046+ *-----------------------------*
M046+      MOVE WS-CD-POSTAL-NORM TO COM1-CD-POSTAL
M046+      MOVE WS-COMMUNE-NORM   TO COM1-COMMUNE
M046+      READ FCGECOM1
M046+      END-READ
M046+      IF OK-FCGECOM1
M046+         IF COM1-LIB-ACHEMINEMENT NOT = SPACE
M046+            MOVE COM1-LIB-ACHEMINEMENT TO WS-COMMUNE-NORM
M046+         END-IF
M046+      ELSE
M046+         MOVE ZERO  TO WS-NB-COMMUNES-CP
M046+         MOVE SPACE TO WS-COMMUNE-CP
M046+         MOVE 'N'   TO WS-IN-FIN-CP
M046+         MOVE WS-CD-POSTAL-NORM TO COM1-CD-POSTAL
M046+         MOVE LOW-VALUE         TO COM1-COMMUNE
M046+         START FCGECOM1 KEY NOT < COM1-CLE
M046+         END-START
M046+         IF OK-FCGECOM1
M046+            PERFORM 21666-LIRE-COMMUNE-CP
M046+              UNTIL FIN-COMMUNES-CP
M046+         END-IF
M046+         EVALUATE WS-NB-COMMUNES-CP
M046+            WHEN ZERO
M046+               SET ADRESSE-PND-PRESUME TO TRUE
M046+               MOVE 'CODE POSTAL INCONNU' TO WS-LB-MOTIF-ADR
M046+            WHEN 1
M046+               MOVE WS-COMMUNE-CP TO WS-COMMUNE-NORM
M046+            WHEN OTHER
M046+               SET ADRESSE-PND-PRESUME TO TRUE
M046+               MOVE 'COMMUNE INCOHERENTE AVEC LE CP'
M046+                 TO WS-LB-MOTIF-ADR
M046+         END-EVALUATE
M046+      END-IF
M046+      .
M046+ *-----------------------------*
M046+ * COMMUNE SUIVANTE DU CODE POSTAL - LE PARCOURS S'ARRETE DES
M046+ * LA DEUXIEME (LE CODE POSTAL N'EST PLUS UNIVOQUE)
M046+ *-----------------------------*
M046+  21666-LIRE-COMMUNE-CP.
M046+ *-----------------------------*
M046+      READ FCGECOM1 NEXT
M046+      END-READ
M046+      IF NOT OK-FCGECOM1
M046+         OR COM1-CD-POSTAL NOT = WS-CD-POSTAL-NORM
M046+         SET FIN-COMMUNES-CP TO TRUE
M046+      ELSE
M046+         ADD 1 TO WS-NB-COMMUNES-CP
M046+         IF COM1-LIB-ACHEMINEMENT NOT = SPACE
M046+            MOVE COM1-LIB-ACHEMINEMENT TO WS-COMMUNE-CP
M046+         ELSE
M046+            MOVE COM1-COMMUNE          TO WS-COMMUNE-CP
M046+         END-IF
M046+         IF WS-NB-COMMUNES-CP > 1
M046+            SET FIN-COMMUNES-CP TO TRUE
M046+         END-IF
M046+      END-IF
M046+      .
M046+ *-----------------------------*
M046+ * ISSUE DE LA NORMALISATION POUR UN ENVOI EMIS OU RETENU :
M046+ * DECOMPTE PAR INSTITUTION ; ADRESSE REDRESSEE OU PND PRESUME
M046+ * ECRIT SUR FCGENAD1
M046+ *-----------------------------*
M046+  21668-SOLDER-ADRESSE.
M046+ *-----------------------------*
M046+      IF NOT ADRESSE-NON-CONTROLEE
M046+         MOVE 'N' TO WS-IN-NAD-TROUVE
M046+         SET IX-NAD TO 1
M046+         SEARCH WS-NAD-ENR
M046+            AT END
M046+               CONTINUE
M046+            WHEN IX-NAD > WS-NB-NAD
M046+               CONTINUE
M046+            WHEN WS-NAD-INSTIT (IX-NAD) = WS-GR-CLE-EDF (1:4)
M046+               SET INSTIT-NAD-TROUVEE TO TRUE
M046+         END-SEARCH
M046+         IF NOT INSTIT-NAD-TROUVEE
M046+            AND WS-NB-NAD < 200
M046+            ADD 1 TO WS-NB-NAD
M046+            SET IX-NAD TO WS-NB-NAD
M046+            MOVE WS-GR-CLE-EDF (1:4) TO WS-NAD-INSTIT (IX-NAD)
M046+            MOVE ZERO TO WS-NAD-NB-CONFORMES (IX-NAD)
M046+            MOVE ZERO TO WS-NAD-NB-CORRIGEES (IX-NAD)
M046+            MOVE ZERO TO WS-NAD-NB-PND (IX-NAD)
M046+            SET INSTIT-NAD-TROUVEE TO TRUE
M046+         END-IF
M046+         EVALUATE TRUE
M046+            WHEN ADRESSE-CONFORME
M046+               ADD 1 TO WS-NB-ADR-CONFORMES
M046+               IF INSTIT-NAD-TROUVEE
M046+                  ADD 1 TO WS-NAD-NB-CONFORMES (IX-NAD)
M046+               END-IF
M046+            WHEN ADRESSE-CORRIGEE
M046+               ADD 1 TO WS-NB-ADR-CORRIGEES
M046+               IF INSTIT-NAD-TROUVEE
M046+                  ADD 1 TO WS-NAD-NB-CORRIGEES (IX-NAD)
M046+               END-IF
M046+               PERFORM 21667-ECRIRE-ADRESSE
M046+            WHEN ADRESSE-PND-PRESUME
M046+               ADD 1 TO WS-NB-ADR-PND-PRESUMES
M046+               IF INSTIT-NAD-TROUVEE
M046+                  ADD 1 TO WS-NAD-NB-PND (IX-NAD)
M046+               END-IF
M046+               PERFORM 21667-ECRIRE-ADRESSE
M046+         END-EVALUATE
M046+      END-IF
M046+      .
M046+ *-----------------------------*
M046+  21667-ECRIRE-ADRESSE.
M046+ *-----------------------------*
M046+      MOVE SPACE                TO ENRG-FCGENAD1
M046+      MOVE WS-GR-CLE-EDF (1:4)  TO NAD1-INSTITUTION
M046+      MOVE WS-GR-CLE-FIS        TO NAD1-CLE-ALLOC
M046+      MOVE LI-EDF-CO-TYPE-ENV OF WS-GR-EDF
M046+                                TO NAD1-TYPE-DOC
M046+      MOVE WS-DT-FONC (1:4)     TO NAD1-AN-CAMPAGNE
M046+      MOVE WS-IN-ADR-NORM       TO NAD1-ETAT
M046+      MOVE WS-VOIE-NORM         TO NAD1-VOIE
M046+      MOVE WS-COMPLEMENT-NORM   TO NAD1-COMPLEMENT
M046+      MOVE WS-CD-POSTAL-NORM    TO NAD1-CD-POSTAL
M046+      MOVE WS-COMMUNE-NORM      TO NAD1-COMMUNE
M046+      MOVE WS-LB-MOTIF-ADR      TO NAD1-MOTIF
M046+      WRITE ENRG-FCGENAD1
M046+      .
M046+ *-----------------------------*
M046+  21669-EDITER-BILAN-NAD.
M046+ *-----------------------------*
M046+      DISPLAY 'PPGEMB17 : ADRESSES INSTITUTION '
M046+              WS-NAD-INSTIT (IX-NAD)
M046+              ' CONFORMES=' WS-NAD-NB-CONFORMES (IX-NAD)
M046+              ' NORMALISEES=' WS-NAD-NB-CORRIGEES (IX-NAD)
M046+              ' PND PRESUMES=' WS-NAD-NB-PND (IX-NAD)
M046+      .
M046+ *-----------------------------*
M046+ *-- FICHIER FACULTATIF : ABSENT, PAS DE NORMALISATION
M046+ *-----------------------------*
M046+  40000-OPEN-FCGEADR1.
M046+ *-----------------------------*
M046+      OPEN INPUT FCGEADR1
M046+      IF OK-FCGEADR1
M046+         SET ADRESSES-DISPONIBLES TO TRUE
M046+         PERFORM 41700-LECTURE-FCGEADR1
M046+      END-IF
M046+      .
M046+ *-----------------------------*
M046+  41700-LECTURE-FCGEADR1.
M046+ *-----------------------------*
M046+      READ FCGEADR1
M046+      IF NOT OK-FCGEADR1
M046+         SET EOF-FCGEADR1 TO TRUE
M046+      END-IF
M046+      .
M046+ *-----------------------------*
M046+  48000-CLOSE-FCGEADR1.
M046+ *-----------------------------*
M046+      IF ADRESSES-DISPONIBLES
M046+         CLOSE FCGEADR1
M046+      END-IF
M046+      .
M046+ *-----------------------------*
M046+ *-- REFERENTIEL FACULTATIF : ABSENT, MISE EN FORME SEULE
M046+ *-----------------------------*
M046+  40000-OPEN-FCGECOM1.
M046+ *-----------------------------*
M046+      OPEN INPUT FCGECOM1
M046+      IF OK-FCGECOM1
M046+         SET REFERENTIEL-POSTAL-DISPO TO TRUE
M046+      END-IF
M046+      .
M046+ *-----------------------------*
M046+  48000-CLOSE-FCGECOM1.
M046+ *-----------------------------*
M046+      IF REFERENTIEL-POSTAL-DISPO
M046+         CLOSE FCGECOM1
M046+      END-IF
M046+      .
M046+ *-----------------------------*
M046+  40000-OPEN-FCGENAD1.
M046+ *-----------------------------*
M046+      OPEN OUTPUT FCGENAD1
M046+      IF NOT OK-FCGENAD1
M046+         SET PPGEMB17-ERREUR-TECH     TO TRUE
M046+         STRING 'ERREUR 40000-OPEN-FCGENAD1 STATUS:'
M046+         FS-FCGENAD1-STATUS DELIMITED BY SIZE
M046+             INTO LK-LB-MSG-LNG-MOD OF LK-GR-PPGEMB17
M046+         PERFORM 90000-DISPLAY-ERREUR
M046+         SET CO-RET-KO TO TRUE
M046+         PERFORM 31000-ABANDON
M046+      END-IF
M046+      .
M046+ *-----------------------------*
M046+  48000-CLOSE-FCGENAD1.
M046+ *-----------------------------*
M046+      CLOSE FCGENAD1
M046+      .
M047+ *-----------------------------*
M047+ *-- CHARGEMENT DES EMISSIONS TARDIVES AUTORISEES SUR CAMPAGNE
M047+ *-- CLOSE (M047) - FICHIER FACULTATIF
M047+ *-----------------------------*
M047+  40000-OPEN-FCGETAR1.
M047+ *-----------------------------*
M047+      OPEN INPUT FCGETAR1
M047+      IF OK-FCGETAR1
M047+         PERFORM 41970-LECTURE-FCGETAR1
M047+           UNTIL EOF-FCGETAR1
M047+           OR WS-NB-TAR = 500
M047+         CLOSE FCGETAR1
M047+      END-IF
M047+      .
M047+ *-----------------------------*
M047+  41970-LECTURE-FCGETAR1.
M047+ *-----------------------------*
M047+      READ FCGETAR1
M047+      IF OK-FCGETAR1
M047+         ADD 1 TO WS-NB-TAR
M047+         SET IX-TAR TO WS-NB-TAR
M047+         MOVE TAR1-CLE-ALLOC   TO WS-TAR-CLE-ALLOC (IX-TAR)
M047+         MOVE TAR1-TYPE-DOC    TO WS-TAR-TYPE-DOC (IX-TAR)
M047+         MOVE TAR1-AN-CAMPAGNE TO WS-TAR-AN-CAMPAGNE (IX-TAR)
M047+         MOVE TAR1-VISA        TO WS-TAR-VISA (IX-TAR)
M047+      ELSE
M047+         SET EOF-FCGETAR1 TO TRUE
M047+      END-IF
M047+      .
M047+ *-----------------------------*
M047+  40000-OPEN-FCGEJCL1.
M047+ *-----------------------------*
M047+      OPEN OUTPUT FCGEJCL1
M047+      IF NOT OK-FCGEJCL1
M047+         SET PPGEMB17-ERREUR-TECH     TO TRUE
M047+         STRING 'ERREUR 40000-OPEN-FCGEJCL1 STATUS:'
M047+         FS-FCGEJCL1-STATUS DELIMITED BY SIZE
M047+             INTO LK-LB-MSG-LNG-MOD OF LK-GR-PPGEMB17
M047+         PERFORM 90000-DISPLAY-ERREUR
M047+         SET CO-RET-KO TO TRUE
M047+         PERFORM 31000-ABANDON
M047+      END-IF
M047+      .
M047+ *-----------------------------*
M047+  48000-CLOSE-FCGEJCL1.
M047+ *-----------------------------*
M047+      CLOSE FCGEJCL1
M047+      .

M030+ *-------------------------------*
M030+  44000-CNTL-PLAFOND-AFIF.
M030+ *-------------------------------*
