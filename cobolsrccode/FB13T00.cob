      *-------------+-------------------------------------------------+
      * 02/09/2026  ! FD 51123 : CREATION.                            !
      * P.ESTEVE    !                                                 !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51186 : SEUILS DE CONTROLE DES ECARTS N/N-1  !
      * P.ESTEVE    ! DES MONTANTS AF/IF (SEUIL %, ECART MINIMUM,     !
      *             ! TAUX D'EXCEPTION) ET LEVEE DE LA RETENUE PAR    !
      *             ! L'INDICATEUR ECARTS REVUS.                      !
      *-------------+-------------------------------------------------+
      * 15/10/2026  ! FD 51209 : DERNIERE CAMPAGNE CLOSE PORTEE PAR   !
      * P.ESTEVE    ! LE POSTE (PPGEMB30), CONSERVEE EN MODIFICATION. !
      *-------------+-------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WSS-PAR1-GROUPAGE        PIC X(01).
           05  WSS-PAR1-MODE            PIC X(01).
           05  WSS-PAR1-CONTACT         PIC X(40).
      *--- CONTROLE DES ECARTS N/N-1 AVANT EMISSION (PPGEMB17) : SEUIL
      *--- EN %, ECART MINIMUM EN EUROS, TAUX D'EXCEPTION EN % AU-DELA
      *--- DUQUEL L'INSTITUTION EST RETENUE, 'O' = ECARTS REVUS
      *--- (INSTITUTION LIBEREE) - ZONES NUMERIQUES OU A BLANC
           05  WSS-PAR1-SEUIL-ECART-PCT PIC X(03).
           05  WSS-PAR1-SEUIL-ECART-MT  PIC X(07).
           05  WSS-PAR1-TAUX-EXCEPTION  PIC X(03).
           05  WSS-PAR1-REVUE-ECARTS    PIC X(01).
           05  FILLER                   PIC X(02).
      *--- DERNIERE CAMPAGNE CLOSE DE L'INSTITUTION ET DATE DE CLOTURE,
      *--- POSEES PAR PPGEMB30 ET REPORTEES PAR PPGEMB22 - NON SAISIES
           05  WSS-PAR1-AN-CLOS         PIC X(04).
           05  WSS-PAR1-DT-CLOTURE      PIC X(08).
           05  FILLER                   PIC X(04).
      *
      *--- CLE DE PARCOURS POUR LES CONTROLES CROISES ENTRE LE POSTE
      *--- '**' ET LES POSTES CALENDRIER D'UNE MEME INSTITUTION
           05  WSS-PARC-TYPE-DOC        PIC X(02).
       01  WSS-PAR1-ENR-PARC.
           05  WSS-PARC-CLE             PIC X(06).
           05  FILLER                   PIC X(90).
       01  WSS-IND-FIN-BROWSE           PIC X(01) VALUE 'N'.
           88  FIN-BROWSE                   VALUE 'O'.
       01  WSS-IND-INCOHERENT           PIC X(01) VALUE 'N'.
               05 TS-ECR-PACTACL      COMP PIC S9(4).
               05 TS-ECR-PACTACA      PIC X.
               05 TS-ECR-PACTACO      PIC X(40).
               05 TS-ECR-PAVPCCL      COMP PIC S9(4).
               05 TS-ECR-PAVPCCA      PIC X.
               05 TS-ECR-PAVPCCO      PIC X(3).
               05 TS-ECR-PAVMTCL      COMP PIC S9(4).
               05 TS-ECR-PAVMTCA      PIC X.
               05 TS-ECR-PAVMTCO      PIC X(7).
               05 TS-ECR-PATXECL      COMP PIC S9(4).
               05 TS-ECR-PATXECA      PIC X.
               05 TS-ECR-PATXECO      PIC X(3).
               05 TS-ECR-PAREVCL      COMP PIC S9(4).
               05 TS-ECR-PAREVCA      PIC X.
               05 TS-ECR-PAREVCO      PIC X.
               05 TS-ECR-XMSGILL      COMP PIC S9(4).
               05 TS-ECR-XMSGILA      PIC X.
               05 TS-ECR-XMSGILO      PIC X(59).
              MOVE WSS-PAR1-GROUPAGE     TO ECR-PAGRPCO
              MOVE WSS-PAR1-MODE         TO ECR-PAMODCO
              MOVE WSS-PAR1-CONTACT      TO ECR-PACTACO
              MOVE WSS-PAR1-SEUIL-ECART-PCT TO ECR-PAVPCCO
              MOVE WSS-PAR1-SEUIL-ECART-MT  TO ECR-PAVMTCO
              MOVE WSS-PAR1-TAUX-EXCEPTION  TO ECR-PATXECO
              MOVE WSS-PAR1-REVUE-ECARTS    TO ECR-PAREVCO
           END-IF.
       FAFFICHER-POSTE. EXIT.
      *
           MOVE ECR-PAGRPCI            TO WSS-PAR1-GROUPAGE.
           MOVE ECR-PAMODCI            TO WSS-PAR1-MODE.
           MOVE ECR-PACTACI            TO WSS-PAR1-CONTACT.
           PERFORM ALIMENTER-SEUILS-ECART THRU
                   FALIMENTER-SEUILS-ECART.
           EXEC CICS WRITE FILE   ('FCGEPAR1')
                           FROM   (WSS-PAR1-ENR)
                           LENGTH (LENGTH OF WSS-PAR1-ENR)
              MOVE 'FB138'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
      *    SEUILS D'ECART N/N-1 : NUMERIQUES COMPLETS OU A BLANC,
      *    ECARTS REVUS O/N OU A BLANC
           IF (ECR-PAVPCCI NOT NUMERIC
               AND ECR-PAVPCCI NOT = SPACES AND LOW-VALUE)
              OR (ECR-PAVMTCI NOT NUMERIC
               AND ECR-PAVMTCI NOT = SPACES AND LOW-VALUE)
              OR (ECR-PATXECI NOT NUMERIC
               AND ECR-PATXECI NOT = SPACES AND LOW-VALUE)
              MOVE 'FB13A'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
              GO TO FCONTROLER-FOND-SAISIE
           END-IF.
           IF ECR-PAREVCI NOT = 'O' AND ECR-PAREVCI NOT = 'N'
              AND ECR-PAREVCI NOT = SPACE
              AND ECR-PAREVCI NOT = LOW-VALUE
              MOVE 'FB13A'             TO COM-GENE-MESANO
                                          COM-CODERR
              MOVE 1                   TO KONTROL
           END-IF.
       FCONTROLER-FOND-SAISIE. EXIT.
      *
      *****************************************************************
      *    REPORT DES SEUILS D'ECART SAISIS DANS LE POSTE - UNE ZONE  *
      *    NON SAISIE (LOW-VALUE) EST RANGEE A BLANC                  *
      *****************************************************************
       ALIMENTER-SEUILS-ECART.
      *----------------------*
           MOVE ECR-PAVPCCI            TO WSS-PAR1-SEUIL-ECART-PCT.
           MOVE ECR-PAVMTCI            TO WSS-PAR1-SEUIL-ECART-MT.
           MOVE ECR-PATXECI            TO WSS-PAR1-TAUX-EXCEPTION.
           MOVE ECR-PAREVCI            TO WSS-PAR1-REVUE-ECARTS.
           INSPECT WSS-PAR1-SEUIL-ECART-PCT
                   REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WSS-PAR1-SEUIL-ECART-MT
                   REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WSS-PAR1-TAUX-EXCEPTION
                   REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WSS-PAR1-REVUE-ECARTS
                   REPLACING ALL LOW-VALUE BY SPACE.
       FALIMENTER-SEUILS-ECART. EXIT.
      *
      *****************************************************************
      *    CONTROLE CROISE : PARCOURS DES POSTES DE L'INSTITUTION -   *
      *    LE POSTE '**' ET LES POSTES CALENDRIER S'EXCLUENT          *
      *****************************************************************
      *
      *****************************************************************
      *    MODIFICATION D'UN POSTE EXISTANT (FENETRE, GROUPAGE,       *
      *    MODE, CONTACT, SEUILS D'ECART ET ECARTS REVUS)             *
      *****************************************************************
       MODIFIER-POSTE.
      *--------------*
           MOVE ECR-PAGRPCI             TO WSS-PAR1-GROUPAGE.
           MOVE ECR-PAMODCI             TO WSS-PAR1-MODE.
           MOVE ECR-PACTACI             TO WSS-PAR1-CONTACT.
           PERFORM ALIMENTER-SEUILS-ECART THRU
                   FALIMENTER-SEUILS-ECART.
           EXEC CICS REWRITE FILE ('FCGEPAR1')
                             FROM (WSS-PAR1-ENR)
                             LENGTH (LENGTH OF WSS-PAR1-ENR)
