           10 ECR-PACTACL    COMP PIC S9(4).                            00000550
           10 ECR-PACTACF    PIC X.                                     00000560
           10 ECR-PACTACI    PIC X(40).                                 00000570
      * SEUIL D'ECART N/N-1 DES MONTANTS EN POURCENTAGE (F51186)
           10 ECR-PAVPCCL    COMP PIC S9(4).
           10 ECR-PAVPCCF    PIC X.
           10 ECR-PAVPCCI    PIC X(3).
      * ECART MINIMUM EN EUROS POUR ETRE SIGNALE
           10 ECR-PAVMTCL    COMP PIC S9(4).
           10 ECR-PAVMTCF    PIC X.
           10 ECR-PAVMTCI    PIC X(7).
      * TAUX D'EXCEPTION AU-DELA DUQUEL L'INSTITUTION EST RETENUE
           10 ECR-PATXECL    COMP PIC S9(4).
           10 ECR-PATXECF    PIC X.
           10 ECR-PATXECI    PIC X(3).
      * ECARTS REVUS, INSTITUTION LIBEREE (O/N)
           10 ECR-PAREVCL    COMP PIC S9(4).
           10 ECR-PAREVCF    PIC X.
           10 ECR-PAREVCI    PIC X.
      * MESSAGE INFORMATIF                                              00000580
           10 ECR-XMSGILL    COMP PIC S9(4).                            00000590
           10 ECR-XMSGILF    PIC X.                                     00000600
           10 FILLER    PIC X(2).                                       00001070
           10 ECR-PACTACA    PIC X.                                     00001080
           10 ECR-PACTACO    PIC X(40).                                 00001090
           10 FILLER    PIC X(2).
           10 ECR-PAVPCCA    PIC X.
           10 ECR-PAVPCCO    PIC X(3).
           10 FILLER    PIC X(2).
           10 ECR-PAVMTCA    PIC X.
           10 ECR-PAVMTCO    PIC X(7).
           10 FILLER    PIC X(2).
           10 ECR-PATXECA    PIC X.
           10 ECR-PATXECO    PIC X(3).
           10 FILLER    PIC X(2).
           10 ECR-PAREVCA    PIC X.
           10 ECR-PAREVCO    PIC X.
           10 FILLER    PIC X(2).                                       00001100
           10 ECR-XMSGILA    PIC X.                                     00001110
           10 ECR-XMSGILO    PIC X(59).                                 00001120
