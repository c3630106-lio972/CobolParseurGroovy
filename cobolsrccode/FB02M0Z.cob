           10 ECR-PERCONSCL  COMP PIC S9(4).                            00001011
           10 ECR-PERCONSCF  PIC X.                                     00001012
           10 ECR-PERCONSCI  PIC X.                                     00001013
      * QUALIFICATION PRO : VALIDITE PERMIS C/D, APTITUDE MEDICALE,     00001014
      * FIMO/FCO ET SA FIN DE VALIDITE (F51181)                         00001015
           10 ECR-PRMVALDL   COMP PIC S9(4).                            00001016
           10 ECR-PRMVALDF   PIC X.                                     00001017
           10 ECR-PRMVALDI   PIC X(8).                                  00001018
           10 ECR-MEDFINDL   COMP PIC S9(4).                            00001019
           10 ECR-MEDFINDF   PIC X.                                     00001020
           10 ECR-MEDFINDI   PIC X(8).                                  00001021
           10 ECR-FIMTYPCL   COMP PIC S9(4).                            00001022
           10 ECR-FIMTYPCF   PIC X.                                     00001023
           10 ECR-FIMTYPCI   PIC X(2).                                  00001024
           10 ECR-FIMFINDL   COMP PIC S9(4).                            00001025
           10 ECR-FIMFINDF   PIC X.                                     00001026
           10 ECR-FIMFINDI   PIC X(8).                                  00001027
      * INDICATEUR CONDUITE ACCOMPAGNE                                  00001020
           10 ECR-PERCOACL   COMP PIC S9(4).                            00001150
           10 ECR-PERCOACF   PIC X.                                     00001160
           10 FILLER    PIC X(2).                                       00002681
           10 ECR-PERCONSCA  PIC X.                                     00002682
           10 ECR-PERCONSCO  PIC X.                                     00002683
      * QUALIFICATION PRO : VALIDITE PERMIS C/D, APTITUDE MEDICALE,     00002684
      * FIMO/FCO ET SA FIN DE VALIDITE (F51181)                         00002685
           10 FILLER    PIC X(2).                                       00002686
           10 ECR-PRMVALDA   PIC X.                                     00002687
           10 ECR-PRMVALDO   PIC X(8).                                  00002688
           10 FILLER    PIC X(2).                                       00002689
           10 ECR-MEDFINDA   PIC X.                                     00002690
           10 ECR-MEDFINDO   PIC X(8).                                  00002691
           10 FILLER    PIC X(2).                                       00002692
           10 ECR-FIMTYPCA   PIC X.                                     00002693
           10 ECR-FIMTYPCO   PIC X(2).                                  00002694
           10 FILLER    PIC X(2).                                       00002695
           10 ECR-FIMFINDA   PIC X.                                     00002696
           10 ECR-FIMFINDO   PIC X(8).                                  00002697
      * INDICATEUR CONDUITE ACCOMPAGNE                                  00002390
           10 FILLER    PIC X(2).                                       00002830
           10 ECR-PERCOACA   PIC X.                                     00002840
