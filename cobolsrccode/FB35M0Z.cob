      ***************************************************************** 00000010
      * CORRESPONDANCES FISCALES DES CONTRATS (FB00CORK)                00000020
      ***************************************************************** 00000030
       05   FB35M0I.                                                    00000040
           10 FILLER    PIC X(12).                                      00000050
      * CODE TRANSACTION                                                00000060
           10 ECR-XTRMTRACL  COMP PIC S9(4).                            00000070
           10 ECR-XTRMTRACF  PIC X.                                     00000080
           10 ECR-XTRMTRACI  PIC X(9).                                  00000090
      * LIBELLE DE L'APPLICATION                                        00000100
           10 ECR-XAPPLILL   COMP PIC S9(4).                            00000110
           10 ECR-XAPPLILF   PIC X.                                     00000120
           10 ECR-XAPPLILI   PIC X(30).                                 00000130
      * DATE DU JOUR JJ/MM/AA                                           00000140
           10 ECR-XJOURDL    COMP PIC S9(4).                            00000150
           10 ECR-XJOURDF    PIC X.                                     00000160
           10 ECR-XJOURDI    PIC X(8).                                  00000170
      * NOM RACF DE L'OPERATEUR                                         00000180
           10 ECR-XRACFLL    COMP PIC S9(4).                            00000190
           10 ECR-XRACFLF    PIC X.                                     00000200
           10 ECR-XRACFLI    PIC X(15).                                 00000210
      * HEURE HH/MM/SS                                                  00000220
           10 ECR-XHEUREDL   COMP PIC S9(4).                            00000230
           10 ECR-XHEUREDF   PIC X.                                     00000240
           10 ECR-XHEUREDI   PIC X(8).                                  00000250
      * ACTION : A AFFICHER, C CREER, M MODIFIER, S SUPPR.              00000260
           10 ECR-COACTCL    COMP PIC S9(4).                            00000270
           10 ECR-COACTCF    PIC X.                                     00000280
           10 ECR-COACTCI    PIC X(1).                                  00000290
      * NUMERO DE CONTRAT                                               00000300
           10 ECR-CONUMCL    COMP PIC S9(4).                            00000310
           10 ECR-CONUMCF    PIC X.                                     00000320
           10 ECR-CONUMCI    PIC X(12).                                 00000330
      * ORIGINE DE LA CORRESPONDANCE (INFORMATIF)                       00000340
           10 ECR-COORICL    COMP PIC S9(4).                            00000350
           10 ECR-COORICF    PIC X.                                     00000360
           10 ECR-COORICI    PIC X(30).                                 00000370
      * REGION DE DECLARATION                                           00000380
           10 ECR-COREGCL    COMP PIC S9(4).                            00000390
           10 ECR-COREGCF    PIC X.                                     00000400
           10 ECR-COREGCI    PIC X(1).                                  00000410
      * INSTITUTION DE DECLARATION                                      00000420
           10 ECR-COINSCL    COMP PIC S9(4).                            00000430
           10 ECR-COINSCF    PIC X.                                     00000440
           10 ECR-COINSCI    PIC X(3).                                  00000450
      * IDENTIFIANT TECHNIQUE INDIVIDU                                  00000460
           10 ECR-COINDCL    COMP PIC S9(4).                            00000470
           10 ECR-COINDCF    PIC X.                                     00000480
           10 ECR-COINDCI    PIC X(9).                                  00000490
      * IDENTIFIANT TECHNIQUE DPR                                       00000500
           10 ECR-CODPRCL    COMP PIC S9(4).                            00000510
           10 ECR-CODPRCF    PIC X.                                     00000520
           10 ECR-CODPRCI    PIC X(9).                                  00000530
      * MOTIF DE LA SAISIE                                              00000540
           10 ECR-COMOTCL    COMP PIC S9(4).                            00000550
           10 ECR-COMOTCF    PIC X.                                     00000560
           10 ECR-COMOTCI    PIC X(30).                                 00000570
      * CORRESPONDANCE EN VIGUEUR (O/N)                                 00000580
           10 ECR-COACFCL    COMP PIC S9(4).                            00000590
           10 ECR-COACFCF    PIC X.                                     00000600
           10 ECR-COACFCI    PIC X(1).                                  00000610
      * SORTIES RETENUES EN ATTENTE SUR LE CONTRAT                      00000620
           10 ECR-CONBACL    COMP PIC S9(4).                            00000630
           10 ECR-CONBACF    PIC X.                                     00000640
           10 ECR-CONBACI    PIC X(5).                                  00000650
      * DATE DE CREATION SSAAMMJJ                                       00000660
           10 ECR-COCRECL    COMP PIC S9(4).                            00000670
           10 ECR-COCRECF    PIC X.                                     00000680
           10 ECR-COCRECI    PIC X(8).                                  00000690
      * RACF DE LA CREATION                                             00000700
           10 ECR-CORCRCL    COMP PIC S9(4).                            00000710
           10 ECR-CORCRCF    PIC X.                                     00000720
           10 ECR-CORCRCI    PIC X(15).                                 00000730
      * DERNIERE MISE A JOUR SSAAMMJJ                                   00000740
           10 ECR-COMAJCL    COMP PIC S9(4).                            00000750
           10 ECR-COMAJCF    PIC X.                                     00000760
           10 ECR-COMAJCI    PIC X(8).                                  00000770
      * RACF DE LA DERNIERE MISE A JOUR                                 00000780
           10 ECR-CORMJCL    COMP PIC S9(4).                            00000790
           10 ECR-CORMJCF    PIC X.                                     00000800
           10 ECR-CORMJCI    PIC X(15).                                 00000810
      * MESSAGE INFORMATIF                                              00000820
           10 ECR-XMSGILL    COMP PIC S9(4).                            00000830
           10 ECR-XMSGILF    PIC X.                                     00000840
           10 ECR-XMSGILI    PIC X(59).                                 00000850
      * MESSAGE D'ANOMALIE                                              00000860
           10 ECR-XMSGALL    COMP PIC S9(4).                            00000870
           10 ECR-XMSGALF    PIC X.                                     00000880
           10 ECR-XMSGALI    PIC X(79).                                 00000890
      ***************************************************************** 00000900
      * CORRESPONDANCES FISCALES DES CONTRATS (FB00CORK)                00000910
      ***************************************************************** 00000920
       05   FB35M0O REDEFINES FB35M0I.                                  00000930
           10 FILLER    PIC X(12).                                      00000940
           10 FILLER    PIC X(2).                                       00000950
           10 ECR-XTRMTRACA  PIC X.                                     00000960
           10 ECR-XTRMTRACO  PIC X(9).                                  00000970
           10 FILLER    PIC X(2).                                       00000980
           10 ECR-XAPPLILA   PIC X.                                     00000990
           10 ECR-XAPPLILO   PIC X(30).                                 00001000
           10 FILLER    PIC X(2).                                       00001010
           10 ECR-XJOURDA    PIC X.                                     00001020
           10 ECR-XJOURDO    PIC X(8).                                  00001030
           10 FILLER    PIC X(2).                                       00001040
           10 ECR-XRACFLA    PIC X.                                     00001050
           10 ECR-XRACFLO    PIC X(15).                                 00001060
           10 FILLER    PIC X(2).                                       00001070
           10 ECR-XHEUREDA   PIC X.                                     00001080
           10 ECR-XHEUREDO   PIC X(8).                                  00001090
           10 FILLER    PIC X(2).                                       00001100
           10 ECR-COACTCA    PIC X.                                     00001110
           10 ECR-COACTCO    PIC X(1).                                  00001120
           10 FILLER    PIC X(2).                                       00001130
           10 ECR-CONUMCA    PIC X.                                     00001140
           10 ECR-CONUMCO    PIC X(12).                                 00001150
           10 FILLER    PIC X(2).                                       00001160
           10 ECR-COORICA    PIC X.                                     00001170
           10 ECR-COORICO    PIC X(30).                                 00001180
           10 FILLER    PIC X(2).                                       00001190
           10 ECR-COREGCA    PIC X.                                     00001200
           10 ECR-COREGCO    PIC X(1).                                  00001210
           10 FILLER    PIC X(2).                                       00001220
           10 ECR-COINSCA    PIC X.                                     00001230
           10 ECR-COINSCO    PIC X(3).                                  00001240
           10 FILLER    PIC X(2).                                       00001250
           10 ECR-COINDCA    PIC X.                                     00001260
           10 ECR-COINDCO    PIC X(9).                                  00001270
           10 FILLER    PIC X(2).                                       00001280
           10 ECR-CODPRCA    PIC X.                                     00001290
           10 ECR-CODPRCO    PIC X(9).                                  00001300
           10 FILLER    PIC X(2).                                       00001310
           10 ECR-COMOTCA    PIC X.                                     00001320
           10 ECR-COMOTCO    PIC X(30).                                 00001330
           10 FILLER    PIC X(2).                                       00001340
           10 ECR-COACFCA    PIC X.                                     00001350
           10 ECR-COACFCO    PIC X(1).                                  00001360
           10 FILLER    PIC X(2).                                       00001370
           10 ECR-CONBACA    PIC X.                                     00001380
           10 ECR-CONBACO    PIC X(5).                                  00001390
           10 FILLER    PIC X(2).                                       00001400
           10 ECR-COCRECA    PIC X.                                     00001410
           10 ECR-COCRECO    PIC X(8).                                  00001420
           10 FILLER    PIC X(2).                                       00001430
           10 ECR-CORCRCA    PIC X.                                     00001440
           10 ECR-CORCRCO    PIC X(15).                                 00001450
           10 FILLER    PIC X(2).                                       00001460
           10 ECR-COMAJCA    PIC X.                                     00001470
           10 ECR-COMAJCO    PIC X(8).                                  00001480
           10 FILLER    PIC X(2).                                       00001490
           10 ECR-CORMJCA    PIC X.                                     00001500
           10 ECR-CORMJCO    PIC X(15).                                 00001510
           10 FILLER    PIC X(2).                                       00001520
           10 ECR-XMSGILA    PIC X.                                     00001530
           10 ECR-XMSGILO    PIC X(59).                                 00001540
           10 FILLER    PIC X(2).                                       00001550
           10 ECR-XMSGALA    PIC X.                                     00001560
           10 ECR-XMSGALO    PIC X(79).                                 00001570
