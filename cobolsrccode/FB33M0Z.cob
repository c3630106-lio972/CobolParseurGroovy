      ***************************************************************** 00000010
      * SIMULATION DE SINISTRE SUR LE CRM                               00000020
      ***************************************************************** 00000030
       05   FB33M0I.                                                    00000040
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
      * NUMERO DE CONTRAT                                               00000260
           10 ECR-SMCONCL    COMP PIC S9(4).                            00000270
           10 ECR-SMCONCF    PIC X.                                     00000280
           10 ECR-SMCONCI    PIC X(12).                                 00000290
      * RANG DU CONDUCTEUR SUR LE VEHICULE                              00000300
           10 ECR-SMRANCL    COMP PIC S9(4).                            00000310
           10 ECR-SMRANCF    PIC X.                                     00000320
           10 ECR-SMRANCI    PIC X(4).                                  00000330
      * NUMERO CLIENT                                                   00000340
           10 ECR-SMCLICL    COMP PIC S9(4).                            00000350
           10 ECR-SMCLICF    PIC X.                                     00000360
           10 ECR-SMCLICI    PIC X(11).                                 00000370
      * CRM ACTUEL EN CENTIEMES                                         00000380
           10 ECR-SMCRMCL    COMP PIC S9(4).                            00000390
           10 ECR-SMCRMCF    PIC X.                                     00000400
           10 ECR-SMCRMCI    PIC X(3).                                  00000410
      * PROCHAIN ANNIVERSAIRE JJ/MM/SSAA                                00000420
           10 ECR-SMANNCL    COMP PIC S9(4).                            00000430
           10 ECR-SMANNCF    PIC X.                                     00000440
           10 ECR-SMANNCI    PIC X(10).                                 00000450
      * SURVENANCE DU SINISTRE SIMULE SSAAMMJJ                          00000460
           10 ECR-SMDSICL    COMP PIC S9(4).                            00000470
           10 ECR-SMDSICF    PIC X.                                     00000480
           10 ECR-SMDSICI    PIC X(8).                                  00000490
      * PART DE RESPONSABILITE SIMULEE (000 A 100)                      00000500
           10 ECR-SMRESCL    COMP PIC S9(4).                            00000510
           10 ECR-SMRESCF    PIC X.                                     00000520
           10 ECR-SMRESCI    PIC X(3).                                  00000530
      * ANNIVERSAIRE PROJETE - LIGNE 1                                  00000540
           10 ECR-SML01L     COMP PIC S9(4).                            00000550
           10 ECR-SML01F     PIC X.                                     00000560
           10 ECR-SML01I     PIC X(70).                                 00000570
      * ANNIVERSAIRE PROJETE - LIGNE 2                                  00000580
           10 ECR-SML02L     COMP PIC S9(4).                            00000590
           10 ECR-SML02F     PIC X.                                     00000600
           10 ECR-SML02I     PIC X(70).                                 00000610
      * ANNIVERSAIRE PROJETE - LIGNE 3                                  00000620
           10 ECR-SML03L     COMP PIC S9(4).                            00000630
           10 ECR-SML03F     PIC X.                                     00000640
           10 ECR-SML03I     PIC X(70).                                 00000650
      * ANNIVERSAIRE PROJETE - LIGNE 4                                  00000660
           10 ECR-SML04L     COMP PIC S9(4).                            00000670
           10 ECR-SML04F     PIC X.                                     00000680
           10 ECR-SML04I     PIC X(70).                                 00000690
      * ANNIVERSAIRE PROJETE - LIGNE 5                                  00000700
           10 ECR-SML05L     COMP PIC S9(4).                            00000710
           10 ECR-SML05F     PIC X.                                     00000720
           10 ECR-SML05I     PIC X(70).                                 00000730
      * SURCOUT CUMULE DU SINISTRE SIMULE                               00000740
           10 ECR-SMSYNCL    COMP PIC S9(4).                            00000750
           10 ECR-SMSYNCF    PIC X.                                     00000760
           10 ECR-SMSYNCI    PIC X(70).                                 00000770
      * MESSAGE INFORMATIF                                              00000780
           10 ECR-XMSGILL    COMP PIC S9(4).                            00000790
           10 ECR-XMSGILF    PIC X.                                     00000800
           10 ECR-XMSGILI    PIC X(59).                                 00000810
      * MESSAGE D'ANOMALIE                                              00000820
           10 ECR-XMSGALL    COMP PIC S9(4).                            00000830
           10 ECR-XMSGALF    PIC X.                                     00000840
           10 ECR-XMSGALI    PIC X(79).                                 00000850
      ***************************************************************** 00000860
      * SIMULATION DE SINISTRE SUR LE CRM                               00000870
      ***************************************************************** 00000880
       05   FB33M0O REDEFINES FB33M0I.                                  00000890
           10 FILLER    PIC X(12).                                      00000900
           10 FILLER    PIC X(2).                                       00000910
           10 ECR-XTRMTRACA  PIC X.                                     00000920
           10 ECR-XTRMTRACO  PIC X(9).                                  00000930
           10 FILLER    PIC X(2).                                       00000940
           10 ECR-XAPPLILA   PIC X.                                     00000950
           10 ECR-XAPPLILO   PIC X(30).                                 00000960
           10 FILLER    PIC X(2).                                       00000970
           10 ECR-XJOURDA    PIC X.                                     00000980
           10 ECR-XJOURDO    PIC X(8).                                  00000990
           10 FILLER    PIC X(2).                                       00001000
           10 ECR-XRACFLA    PIC X.                                     00001010
           10 ECR-XRACFLO    PIC X(15).                                 00001020
           10 FILLER    PIC X(2).                                       00001030
           10 ECR-XHEUREDA   PIC X.                                     00001040
           10 ECR-XHEUREDO   PIC X(8).                                  00001050
           10 FILLER    PIC X(2).                                       00001060
           10 ECR-SMCONCA    PIC X.                                     00001070
           10 ECR-SMCONCO    PIC X(12).                                 00001080
           10 FILLER    PIC X(2).                                       00001090
           10 ECR-SMRANCA    PIC X.                                     00001100
           10 ECR-SMRANCO    PIC X(4).                                  00001110
           10 FILLER    PIC X(2).                                       00001120
           10 ECR-SMCLICA    PIC X.                                     00001130
           10 ECR-SMCLICO    PIC X(11).                                 00001140
           10 FILLER    PIC X(2).                                       00001150
           10 ECR-SMCRMCA    PIC X.                                     00001160
           10 ECR-SMCRMCO    PIC X(3).                                  00001170
           10 FILLER    PIC X(2).                                       00001180
           10 ECR-SMANNCA    PIC X.                                     00001190
           10 ECR-SMANNCO    PIC X(10).                                 00001200
           10 FILLER    PIC X(2).                                       00001210
           10 ECR-SMDSICA    PIC X.                                     00001220
           10 ECR-SMDSICO    PIC X(8).                                  00001230
           10 FILLER    PIC X(2).                                       00001240
           10 ECR-SMRESCA    PIC X.                                     00001250
           10 ECR-SMRESCO    PIC X(3).                                  00001260
           10 FILLER    PIC X(2).                                       00001270
           10 ECR-SML01A     PIC X.                                     00001280
           10 ECR-SML01O     PIC X(70).                                 00001290
           10 FILLER    PIC X(2).                                       00001300
           10 ECR-SML02A     PIC X.                                     00001310
           10 ECR-SML02O     PIC X(70).                                 00001320
           10 FILLER    PIC X(2).                                       00001330
           10 ECR-SML03A     PIC X.                                     00001340
           10 ECR-SML03O     PIC X(70).                                 00001350
           10 FILLER    PIC X(2).                                       00001360
           10 ECR-SML04A     PIC X.                                     00001370
           10 ECR-SML04O     PIC X(70).                                 00001380
           10 FILLER    PIC X(2).                                       00001390
           10 ECR-SML05A     PIC X.                                     00001400
           10 ECR-SML05O     PIC X(70).                                 00001410
           10 FILLER    PIC X(2).                                       00001420
           10 ECR-SMSYNCA    PIC X.                                     00001430
           10 ECR-SMSYNCO    PIC X(70).                                 00001440
           10 FILLER    PIC X(2).                                       00001450
           10 ECR-XMSGILA    PIC X.                                     00001460
           10 ECR-XMSGILO    PIC X(59).                                 00001470
           10 FILLER    PIC X(2).                                       00001480
           10 ECR-XMSGALA    PIC X.                                     00001490
           10 ECR-XMSGALO    PIC X(79).                                 00001500
