      ***************************************************************** 00000010
      * RESILIATIONS LOI HAMON                                          00000020
      ***************************************************************** 00000030
       05   FB27M0I.                                                    00000040
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
      * ACTION : C CREER, L LISTER, A AFFICHER, X ANNULER               00000260
           10 ECR-HMACTCL    COMP PIC S9(4).                            00000270
           10 ECR-HMACTCF    PIC X.                                     00000280
           10 ECR-HMACTCI    PIC X(1).                                  00000290
      * NUMERO DE CONTRAT                                               00000300
           10 ECR-HMCONCL    COMP PIC S9(4).                            00000310
           10 ECR-HMCONCF    PIC X.                                     00000320
           10 ECR-HMCONCI    PIC X(12).                                 00000330
      * JOUR DE RECEPTION SSAAMMJJ                                      00000340
           10 ECR-HMDRCCL    COMP PIC S9(4).                            00000350
           10 ECR-HMDRCCF    PIC X.                                     00000360
           10 ECR-HMDRCCI    PIC X(8).                                  00000370
      * SOUSCRIPTEUR DU CONTRAT                                         00000380
           10 ECR-HMSOUCL    COMP PIC S9(4).                            00000390
           10 ECR-HMSOUCF    PIC X.                                     00000400
           10 ECR-HMSOUCI    PIC X(30).                                 00000410
      * NOM DU NOUVEL ASSUREUR                                          00000420
           10 ECR-HMASSCL    COMP PIC S9(4).                            00000430
           10 ECR-HMASSCF    PIC X.                                     00000440
           10 ECR-HMASSCI    PIC X(30).                                 00000450
      * REFERENCE DU NOUVEL ASSUREUR                                    00000460
           10 ECR-HMREFCL    COMP PIC S9(4).                            00000470
           10 ECR-HMREFCF    PIC X.                                     00000480
           10 ECR-HMREFCI    PIC X(20).                                 00000490
      * ADRESSE DU NOUVEL ASSUREUR (LIGNE 1)                            00000500
           10 ECR-HMAD1CL    COMP PIC S9(4).                            00000510
           10 ECR-HMAD1CF    PIC X.                                     00000520
           10 ECR-HMAD1CI    PIC X(32).                                 00000530
      * ADRESSE DU NOUVEL ASSUREUR (LIGNE 2)                            00000540
           10 ECR-HMAD2CL    COMP PIC S9(4).                            00000550
           10 ECR-HMAD2CF    PIC X.                                     00000560
           10 ECR-HMAD2CI    PIC X(32).                                 00000570
      * CODE POSTAL ET VILLE DU NOUVEL ASSUREUR                         00000580
           10 ECR-HMCPVCL    COMP PIC S9(4).                            00000590
           10 ECR-HMCPVCF    PIC X.                                     00000600
           10 ECR-HMCPVCI    PIC X(32).                                 00000610
      * LIGNE 1 DE LA LISTE DES DEMANDES                                00000620
           10 ECR-HML01L     COMP PIC S9(4).                            00000630
           10 ECR-HML01F     PIC X.                                     00000640
           10 ECR-HML01I     PIC X(70).                                 00000650
      * LIGNE 2 DE LA LISTE DES DEMANDES                                00000660
           10 ECR-HML02L     COMP PIC S9(4).                            00000670
           10 ECR-HML02F     PIC X.                                     00000680
           10 ECR-HML02I     PIC X(70).                                 00000690
      * LIGNE 3 DE LA LISTE DES DEMANDES                                00000700
           10 ECR-HML03L     COMP PIC S9(4).                            00000710
           10 ECR-HML03F     PIC X.                                     00000720
           10 ECR-HML03I     PIC X(70).                                 00000730
      * LIGNE 4 DE LA LISTE DES DEMANDES                                00000740
           10 ECR-HML04L     COMP PIC S9(4).                            00000750
           10 ECR-HML04F     PIC X.                                     00000760
           10 ECR-HML04I     PIC X(70).                                 00000770
      * LIGNE 5 DE LA LISTE DES DEMANDES                                00000780
           10 ECR-HML05L     COMP PIC S9(4).                            00000790
           10 ECR-HML05F     PIC X.                                     00000800
           10 ECR-HML05I     PIC X(70).                                 00000810
      * LIGNE 6 DE LA LISTE DES DEMANDES                                00000820
           10 ECR-HML06L     COMP PIC S9(4).                            00000830
           10 ECR-HML06F     PIC X.                                     00000840
           10 ECR-HML06I     PIC X(70).                                 00000850
      * LIGNE 7 DE LA LISTE DES DEMANDES                                00000860
           10 ECR-HML07L     COMP PIC S9(4).                            00000870
           10 ECR-HML07F     PIC X.                                     00000880
           10 ECR-HML07I     PIC X(70).                                 00000890
      * LIGNE 8 DE LA LISTE DES DEMANDES                                00000900
           10 ECR-HML08L     COMP PIC S9(4).                            00000910
           10 ECR-HML08F     PIC X.                                     00000920
           10 ECR-HML08I     PIC X(70).                                 00000930
      * LIGNE 1 DU DETAIL DE LA DEMANDE                                 00000940
           10 ECR-HMD01L     COMP PIC S9(4).                            00000950
           10 ECR-HMD01F     PIC X.                                     00000960
           10 ECR-HMD01I     PIC X(79).                                 00000970
      * LIGNE 2 DU DETAIL DE LA DEMANDE                                 00000980
           10 ECR-HMD02L     COMP PIC S9(4).                            00000990
           10 ECR-HMD02F     PIC X.                                     00001000
           10 ECR-HMD02I     PIC X(79).                                 00001010
      * MESSAGE INFORMATIF                                              00001020
           10 ECR-XMSGILL    COMP PIC S9(4).                            00001030
           10 ECR-XMSGILF    PIC X.                                     00001040
           10 ECR-XMSGILI    PIC X(59).                                 00001050
      * MESSAGE D'ANOMALIE                                              00001060
           10 ECR-XMSGALL    COMP PIC S9(4).                            00001070
           10 ECR-XMSGALF    PIC X.                                     00001080
           10 ECR-XMSGALI    PIC X(79).                                 00001090
      ***************************************************************** 00001100
      * RESILIATIONS LOI HAMON                                          00001110
      ***************************************************************** 00001120
       05   FB27M0O REDEFINES FB27M0I.                                  00001130
           10 FILLER    PIC X(12).                                      00001140
           10 FILLER    PIC X(2).                                       00001150
           10 ECR-XTRMTRACA  PIC X.                                     00001160
           10 ECR-XTRMTRACO  PIC X(9).                                  00001170
           10 FILLER    PIC X(2).                                       00001180
           10 ECR-XAPPLILA   PIC X.                                     00001190
           10 ECR-XAPPLILO   PIC X(30).                                 00001200
           10 FILLER    PIC X(2).                                       00001210
           10 ECR-XJOURDA    PIC X.                                     00001220
           10 ECR-XJOURDO    PIC X(8).                                  00001230
           10 FILLER    PIC X(2).                                       00001240
           10 ECR-XRACFLA    PIC X.                                     00001250
           10 ECR-XRACFLO    PIC X(15).                                 00001260
           10 FILLER    PIC X(2).                                       00001270
           10 ECR-XHEUREDA   PIC X.                                     00001280
           10 ECR-XHEUREDO   PIC X(8).                                  00001290
           10 FILLER    PIC X(2).                                       00001300
           10 ECR-HMACTCA    PIC X.                                     00001310
           10 ECR-HMACTCO    PIC X(1).                                  00001320
           10 FILLER    PIC X(2).                                       00001330
           10 ECR-HMCONCA    PIC X.                                     00001340
           10 ECR-HMCONCO    PIC X(12).                                 00001350
           10 FILLER    PIC X(2).                                       00001360
           10 ECR-HMDRCCA    PIC X.                                     00001370
           10 ECR-HMDRCCO    PIC X(8).                                  00001380
           10 FILLER    PIC X(2).                                       00001390
           10 ECR-HMSOUCA    PIC X.                                     00001400
           10 ECR-HMSOUCO    PIC X(30).                                 00001410
           10 FILLER    PIC X(2).                                       00001420
           10 ECR-HMASSCA    PIC X.                                     00001430
           10 ECR-HMASSCO    PIC X(30).                                 00001440
           10 FILLER    PIC X(2).                                       00001450
           10 ECR-HMREFCA    PIC X.                                     00001460
           10 ECR-HMREFCO    PIC X(20).                                 00001470
           10 FILLER    PIC X(2).                                       00001480
           10 ECR-HMAD1CA    PIC X.                                     00001490
           10 ECR-HMAD1CO    PIC X(32).                                 00001500
           10 FILLER    PIC X(2).                                       00001510
           10 ECR-HMAD2CA    PIC X.                                     00001520
           10 ECR-HMAD2CO    PIC X(32).                                 00001530
           10 FILLER    PIC X(2).                                       00001540
           10 ECR-HMCPVCA    PIC X.                                     00001550
           10 ECR-HMCPVCO    PIC X(32).                                 00001560
           10 FILLER    PIC X(2).                                       00001570
           10 ECR-HML01A     PIC X.                                     00001580
           10 ECR-HML01O     PIC X(70).                                 00001590
           10 FILLER    PIC X(2).                                       00001600
           10 ECR-HML02A     PIC X.                                     00001610
           10 ECR-HML02O     PIC X(70).                                 00001620
           10 FILLER    PIC X(2).                                       00001630
           10 ECR-HML03A     PIC X.                                     00001640
           10 ECR-HML03O     PIC X(70).                                 00001650
           10 FILLER    PIC X(2).                                       00001660
           10 ECR-HML04A     PIC X.                                     00001670
           10 ECR-HML04O     PIC X(70).                                 00001680
           10 FILLER    PIC X(2).                                       00001690
           10 ECR-HML05A     PIC X.                                     00001700
           10 ECR-HML05O     PIC X(70).                                 00001710
           10 FILLER    PIC X(2).                                       00001720
           10 ECR-HML06A     PIC X.                                     00001730
           10 ECR-HML06O     PIC X(70).                                 00001740
           10 FILLER    PIC X(2).                                       00001750
           10 ECR-HML07A     PIC X.                                     00001760
           10 ECR-HML07O     PIC X(70).                                 00001770
           10 FILLER    PIC X(2).                                       00001780
           10 ECR-HML08A     PIC X.                                     00001790
           10 ECR-HML08O     PIC X(70).                                 00001800
           10 FILLER    PIC X(2).                                       00001810
           10 ECR-HMD01A     PIC X.                                     00001820
           10 ECR-HMD01O     PIC X(79).                                 00001830
           10 FILLER    PIC X(2).                                       00001840
           10 ECR-HMD02A     PIC X.                                     00001850
           10 ECR-HMD02O     PIC X(79).                                 00001860
           10 FILLER    PIC X(2).                                       00001870
           10 ECR-XMSGILA    PIC X.                                     00001880
           10 ECR-XMSGILO    PIC X(59).                                 00001890
           10 FILLER    PIC X(2).                                       00001900
           10 ECR-XMSGALA    PIC X.                                     00001910
           10 ECR-XMSGALO    PIC X(79).                                 00001920
