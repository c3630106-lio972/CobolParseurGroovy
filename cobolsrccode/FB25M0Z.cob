      ***************************************************************** 00000010
      * CONTROLE QUALITE DES ACTIONS DE COMPOSITION                     00000020
      ***************************************************************** 00000030
       05   FB25M0I.                                                    00000040
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
      * ACTION : L A CONTROLER, A AFFICHER, V SAISIR LE VERDICT         00000260
           10 ECR-CQACTCL    COMP PIC S9(4).                            00000270
           10 ECR-CQACTCF    PIC X.                                     00000280
           10 ECR-CQACTCI    PIC X(1).                                  00000290
      * REFERENCE DE L'ACTION TIREE : JOUR (8) + RANG (5)               00000300
           10 ECR-CQREFCL    COMP PIC S9(4).                            00000310
           10 ECR-CQREFCF    PIC X.                                     00000320
           10 ECR-CQREFCI    PIC X(13).                                 00000330
      * VERDICT : C CONFORME, E ERREUR                                  00000340
           10 ECR-CQVERCL    COMP PIC S9(4).                            00000350
           10 ECR-CQVERCF    PIC X.                                     00000360
           10 ECR-CQVERCI    PIC X(1).                                  00000370
      * CATEGORIE D'ERREUR (LISTE FB00CQEF)                             00000380
           10 ECR-CQCATCL    COMP PIC S9(4).                            00000390
           10 ECR-CQCATCF    PIC X.                                     00000400
           10 ECR-CQCATCI    PIC X(2).                                  00000410
      * COMMENTAIRE DU CONTROLEUR                                       00000420
           10 ECR-CQCOMCL    COMP PIC S9(4).                            00000430
           10 ECR-CQCOMCF    PIC X.                                     00000440
           10 ECR-CQCOMCI    PIC X(40).                                 00000450
      * LIGNE 1 DE LA LISTE DES ACTIONS A CONTROLER                     00000460
           10 ECR-CQL01L     COMP PIC S9(4).                            00000470
           10 ECR-CQL01F     PIC X.                                     00000480
           10 ECR-CQL01I     PIC X(70).                                 00000490
      * LIGNE 2 DE LA LISTE DES ACTIONS A CONTROLER                     00000500
           10 ECR-CQL02L     COMP PIC S9(4).                            00000510
           10 ECR-CQL02F     PIC X.                                     00000520
           10 ECR-CQL02I     PIC X(70).                                 00000530
      * LIGNE 3 DE LA LISTE DES ACTIONS A CONTROLER                     00000540
           10 ECR-CQL03L     COMP PIC S9(4).                            00000550
           10 ECR-CQL03F     PIC X.                                     00000560
           10 ECR-CQL03I     PIC X(70).                                 00000570
      * LIGNE 4 DE LA LISTE DES ACTIONS A CONTROLER                     00000580
           10 ECR-CQL04L     COMP PIC S9(4).                            00000590
           10 ECR-CQL04F     PIC X.                                     00000600
           10 ECR-CQL04I     PIC X(70).                                 00000610
      * LIGNE 5 DE LA LISTE DES ACTIONS A CONTROLER                     00000620
           10 ECR-CQL05L     COMP PIC S9(4).                            00000630
           10 ECR-CQL05F     PIC X.                                     00000640
           10 ECR-CQL05I     PIC X(70).                                 00000650
      * LIGNE 6 DE LA LISTE DES ACTIONS A CONTROLER                     00000660
           10 ECR-CQL06L     COMP PIC S9(4).                            00000670
           10 ECR-CQL06F     PIC X.                                     00000680
           10 ECR-CQL06I     PIC X(70).                                 00000690
      * LIGNE 7 DE LA LISTE DES ACTIONS A CONTROLER                     00000700
           10 ECR-CQL07L     COMP PIC S9(4).                            00000710
           10 ECR-CQL07F     PIC X.                                     00000720
           10 ECR-CQL07I     PIC X(70).                                 00000730
      * LIGNE 8 DE LA LISTE DES ACTIONS A CONTROLER                     00000740
           10 ECR-CQL08L     COMP PIC S9(4).                            00000750
           10 ECR-CQL08F     PIC X.                                     00000760
           10 ECR-CQL08I     PIC X(70).                                 00000770
      * LIGNE 1 DU DETAIL DE L'ACTION                                   00000780
           10 ECR-CQD01L     COMP PIC S9(4).                            00000790
           10 ECR-CQD01F     PIC X.                                     00000800
           10 ECR-CQD01I     PIC X(79).                                 00000810
      * LIGNE 2 DU DETAIL DE L'ACTION                                   00000820
           10 ECR-CQD02L     COMP PIC S9(4).                            00000830
           10 ECR-CQD02F     PIC X.                                     00000840
           10 ECR-CQD02I     PIC X(79).                                 00000850
      * LIGNE 3 DU DETAIL DE L'ACTION                                   00000860
           10 ECR-CQD03L     COMP PIC S9(4).                            00000870
           10 ECR-CQD03F     PIC X.                                     00000880
           10 ECR-CQD03I     PIC X(79).                                 00000890
      * MESSAGE INFORMATIF                                              00000900
           10 ECR-XMSGILL    COMP PIC S9(4).                            00000910
           10 ECR-XMSGILF    PIC X.                                     00000920
           10 ECR-XMSGILI    PIC X(59).                                 00000930
      * MESSAGE D'ANOMALIE                                              00000940
           10 ECR-XMSGALL    COMP PIC S9(4).                            00000950
           10 ECR-XMSGALF    PIC X.                                     00000960
           10 ECR-XMSGALI    PIC X(79).                                 00000970
      ***************************************************************** 00000980
      * CONTROLE QUALITE DES ACTIONS DE COMPOSITION                     00000990
      ***************************************************************** 00001000
       05   FB25M0O REDEFINES FB25M0I.                                  00001010
           10 FILLER    PIC X(12).                                      00001020
           10 FILLER    PIC X(2).                                       00001030
           10 ECR-XTRMTRACA  PIC X.                                     00001040
           10 ECR-XTRMTRACO  PIC X(9).                                  00001050
           10 FILLER    PIC X(2).                                       00001060
           10 ECR-XAPPLILA   PIC X.                                     00001070
           10 ECR-XAPPLILO   PIC X(30).                                 00001080
           10 FILLER    PIC X(2).                                       00001090
           10 ECR-XJOURDA    PIC X.                                     00001100
           10 ECR-XJOURDO    PIC X(8).                                  00001110
           10 FILLER    PIC X(2).                                       00001120
           10 ECR-XRACFLA    PIC X.                                     00001130
           10 ECR-XRACFLO    PIC X(15).                                 00001140
           10 FILLER    PIC X(2).                                       00001150
           10 ECR-XHEUREDA   PIC X.                                     00001160
           10 ECR-XHEUREDO   PIC X(8).                                  00001170
           10 FILLER    PIC X(2).                                       00001180
           10 ECR-CQACTCA    PIC X.                                     00001190
           10 ECR-CQACTCO    PIC X(1).                                  00001200
           10 FILLER    PIC X(2).                                       00001210
           10 ECR-CQREFCA    PIC X.                                     00001220
           10 ECR-CQREFCO    PIC X(13).                                 00001230
           10 FILLER    PIC X(2).                                       00001240
           10 ECR-CQVERCA    PIC X.                                     00001250
           10 ECR-CQVERCO    PIC X(1).                                  00001260
           10 FILLER    PIC X(2).                                       00001270
           10 ECR-CQCATCA    PIC X.                                     00001280
           10 ECR-CQCATCO    PIC X(2).                                  00001290
           10 FILLER    PIC X(2).                                       00001300
           10 ECR-CQCOMCA    PIC X.                                     00001310
           10 ECR-CQCOMCO    PIC X(40).                                 00001320
           10 FILLER    PIC X(2).                                       00001330
           10 ECR-CQL01A     PIC X.                                     00001340
           10 ECR-CQL01O     PIC X(70).                                 00001350
           10 FILLER    PIC X(2).                                       00001360
           10 ECR-CQL02A     PIC X.                                     00001370
           10 ECR-CQL02O     PIC X(70).                                 00001380
           10 FILLER    PIC X(2).                                       00001390
           10 ECR-CQL03A     PIC X.                                     00001400
           10 ECR-CQL03O     PIC X(70).                                 00001410
           10 FILLER    PIC X(2).                                       00001420
           10 ECR-CQL04A     PIC X.                                     00001430
           10 ECR-CQL04O     PIC X(70).                                 00001440
           10 FILLER    PIC X(2).                                       00001450
           10 ECR-CQL05A     PIC X.                                     00001460
           10 ECR-CQL05O     PIC X(70).                                 00001470
           10 FILLER    PIC X(2).                                       00001480
           10 ECR-CQL06A     PIC X.                                     00001490
           10 ECR-CQL06O     PIC X(70).                                 00001500
           10 FILLER    PIC X(2).                                       00001510
           10 ECR-CQL07A     PIC X.                                     00001520
           10 ECR-CQL07O     PIC X(70).                                 00001530
           10 FILLER    PIC X(2).                                       00001540
           10 ECR-CQL08A     PIC X.                                     00001550
           10 ECR-CQL08O     PIC X(70).                                 00001560
           10 FILLER    PIC X(2).                                       00001570
           10 ECR-CQD01A     PIC X.                                     00001580
           10 ECR-CQD01O     PIC X(79).                                 00001590
           10 FILLER    PIC X(2).                                       00001600
           10 ECR-CQD02A     PIC X.                                     00001610
           10 ECR-CQD02O     PIC X(79).                                 00001620
           10 FILLER    PIC X(2).                                       00001630
           10 ECR-CQD03A     PIC X.                                     00001640
           10 ECR-CQD03O     PIC X(79).                                 00001650
           10 FILLER    PIC X(2).                                       00001660
           10 ECR-XMSGILA    PIC X.                                     00001670
           10 ECR-XMSGILO    PIC X(59).                                 00001680
           10 FILLER    PIC X(2).                                       00001690
           10 ECR-XMSGALA    PIC X.                                     00001700
           10 ECR-XMSGALO    PIC X(79).                                 00001710
