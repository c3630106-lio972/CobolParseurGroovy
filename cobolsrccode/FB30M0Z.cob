      ***************************************************************** 00000010
      * TAUX DE COMMISSION DES INTERMEDIAIRES                           00000020
      ***************************************************************** 00000030
       05   FB30M0I.                                                    00000040
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
      * ACTION : A AFF. C CREER M MODIF S CLORE L LISTER                00000260
           10 ECR-CMACTCL    COMP PIC S9(4).                            00000270
           10 ECR-CMACTCF    PIC X.                                     00000280
           10 ECR-CMACTCI    PIC X(1).                                  00000290
      * CODE INTERMEDIAIRE                                              00000300
           10 ECR-CMINTCL    COMP PIC S9(4).                            00000310
           10 ECR-CMINTCF    PIC X.                                     00000320
           10 ECR-CMINTCI    PIC X(8).                                  00000330
      * CODE PRODUIT (**** = TOUS PRODUITS)                             00000340
           10 ECR-CMPROCL    COMP PIC S9(4).                            00000350
           10 ECR-CMPROCF    PIC X.                                     00000360
           10 ECR-CMPROCI    PIC X(4).                                  00000370
      * DATE D'EFFET SSAAMMJJ                                           00000380
           10 ECR-CMDDECL    COMP PIC S9(4).                            00000390
           10 ECR-CMDDECF    PIC X.                                     00000400
           10 ECR-CMDDECI    PIC X(8).                                  00000410
      * DATE DE FIN SSAAMMJJ (99999999 = SANS LIMITE)                   00000420
           10 ECR-CMDFICL    COMP PIC S9(4).                            00000430
           10 ECR-CMDFICF    PIC X.                                     00000440
           10 ECR-CMDFICI    PIC X(8).                                  00000450
      * LIBELLE DU BAREME                                               00000460
           10 ECR-CMLIBCL    COMP PIC S9(4).                            00000470
           10 ECR-CMLIBCF    PIC X.                                     00000480
           10 ECR-CMLIBCI    PIC X(30).                                 00000490
      * TAUX EN MILLIEMES DE POINT (12500 = 12,500 %)                   00000500
           10 ECR-CMTAUCL    COMP PIC S9(4).                            00000510
           10 ECR-CMTAUCF    PIC X.                                     00000520
           10 ECR-CMTAUCI    PIC X(5).                                  00000530
      * DERNIERE MISE A JOUR SSAAMMJJ                                   00000540
           10 ECR-CMMAJCL    COMP PIC S9(4).                            00000550
           10 ECR-CMMAJCF    PIC X.                                     00000560
           10 ECR-CMMAJCI    PIC X(8).                                  00000570
      * RACF DE LA DERNIERE MISE A JOUR                                 00000580
           10 ECR-CMRACCL    COMP PIC S9(4).                            00000590
           10 ECR-CMRACCF    PIC X.                                     00000600
           10 ECR-CMRACCI    PIC X(15).                                 00000610
      * TAUX DE LA TABLE - LIGNE 1                                      00000620
           10 ECR-CML01L     COMP PIC S9(4).                            00000630
           10 ECR-CML01F     PIC X.                                     00000640
           10 ECR-CML01I     PIC X(70).                                 00000650
      * TAUX DE LA TABLE - LIGNE 2                                      00000660
           10 ECR-CML02L     COMP PIC S9(4).                            00000670
           10 ECR-CML02F     PIC X.                                     00000680
           10 ECR-CML02I     PIC X(70).                                 00000690
      * TAUX DE LA TABLE - LIGNE 3                                      00000700
           10 ECR-CML03L     COMP PIC S9(4).                            00000710
           10 ECR-CML03F     PIC X.                                     00000720
           10 ECR-CML03I     PIC X(70).                                 00000730
      * TAUX DE LA TABLE - LIGNE 4                                      00000740
           10 ECR-CML04L     COMP PIC S9(4).                            00000750
           10 ECR-CML04F     PIC X.                                     00000760
           10 ECR-CML04I     PIC X(70).                                 00000770
      * TAUX DE LA TABLE - LIGNE 5                                      00000780
           10 ECR-CML05L     COMP PIC S9(4).                            00000790
           10 ECR-CML05F     PIC X.                                     00000800
           10 ECR-CML05I     PIC X(70).                                 00000810
      * TAUX DE LA TABLE - LIGNE 6                                      00000820
           10 ECR-CML06L     COMP PIC S9(4).                            00000830
           10 ECR-CML06F     PIC X.                                     00000840
           10 ECR-CML06I     PIC X(70).                                 00000850
      * MESSAGE INFORMATIF                                              00000860
           10 ECR-XMSGILL    COMP PIC S9(4).                            00000870
           10 ECR-XMSGILF    PIC X.                                     00000880
           10 ECR-XMSGILI    PIC X(59).                                 00000890
      * MESSAGE D'ANOMALIE                                              00000900
           10 ECR-XMSGALL    COMP PIC S9(4).                            00000910
           10 ECR-XMSGALF    PIC X.                                     00000920
           10 ECR-XMSGALI    PIC X(79).                                 00000930
      ***************************************************************** 00000940
      * TAUX DE COMMISSION DES INTERMEDIAIRES                           00000950
      ***************************************************************** 00000960
       05   FB30M0O REDEFINES FB30M0I.                                  00000970
           10 FILLER    PIC X(12).                                      00000980
           10 FILLER    PIC X(2).                                       00000990
           10 ECR-XTRMTRACA  PIC X.                                     00001000
           10 ECR-XTRMTRACO  PIC X(9).                                  00001010
           10 FILLER    PIC X(2).                                       00001020
           10 ECR-XAPPLILA   PIC X.                                     00001030
           10 ECR-XAPPLILO   PIC X(30).                                 00001040
           10 FILLER    PIC X(2).                                       00001050
           10 ECR-XJOURDA    PIC X.                                     00001060
           10 ECR-XJOURDO    PIC X(8).                                  00001070
           10 FILLER    PIC X(2).                                       00001080
           10 ECR-XRACFLA    PIC X.                                     00001090
           10 ECR-XRACFLO    PIC X(15).                                 00001100
           10 FILLER    PIC X(2).                                       00001110
           10 ECR-XHEUREDA   PIC X.                                     00001120
           10 ECR-XHEUREDO   PIC X(8).                                  00001130
           10 FILLER    PIC X(2).                                       00001140
           10 ECR-CMACTCA    PIC X.                                     00001150
           10 ECR-CMACTCO    PIC X(1).                                  00001160
           10 FILLER    PIC X(2).                                       00001170
           10 ECR-CMINTCA    PIC X.                                     00001180
           10 ECR-CMINTCO    PIC X(8).                                  00001190
           10 FILLER    PIC X(2).                                       00001200
           10 ECR-CMPROCA    PIC X.                                     00001210
           10 ECR-CMPROCO    PIC X(4).                                  00001220
           10 FILLER    PIC X(2).                                       00001230
           10 ECR-CMDDECA    PIC X.                                     00001240
           10 ECR-CMDDECO    PIC X(8).                                  00001250
           10 FILLER    PIC X(2).                                       00001260
           10 ECR-CMDFICA    PIC X.                                     00001270
           10 ECR-CMDFICO    PIC X(8).                                  00001280
           10 FILLER    PIC X(2).                                       00001290
           10 ECR-CMLIBCA    PIC X.                                     00001300
           10 ECR-CMLIBCO    PIC X(30).                                 00001310
           10 FILLER    PIC X(2).                                       00001320
           10 ECR-CMTAUCA    PIC X.                                     00001330
           10 ECR-CMTAUCO    PIC X(5).                                  00001340
           10 FILLER    PIC X(2).                                       00001350
           10 ECR-CMMAJCA    PIC X.                                     00001360
           10 ECR-CMMAJCO    PIC X(8).                                  00001370
           10 FILLER    PIC X(2).                                       00001380
           10 ECR-CMRACCA    PIC X.                                     00001390
           10 ECR-CMRACCO    PIC X(15).                                 00001400
           10 FILLER    PIC X(2).                                       00001410
           10 ECR-CML01A     PIC X.                                     00001420
           10 ECR-CML01O     PIC X(70).                                 00001430
           10 FILLER    PIC X(2).                                       00001440
           10 ECR-CML02A     PIC X.                                     00001450
           10 ECR-CML02O     PIC X(70).                                 00001460
           10 FILLER    PIC X(2).                                       00001470
           10 ECR-CML03A     PIC X.                                     00001480
           10 ECR-CML03O     PIC X(70).                                 00001490
           10 FILLER    PIC X(2).                                       00001500
           10 ECR-CML04A     PIC X.                                     00001510
           10 ECR-CML04O     PIC X(70).                                 00001520
           10 FILLER    PIC X(2).                                       00001530
           10 ECR-CML05A     PIC X.                                     00001540
           10 ECR-CML05O     PIC X(70).                                 00001550
           10 FILLER    PIC X(2).                                       00001560
           10 ECR-CML06A     PIC X.                                     00001570
           10 ECR-CML06O     PIC X(70).                                 00001580
           10 FILLER    PIC X(2).                                       00001590
           10 ECR-XMSGILA    PIC X.                                     00001600
           10 ECR-XMSGILO    PIC X(59).                                 00001610
           10 FILLER    PIC X(2).                                       00001620
           10 ECR-XMSGALA    PIC X.                                     00001630
           10 ECR-XMSGALO    PIC X(79).                                 00001640
