      ***************************************************************** 00000010
      * REFERENTIEL DES SOUS-FLOTTES DES CLIENTS FLOTTE                 00000020
      ***************************************************************** 00000030
       05   FB23M0I.                                                    00000040
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
           10 ECR-SFACTCL    COMP PIC S9(4).                            00000270
           10 ECR-SFACTCF    PIC X.                                     00000280
           10 ECR-SFACTCI    PIC X(1).                                  00000290
      * CLIENT : GESTIONNAIRE (6) + CLIENT (5)                          00000300
           10 ECR-SFGESCL    COMP PIC S9(4).                            00000310
           10 ECR-SFGESCF    PIC X.                                     00000320
           10 ECR-SFGESCI    PIC X(11).                                 00000330
      * CODE SOUS-FLOTTE                                                00000340
           10 ECR-SFCODCL    COMP PIC S9(4).                            00000350
           10 ECR-SFCODCF    PIC X.                                     00000360
           10 ECR-SFCODCI    PIC X(3).                                  00000370
      * LIBELLE DE LA SOUS-FLOTTE                                       00000380
           10 ECR-SFLIBCL    COMP PIC S9(4).                            00000390
           10 ECR-SFLIBCF    PIC X.                                     00000400
           10 ECR-SFLIBCI    PIC X(30).                                 00000410
      * ADRESSE DU SITE : VOIE                                          00000420
           10 ECR-SFVOICL    COMP PIC S9(4).                            00000430
           10 ECR-SFVOICF    PIC X.                                     00000440
           10 ECR-SFVOICI    PIC X(32).                                 00000450
      * ADRESSE DU SITE : CODE POSTAL                                   00000460
           10 ECR-SFCPOCL    COMP PIC S9(4).                            00000470
           10 ECR-SFCPOCF    PIC X.                                     00000480
           10 ECR-SFCPOCI    PIC X(5).                                  00000490
      * ADRESSE DU SITE : COMMUNE                                       00000500
           10 ECR-SFCOMCL    COMP PIC S9(4).                            00000510
           10 ECR-SFCOMCF    PIC X.                                     00000520
           10 ECR-SFCOMCI    PIC X(26).                                 00000530
      * SOUS-FLOTTE AFFECTABLE (O/N)                                    00000540
           10 ECR-SFACFCL    COMP PIC S9(4).                            00000550
           10 ECR-SFACFCF    PIC X.                                     00000560
           10 ECR-SFACFCI    PIC X(1).                                  00000570
      * DERNIERE MISE A JOUR SSAAMMJJ                                   00000580
           10 ECR-SFMAJCL    COMP PIC S9(4).                            00000590
           10 ECR-SFMAJCF    PIC X.                                     00000600
           10 ECR-SFMAJCI    PIC X(8).                                  00000610
      * RACF DE LA DERNIERE MISE A JOUR                                 00000620
           10 ECR-SFRACCL    COMP PIC S9(4).                            00000630
           10 ECR-SFRACCF    PIC X.                                     00000640
           10 ECR-SFRACCI    PIC X(15).                                 00000650
      * MESSAGE INFORMATIF                                              00000660
           10 ECR-XMSGILL    COMP PIC S9(4).                            00000670
           10 ECR-XMSGILF    PIC X.                                     00000680
           10 ECR-XMSGILI    PIC X(59).                                 00000690
      * MESSAGE D'ANOMALIE                                              00000700
           10 ECR-XMSGALL    COMP PIC S9(4).                            00000710
           10 ECR-XMSGALF    PIC X.                                     00000720
           10 ECR-XMSGALI    PIC X(79).                                 00000730
      ***************************************************************** 00000740
      * REFERENTIEL DES SOUS-FLOTTES DES CLIENTS FLOTTE                 00000750
      ***************************************************************** 00000760
       05   FB23M0O REDEFINES FB23M0I.                                  00000770
           10 FILLER    PIC X(12).                                      00000780
           10 FILLER    PIC X(2).                                       00000790
           10 ECR-XTRMTRACA  PIC X.                                     00000800
           10 ECR-XTRMTRACO  PIC X(9).                                  00000810
           10 FILLER    PIC X(2).                                       00000820
           10 ECR-XAPPLILA   PIC X.                                     00000830
           10 ECR-XAPPLILO   PIC X(30).                                 00000840
           10 FILLER    PIC X(2).                                       00000850
           10 ECR-XJOURDA    PIC X.                                     00000860
           10 ECR-XJOURDO    PIC X(8).                                  00000870
           10 FILLER    PIC X(2).                                       00000880
           10 ECR-XRACFLA    PIC X.                                     00000890
           10 ECR-XRACFLO    PIC X(15).                                 00000900
           10 FILLER    PIC X(2).                                       00000910
           10 ECR-XHEUREDA   PIC X.                                     00000920
           10 ECR-XHEUREDO   PIC X(8).                                  00000930
           10 FILLER    PIC X(2).                                       00000940
           10 ECR-SFACTCA    PIC X.                                     00000950
           10 ECR-SFACTCO    PIC X(1).                                  00000960
           10 FILLER    PIC X(2).                                       00000970
           10 ECR-SFGESCA    PIC X.                                     00000980
           10 ECR-SFGESCO    PIC X(11).                                 00000990
           10 FILLER    PIC X(2).                                       00001000
           10 ECR-SFCODCA    PIC X.                                     00001010
           10 ECR-SFCODCO    PIC X(3).                                  00001020
           10 FILLER    PIC X(2).                                       00001030
           10 ECR-SFLIBCA    PIC X.                                     00001040
           10 ECR-SFLIBCO    PIC X(30).                                 00001050
           10 FILLER    PIC X(2).                                       00001060
           10 ECR-SFVOICA    PIC X.                                     00001070
           10 ECR-SFVOICO    PIC X(32).                                 00001080
           10 FILLER    PIC X(2).                                       00001090
           10 ECR-SFCPOCA    PIC X.                                     00001100
           10 ECR-SFCPOCO    PIC X(5).                                  00001110
           10 FILLER    PIC X(2).                                       00001120
           10 ECR-SFCOMCA    PIC X.                                     00001130
           10 ECR-SFCOMCO    PIC X(26).                                 00001140
           10 FILLER    PIC X(2).                                       00001150
           10 ECR-SFACFCA    PIC X.                                     00001160
           10 ECR-SFACFCO    PIC X(1).                                  00001170
           10 FILLER    PIC X(2).                                       00001180
           10 ECR-SFMAJCA    PIC X.                                     00001190
           10 ECR-SFMAJCO    PIC X(8).                                  00001200
           10 FILLER    PIC X(2).                                       00001210
           10 ECR-SFRACCA    PIC X.                                     00001220
           10 ECR-SFRACCO    PIC X(15).                                 00001230
           10 FILLER    PIC X(2).                                       00001240
           10 ECR-XMSGILA    PIC X.                                     00001250
           10 ECR-XMSGILO    PIC X(59).                                 00001260
           10 FILLER    PIC X(2).                                       00001270
           10 ECR-XMSGALA    PIC X.                                     00001280
           10 ECR-XMSGALO    PIC X(79).                                 00001290
