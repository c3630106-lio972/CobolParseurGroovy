      ***************************************************************** 00000010
      * CALENDRIER DES ECHEANCES D UN CONTRAT                           00000020
      ***************************************************************** 00000030
       05   FB32M0I.                                                    00000040
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
      * NUMERO DE CONTRAT SAISI                                         00000260
           10 ECR-CONTRATXL  COMP PIC S9(4).                            00000270
           10 ECR-CONTRATXF  PIC X.                                     00000280
           10 ECR-CONTRATXI  PIC X(12).                                 00000290
      * REPERE PAGE EN COURS / NB PAGES                                 00000300
           10 ECR-XPAGEL     COMP PIC S9(4).                            00000310
           10 ECR-XPAGEF     PIC X.                                     00000320
           10 ECR-XPAGEI     PIC X(13).                                 00000330
      * LIGNES DU CALENDRIER : SELECTION + DETAIL                       00000340
           10 ECR-LIGNEI     OCCURS 12 TIMES.                           00000350
              15 ECR-TSSELCL COMP PIC S9(4).                            00000360
              15 ECR-TSSELCF PIC X.                                     00000370
              15 ECR-TSSELCI PIC X.                                     00000380
              15 ECR-TSDETLL COMP PIC S9(4).                            00000390
              15 ECR-TSDETLF PIC X.                                     00000400
              15 ECR-TSDETLI PIC X(70).                                 00000410
      * CODE COMMANDE                                                   00000420
           10 ECR-XCDECL     COMP PIC S9(4).                            00000430
           10 ECR-XCDECF     PIC X.                                     00000440
           10 ECR-XCDECI     PIC X(9).                                  00000450
      * MESSAGE INFORMATIF                                              00000460
           10 ECR-XMSGILL    COMP PIC S9(4).                            00000470
           10 ECR-XMSGILF    PIC X.                                     00000480
           10 ECR-XMSGILI    PIC X(59).                                 00000490
      * MESSAGE D'ANOMALIE                                              00000500
           10 ECR-XMSGALL    COMP PIC S9(4).                            00000510
           10 ECR-XMSGALF    PIC X.                                     00000520
           10 ECR-XMSGALI    PIC X(79).                                 00000530
      ***************************************************************** 00000540
      * CALENDRIER DES ECHEANCES D UN CONTRAT                           00000550
      ***************************************************************** 00000560
       05   FB32M0O REDEFINES FB32M0I.                                  00000570
           10 FILLER    PIC X(12).                                      00000580
      * CODE TRANSACTION                                                00000590
           10 FILLER    PIC X(2).                                       00000600
           10 ECR-XTRMTRACA  PIC X.                                     00000610
           10 ECR-XTRMTRACO  PIC X(9).                                  00000620
      * LIBELLE DE L'APPLICATION                                        00000630
           10 FILLER    PIC X(2).                                       00000640
           10 ECR-XAPPLILA   PIC X.                                     00000650
           10 ECR-XAPPLILO   PIC X(30).                                 00000660
      * DATE DU JOUR JJ/MM/AA                                           00000670
           10 FILLER    PIC X(2).                                       00000680
           10 ECR-XJOURDA    PIC X.                                     00000690
           10 ECR-XJOURDO    PIC X(8).                                  00000700
      * NOM RACF DE L'OPERATEUR                                         00000710
           10 FILLER    PIC X(2).                                       00000720
           10 ECR-XRACFLA    PIC X.                                     00000730
           10 ECR-XRACFLO    PIC X(15).                                 00000740
      * HEURE HH/MM/SS                                                  00000750
           10 FILLER    PIC X(2).                                       00000760
           10 ECR-XHEUREDA   PIC X.                                     00000770
           10 ECR-XHEUREDO   PIC X(8).                                  00000780
      * NUMERO DE CONTRAT SAISI                                         00000790
           10 FILLER    PIC X(2).                                       00000800
           10 ECR-CONTRATXA  PIC X.                                     00000810
           10 ECR-CONTRATXO  PIC X(12).                                 00000820
      * REPERE PAGE EN COURS / NB PAGES                                 00000830
           10 FILLER    PIC X(2).                                       00000840
           10 ECR-XPAGEA     PIC X.                                     00000850
           10 ECR-XPAGEO     PIC X(13).                                 00000860
      * LIGNES DU CALENDRIER : SELECTION + DETAIL                       00000870
           10 ECR-LIGNEO     OCCURS 12 TIMES.                           00000880
              15 FILLER      PIC X(2).                                  00000890
              15 ECR-TSSELCA PIC X.                                     00000900
              15 ECR-TSSELCO PIC X.                                     00000910
              15 FILLER      PIC X(2).                                  00000920
              15 ECR-TSDETLA PIC X.                                     00000930
              15 ECR-TSDETLO PIC X(70).                                 00000940
      * CODE COMMANDE                                                   00000950
           10 FILLER    PIC X(2).                                       00000960
           10 ECR-XCDECA     PIC X.                                     00000970
           10 ECR-XCDECO     PIC X(9).                                  00000980
      * MESSAGE INFORMATIF                                              00000990
           10 FILLER    PIC X(2).                                       00001000
           10 ECR-XMSGILA    PIC X.                                     00001010
           10 ECR-XMSGILO    PIC X(59).                                 00001020
      * MESSAGE D'ANOMALIE                                              00001030
           10 FILLER    PIC X(2).                                       00001040
           10 ECR-XMSGALA    PIC X.                                     00001050
           10 ECR-XMSGALO    PIC X(79).                                 00001060
