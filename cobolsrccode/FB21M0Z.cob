      ***************************************************************** 00000010
      * REFERENTIEL DES MOTIFS DE SORTIE DE COMPOSITION                 00000020
      ***************************************************************** 00000030
       05   FB21M0I.                                                    00000040
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
           10 ECR-MTACTCL    COMP PIC S9(4).                            00000270
           10 ECR-MTACTCF    PIC X.                                     00000280
           10 ECR-MTACTCI    PIC X(1).                                  00000290
      * CODE MOTIF DE SORTIE                                            00000300
           10 ECR-MTCODCL    COMP PIC S9(4).                            00000310
           10 ECR-MTCODCF    PIC X.                                     00000320
           10 ECR-MTCODCI    PIC X(1).                                  00000330
      * ELEMENT : V VEHICULE, P CONDUCTEUR, T LES DEUX                  00000340
           10 ECR-MTELTCL    COMP PIC S9(4).                            00000350
           10 ECR-MTELTCF    PIC X.                                     00000360
           10 ECR-MTELTCI    PIC X(1).                                  00000370
      * LIBELLE DU MOTIF                                                00000380
           10 ECR-MTLIBCL    COMP PIC S9(4).                            00000390
           10 ECR-MTLIBCF    PIC X.                                     00000400
           10 ECR-MTLIBCI    PIC X(30).                                 00000410
      * EXCLUSION FCGEEDF1 (O/N)                                        00000420
           10 ECR-MTEXCCL    COMP PIC S9(4).                            00000430
           10 ECR-MTEXCCF    PIC X.                                     00000440
           10 ECR-MTEXCCI    PIC X(1).                                  00000450
      * DECLARATION DE SORTIE FVA (O/N)                                 00000460
           10 ECR-MTFVACL    COMP PIC S9(4).                            00000470
           10 ECR-MTFVACF    PIC X.                                     00000480
           10 ECR-MTFVACI    PIC X(1).                                  00000490
      * DEMANDE DE RELEVE D'INFORMATION (O/N)                           00000540
           10 ECR-MTRELCL    COMP PIC S9(4).                            00000550
           10 ECR-MTRELCF    PIC X.                                     00000560
           10 ECR-MTRELCI    PIC X(1).                                  00000570
      * LIBELLE SUR L'AVENANT                                           00000580
           10 ECR-MTAVTCL    COMP PIC S9(4).                            00000590
           10 ECR-MTAVTCF    PIC X.                                     00000600
           10 ECR-MTAVTCI    PIC X(30).                                 00000610
      * MOTIF SAISISSABLE (O/N)                                         00000620
           10 ECR-MTACFCL    COMP PIC S9(4).                            00000630
           10 ECR-MTACFCF    PIC X.                                     00000640
           10 ECR-MTACFCI    PIC X(1).                                  00000650
      * DERNIERE MISE A JOUR SSAAMMJJ                                   00000660
           10 ECR-MTMAJCL    COMP PIC S9(4).                            00000670
           10 ECR-MTMAJCF    PIC X.                                     00000680
           10 ECR-MTMAJCI    PIC X(8).                                  00000690
      * RACF DE LA DERNIERE MISE A JOUR                                 00000700
           10 ECR-MTRACCL    COMP PIC S9(4).                            00000710
           10 ECR-MTRACCF    PIC X.                                     00000720
           10 ECR-MTRACCI    PIC X(15).                                 00000730
      * MESSAGE INFORMATIF                                              00000740
           10 ECR-XMSGILL    COMP PIC S9(4).                            00000750
           10 ECR-XMSGILF    PIC X.                                     00000760
           10 ECR-XMSGILI    PIC X(59).                                 00000770
      * MESSAGE D'ANOMALIE                                              00000780
           10 ECR-XMSGALL    COMP PIC S9(4).                            00000790
           10 ECR-XMSGALF    PIC X.                                     00000800
           10 ECR-XMSGALI    PIC X(79).                                 00000810
      ***************************************************************** 00000820
      * REFERENTIEL DES MOTIFS DE SORTIE DE COMPOSITION                 00000830
      ***************************************************************** 00000840
       05   FB21M0O REDEFINES FB21M0I.                                  00000850
           10 FILLER    PIC X(12).                                      00000860
           10 FILLER    PIC X(2).                                       00000870
           10 ECR-XTRMTRACA  PIC X.                                     00000880
           10 ECR-XTRMTRACO  PIC X(9).                                  00000890
           10 FILLER    PIC X(2).                                       00000900
           10 ECR-XAPPLILA   PIC X.                                     00000910
           10 ECR-XAPPLILO   PIC X(30).                                 00000920
           10 FILLER    PIC X(2).                                       00000930
           10 ECR-XJOURDA    PIC X.                                     00000940
           10 ECR-XJOURDO    PIC X(8).                                  00000950
           10 FILLER    PIC X(2).                                       00000960
           10 ECR-XRACFLA    PIC X.                                     00000970
           10 ECR-XRACFLO    PIC X(15).                                 00000980
           10 FILLER    PIC X(2).                                       00000990
           10 ECR-XHEUREDA   PIC X.                                     00001000
           10 ECR-XHEUREDO   PIC X(8).                                  00001010
           10 FILLER    PIC X(2).                                       00001020
           10 ECR-MTACTCA    PIC X.                                     00001030
           10 ECR-MTACTCO    PIC X(1).                                  00001040
           10 FILLER    PIC X(2).                                       00001050
           10 ECR-MTCODCA    PIC X.                                     00001060
           10 ECR-MTCODCO    PIC X(1).                                  00001070
           10 FILLER    PIC X(2).                                       00001080
           10 ECR-MTELTCA    PIC X.                                     00001090
           10 ECR-MTELTCO    PIC X(1).                                  00001100
           10 FILLER    PIC X(2).                                       00001110
           10 ECR-MTLIBCA    PIC X.                                     00001120
           10 ECR-MTLIBCO    PIC X(30).                                 00001130
           10 FILLER    PIC X(2).                                       00001140
           10 ECR-MTEXCCA    PIC X.                                     00001150
           10 ECR-MTEXCCO    PIC X(1).                                  00001160
           10 FILLER    PIC X(2).                                       00001170
           10 ECR-MTFVACA    PIC X.                                     00001180
           10 ECR-MTFVACO    PIC X(1).                                  00001190
           10 FILLER    PIC X(2).                                       00001230
           10 ECR-MTRELCA    PIC X.                                     00001240
           10 ECR-MTRELCO    PIC X(1).                                  00001250
           10 FILLER    PIC X(2).                                       00001260
           10 ECR-MTAVTCA    PIC X.                                     00001270
           10 ECR-MTAVTCO    PIC X(30).                                 00001280
           10 FILLER    PIC X(2).                                       00001290
           10 ECR-MTACFCA    PIC X.                                     00001300
           10 ECR-MTACFCO    PIC X(1).                                  00001310
           10 FILLER    PIC X(2).                                       00001320
           10 ECR-MTMAJCA    PIC X.                                     00001330
           10 ECR-MTMAJCO    PIC X(8).                                  00001340
           10 FILLER    PIC X(2).                                       00001350
           10 ECR-MTRACCA    PIC X.                                     00001360
           10 ECR-MTRACCO    PIC X(15).                                 00001370
           10 FILLER    PIC X(2).                                       00001380
           10 ECR-XMSGILA    PIC X.                                     00001390
           10 ECR-XMSGILO    PIC X(59).                                 00001400
           10 FILLER    PIC X(2).                                       00001410
           10 ECR-XMSGALA    PIC X.                                     00001420
           10 ECR-XMSGALO    PIC X(79).                                 00001430
