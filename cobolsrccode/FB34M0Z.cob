      ***************************************************************** 00000010
      * PERIMETRE DE PORTEFEUILLE DES OPERATEURS INTERMEDIAIRES         00000020
      ***************************************************************** 00000030
       05   FB34M0I.                                                    00000040
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
           10 ECR-PEACTCL    COMP PIC S9(4).                            00000270
           10 ECR-PEACTCF    PIC X.                                     00000280
           10 ECR-PEACTCI    PIC X(1).                                  00000290
      * OPERATEUR CONCERNE (IDENTIFIANT RACF)                           00000300
           10 ECR-PERACCL    COMP PIC S9(4).                            00000310
           10 ECR-PERACCF    PIC X.                                     00000320
           10 ECR-PERACCI    PIC X(15).                                 00000330
      * TYPE : I RATTACHEMENT INTERMEDIAIRE, D DELEGATION               00000340
           10 ECR-PETYPCL    COMP PIC S9(4).                            00000350
           10 ECR-PETYPCF    PIC X.                                     00000360
           10 ECR-PETYPCI    PIC X(1).                                  00000370
      * CODE INTERMEDIAIRE OU NUMERO DE CONTRAT DELEGUE                 00000380
           10 ECR-PEOBJCL    COMP PIC S9(4).                            00000390
           10 ECR-PEOBJCF    PIC X.                                     00000400
           10 ECR-PEOBJCI    PIC X(12).                                 00000410
      * INTERMEDIAIRE DU CONTRAT DELEGUE (INFORMATIF)                   00000420
           10 ECR-PELINCL    COMP PIC S9(4).                            00000430
           10 ECR-PELINCF    PIC X.                                     00000440
           10 ECR-PELINCI    PIC X(30).                                 00000450
      * DEBUT DE VALIDITE SSAAMMJJ                                      00000460
           10 ECR-PEDEBCL    COMP PIC S9(4).                            00000470
           10 ECR-PEDEBCF    PIC X.                                     00000480
           10 ECR-PEDEBCI    PIC X(8).                                  00000490
      * FIN DE VALIDITE SSAAMMJJ (INCLUSE)                              00000500
           10 ECR-PEFINCL    COMP PIC S9(4).                            00000510
           10 ECR-PEFINCF    PIC X.                                     00000520
           10 ECR-PEFINCI    PIC X(8).                                  00000530
      * MOTIF DU RATTACHEMENT OU DE LA DELEGATION                       00000540
           10 ECR-PEMOTCL    COMP PIC S9(4).                            00000550
           10 ECR-PEMOTCF    PIC X.                                     00000560
           10 ECR-PEMOTCI    PIC X(30).                                 00000570
      * POSTE EN VIGUEUR (O/N)                                          00000580
           10 ECR-PEACFCL    COMP PIC S9(4).                            00000590
           10 ECR-PEACFCF    PIC X.                                     00000600
           10 ECR-PEACFCI    PIC X(1).                                  00000610
      * DERNIERE MISE A JOUR SSAAMMJJ                                   00000620
           10 ECR-PEMAJCL    COMP PIC S9(4).                            00000630
           10 ECR-PEMAJCF    PIC X.                                     00000640
           10 ECR-PEMAJCI    PIC X(8).                                  00000650
      * RACF DE LA DERNIERE MISE A JOUR                                 00000660
           10 ECR-PERMJCL    COMP PIC S9(4).                            00000670
           10 ECR-PERMJCF    PIC X.                                     00000680
           10 ECR-PERMJCI    PIC X(15).                                 00000690
      * MESSAGE INFORMATIF                                              00000700
           10 ECR-XMSGILL    COMP PIC S9(4).                            00000710
           10 ECR-XMSGILF    PIC X.                                     00000720
           10 ECR-XMSGILI    PIC X(59).                                 00000730
      * MESSAGE D'ANOMALIE                                              00000740
           10 ECR-XMSGALL    COMP PIC S9(4).                            00000750
           10 ECR-XMSGALF    PIC X.                                     00000760
           10 ECR-XMSGALI    PIC X(79).                                 00000770
      ***************************************************************** 00000780
      * PERIMETRE DE PORTEFEUILLE DES OPERATEURS INTERMEDIAIRES         00000790
      ***************************************************************** 00000800
       05   FB34M0O REDEFINES FB34M0I.                                  00000810
           10 FILLER    PIC X(12).                                      00000820
           10 FILLER    PIC X(2).                                       00000830
           10 ECR-XTRMTRACA  PIC X.                                     00000840
           10 ECR-XTRMTRACO  PIC X(9).                                  00000850
           10 FILLER    PIC X(2).                                       00000860
           10 ECR-XAPPLILA   PIC X.                                     00000870
           10 ECR-XAPPLILO   PIC X(30).                                 00000880
           10 FILLER    PIC X(2).                                       00000890
           10 ECR-XJOURDA    PIC X.                                     00000900
           10 ECR-XJOURDO    PIC X(8).                                  00000910
           10 FILLER    PIC X(2).                                       00000920
           10 ECR-XRACFLA    PIC X.                                     00000930
           10 ECR-XRACFLO    PIC X(15).                                 00000940
           10 FILLER    PIC X(2).                                       00000950
           10 ECR-XHEUREDA   PIC X.                                     00000960
           10 ECR-XHEUREDO   PIC X(8).                                  00000970
           10 FILLER    PIC X(2).                                       00000980
           10 ECR-PEACTCA    PIC X.                                     00000990
           10 ECR-PEACTCO    PIC X(1).                                  00001000
           10 FILLER    PIC X(2).                                       00001010
           10 ECR-PERACCA    PIC X.                                     00001020
           10 ECR-PERACCO    PIC X(15).                                 00001030
           10 FILLER    PIC X(2).                                       00001040
           10 ECR-PETYPCA    PIC X.                                     00001050
           10 ECR-PETYPCO    PIC X(1).                                  00001060
           10 FILLER    PIC X(2).                                       00001070
           10 ECR-PEOBJCA    PIC X.                                     00001080
           10 ECR-PEOBJCO    PIC X(12).                                 00001090
           10 FILLER    PIC X(2).                                       00001100
           10 ECR-PELINCA    PIC X.                                     00001110
           10 ECR-PELINCO    PIC X(30).                                 00001120
           10 FILLER    PIC X(2).                                       00001130
           10 ECR-PEDEBCA    PIC X.                                     00001140
           10 ECR-PEDEBCO    PIC X(8).                                  00001150
           10 FILLER    PIC X(2).                                       00001160
           10 ECR-PEFINCA    PIC X.                                     00001170
           10 ECR-PEFINCO    PIC X(8).                                  00001180
           10 FILLER    PIC X(2).                                       00001190
           10 ECR-PEMOTCA    PIC X.                                     00001200
           10 ECR-PEMOTCO    PIC X(30).                                 00001210
           10 FILLER    PIC X(2).                                       00001220
           10 ECR-PEACFCA    PIC X.                                     00001230
           10 ECR-PEACFCO    PIC X(1).                                  00001240
           10 FILLER    PIC X(2).                                       00001250
           10 ECR-PEMAJCA    PIC X.                                     00001260
           10 ECR-PEMAJCO    PIC X(8).                                  00001270
           10 FILLER    PIC X(2).                                       00001280
           10 ECR-PERMJCA    PIC X.                                     00001290
           10 ECR-PERMJCO    PIC X(15).                                 00001300
           10 FILLER    PIC X(2).                                       00001310
           10 ECR-XMSGILA    PIC X.                                     00001320
           10 ECR-XMSGILO    PIC X(59).                                 00001330
           10 FILLER    PIC X(2).                                       00001340
           10 ECR-XMSGALA    PIC X.                                     00001350
           10 ECR-XMSGALO    PIC X(79).                                 00001360
