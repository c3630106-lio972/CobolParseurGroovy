      ***************************************************************** 00000010
      * REGISTRE DES RECLAMATIONS CLIENT                                00000020
      ***************************************************************** 00000030
       05   FB26M0I.                                                    00000040
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
      * ACTION : C CREER, L LISTER, A AFFICHER, K ACCUSER, R REPONDRE   00000260
           10 ECR-RCACTCL    COMP PIC S9(4).                            00000270
           10 ECR-RCACTCF    PIC X.                                     00000280
           10 ECR-RCACTCI    PIC X(1).                                  00000290
      * NUMERO DE CONTRAT                                               00000300
           10 ECR-RCCONCL    COMP PIC S9(4).                            00000310
           10 ECR-RCCONCF    PIC X.                                     00000320
           10 ECR-RCCONCI    PIC X(12).                                 00000330
      * REFERENCE : JOUR DE RECEPTION (8) + HEURE DE SAISIE (6)         00000340
           10 ECR-RCREFCL    COMP PIC S9(4).                            00000350
           10 ECR-RCREFCF    PIC X.                                     00000360
           10 ECR-RCREFCI    PIC X(14).                                 00000370
      * RECLAMANT                                                       00000380
           10 ECR-RCCLICL    COMP PIC S9(4).                            00000390
           10 ECR-RCCLICF    PIC X.                                     00000400
           10 ECR-RCCLICI    PIC X(30).                                 00000410
      * CANAL : C COURRIER, M COURRIEL, T TEL, A AGENCE, E EXTRANET     00000420
           10 ECR-RCCANCL    COMP PIC S9(4).                            00000430
           10 ECR-RCCANCF    PIC X.                                     00000440
           10 ECR-RCCANCI    PIC X(1).                                  00000450
      * CATEGORIE : CO, CR, AF, AU                                      00000460
           10 ECR-RCCATCL    COMP PIC S9(4).                            00000470
           10 ECR-RCCATCF    PIC X.                                     00000480
           10 ECR-RCCATCI    PIC X(2).                                  00000490
      * JOUR DE RECEPTION SSAAMMJJ                                      00000500
           10 ECR-RCDRCCL    COMP PIC S9(4).                            00000510
           10 ECR-RCDRCCF    PIC X.                                     00000520
           10 ECR-RCDRCCI    PIC X(8).                                  00000530
      * ISSUE : F FONDEE, P PARTIELLEMENT, N NON FONDEE                 00000540
           10 ECR-RCISSCL    COMP PIC S9(4).                            00000550
           10 ECR-RCISSCF    PIC X.                                     00000560
           10 ECR-RCISSCI    PIC X(1).                                  00000570
      * LIEN : H ACTION FB00HIST, D DOCUMENT                            00000580
           10 ECR-RCLTYCL    COMP PIC S9(4).                            00000590
           10 ECR-RCLTYCF    PIC X.                                     00000600
           10 ECR-RCLTYCI    PIC X(1).                                  00000610
      * REFERENCE DE L'ACTION OU DU DOCUMENT LIE                        00000620
           10 ECR-RCLRECL    COMP PIC S9(4).                            00000630
           10 ECR-RCLRECF    PIC X.                                     00000640
           10 ECR-RCLRECI    PIC X(30).                                 00000650
      * OBJET (CREATION) OU RESUME DE LA REPONSE                        00000660
           10 ECR-RCTXTCL    COMP PIC S9(4).                            00000670
           10 ECR-RCTXTCF    PIC X.                                     00000680
           10 ECR-RCTXTCI    PIC X(60).                                 00000690
      * LIGNE 1 DE LA LISTE DES RECLAMATIONS                            00000700
           10 ECR-RCL01L     COMP PIC S9(4).                            00000710
           10 ECR-RCL01F     PIC X.                                     00000720
           10 ECR-RCL01I     PIC X(70).                                 00000730
      * LIGNE 2 DE LA LISTE DES RECLAMATIONS                            00000740
           10 ECR-RCL02L     COMP PIC S9(4).                            00000750
           10 ECR-RCL02F     PIC X.                                     00000760
           10 ECR-RCL02I     PIC X(70).                                 00000770
      * LIGNE 3 DE LA LISTE DES RECLAMATIONS                            00000780
           10 ECR-RCL03L     COMP PIC S9(4).                            00000790
           10 ECR-RCL03F     PIC X.                                     00000800
           10 ECR-RCL03I     PIC X(70).                                 00000810
      * LIGNE 4 DE LA LISTE DES RECLAMATIONS                            00000820
           10 ECR-RCL04L     COMP PIC S9(4).                            00000830
           10 ECR-RCL04F     PIC X.                                     00000840
           10 ECR-RCL04I     PIC X(70).                                 00000850
      * LIGNE 5 DE LA LISTE DES RECLAMATIONS                            00000860
           10 ECR-RCL05L     COMP PIC S9(4).                            00000870
           10 ECR-RCL05F     PIC X.                                     00000880
           10 ECR-RCL05I     PIC X(70).                                 00000890
      * LIGNE 6 DE LA LISTE DES RECLAMATIONS                            00000900
           10 ECR-RCL06L     COMP PIC S9(4).                            00000910
           10 ECR-RCL06F     PIC X.                                     00000920
           10 ECR-RCL06I     PIC X(70).                                 00000930
      * LIGNE 7 DE LA LISTE DES RECLAMATIONS                            00000940
           10 ECR-RCL07L     COMP PIC S9(4).                            00000950
           10 ECR-RCL07F     PIC X.                                     00000960
           10 ECR-RCL07I     PIC X(70).                                 00000970
      * LIGNE 8 DE LA LISTE DES RECLAMATIONS                            00000980
           10 ECR-RCL08L     COMP PIC S9(4).                            00000990
           10 ECR-RCL08F     PIC X.                                     00001000
           10 ECR-RCL08I     PIC X(70).                                 00001010
      * LIGNE 1 DU DETAIL DE LA RECLAMATION                             00001020
           10 ECR-RCD01L     COMP PIC S9(4).                            00001030
           10 ECR-RCD01F     PIC X.                                     00001040
           10 ECR-RCD01I     PIC X(79).                                 00001050
      * LIGNE 2 DU DETAIL DE LA RECLAMATION                             00001060
           10 ECR-RCD02L     COMP PIC S9(4).                            00001070
           10 ECR-RCD02F     PIC X.                                     00001080
           10 ECR-RCD02I     PIC X(79).                                 00001090
      * LIGNE 3 DU DETAIL DE LA RECLAMATION                             00001100
           10 ECR-RCD03L     COMP PIC S9(4).                            00001110
           10 ECR-RCD03F     PIC X.                                     00001120
           10 ECR-RCD03I     PIC X(79).                                 00001130
      * MESSAGE INFORMATIF                                              00001140
           10 ECR-XMSGILL    COMP PIC S9(4).                            00001150
           10 ECR-XMSGILF    PIC X.                                     00001160
           10 ECR-XMSGILI    PIC X(59).                                 00001170
      * MESSAGE D'ANOMALIE                                              00001180
           10 ECR-XMSGALL    COMP PIC S9(4).                            00001190
           10 ECR-XMSGALF    PIC X.                                     00001200
           10 ECR-XMSGALI    PIC X(79).                                 00001210
      ***************************************************************** 00001220
      * REGISTRE DES RECLAMATIONS CLIENT                                00001230
      ***************************************************************** 00001240
       05   FB26M0O REDEFINES FB26M0I.                                  00001250
           10 FILLER    PIC X(12).                                      00001260
           10 FILLER    PIC X(2).                                       00001270
           10 ECR-XTRMTRACA  PIC X.                                     00001280
           10 ECR-XTRMTRACO  PIC X(9).                                  00001290
           10 FILLER    PIC X(2).                                       00001300
           10 ECR-XAPPLILA   PIC X.                                     00001310
           10 ECR-XAPPLILO   PIC X(30).                                 00001320
           10 FILLER    PIC X(2).                                       00001330
           10 ECR-XJOURDA    PIC X.                                     00001340
           10 ECR-XJOURDO    PIC X(8).                                  00001350
           10 FILLER    PIC X(2).                                       00001360
           10 ECR-XRACFLA    PIC X.                                     00001370
           10 ECR-XRACFLO    PIC X(15).                                 00001380
           10 FILLER    PIC X(2).                                       00001390
           10 ECR-XHEUREDA   PIC X.                                     00001400
           10 ECR-XHEUREDO   PIC X(8).                                  00001410
           10 FILLER    PIC X(2).                                       00001420
           10 ECR-RCACTCA    PIC X.                                     00001430
           10 ECR-RCACTCO    PIC X(1).                                  00001440
           10 FILLER    PIC X(2).                                       00001450
           10 ECR-RCCONCA    PIC X.                                     00001460
           10 ECR-RCCONCO    PIC X(12).                                 00001470
           10 FILLER    PIC X(2).                                       00001480
           10 ECR-RCREFCA    PIC X.                                     00001490
           10 ECR-RCREFCO    PIC X(14).                                 00001500
           10 FILLER    PIC X(2).                                       00001510
           10 ECR-RCCLICA    PIC X.                                     00001520
           10 ECR-RCCLICO    PIC X(30).                                 00001530
           10 FILLER    PIC X(2).                                       00001540
           10 ECR-RCCANCA    PIC X.                                     00001550
           10 ECR-RCCANCO    PIC X(1).                                  00001560
           10 FILLER    PIC X(2).                                       00001570
           10 ECR-RCCATCA    PIC X.                                     00001580
           10 ECR-RCCATCO    PIC X(2).                                  00001590
           10 FILLER    PIC X(2).                                       00001600
           10 ECR-RCDRCCA    PIC X.                                     00001610
           10 ECR-RCDRCCO    PIC X(8).                                  00001620
           10 FILLER    PIC X(2).                                       00001630
           10 ECR-RCISSCA    PIC X.                                     00001640
           10 ECR-RCISSCO    PIC X(1).                                  00001650
           10 FILLER    PIC X(2).                                       00001660
           10 ECR-RCLTYCA    PIC X.                                     00001670
           10 ECR-RCLTYCO    PIC X(1).                                  00001680
           10 FILLER    PIC X(2).                                       00001690
           10 ECR-RCLRECA    PIC X.                                     00001700
           10 ECR-RCLRECO    PIC X(30).                                 00001710
           10 FILLER    PIC X(2).                                       00001720
           10 ECR-RCTXTCA    PIC X.                                     00001730
           10 ECR-RCTXTCO    PIC X(60).                                 00001740
           10 FILLER    PIC X(2).                                       00001750
           10 ECR-RCL01A     PIC X.                                     00001760
           10 ECR-RCL01O     PIC X(70).                                 00001770
           10 FILLER    PIC X(2).                                       00001780
           10 ECR-RCL02A     PIC X.                                     00001790
           10 ECR-RCL02O     PIC X(70).                                 00001800
           10 FILLER    PIC X(2).                                       00001810
           10 ECR-RCL03A     PIC X.                                     00001820
           10 ECR-RCL03O     PIC X(70).                                 00001830
           10 FILLER    PIC X(2).                                       00001840
           10 ECR-RCL04A     PIC X.                                     00001850
           10 ECR-RCL04O     PIC X(70).                                 00001860
           10 FILLER    PIC X(2).                                       00001870
           10 ECR-RCL05A     PIC X.                                     00001880
           10 ECR-RCL05O     PIC X(70).                                 00001890
           10 FILLER    PIC X(2).                                       00001900
           10 ECR-RCL06A     PIC X.                                     00001910
           10 ECR-RCL06O     PIC X(70).                                 00001920
           10 FILLER    PIC X(2).                                       00001930
           10 ECR-RCL07A     PIC X.                                     00001940
           10 ECR-RCL07O     PIC X(70).                                 00001950
           10 FILLER    PIC X(2).                                       00001960
           10 ECR-RCL08A     PIC X.                                     00001970
           10 ECR-RCL08O     PIC X(70).                                 00001980
           10 FILLER    PIC X(2).                                       00001990
           10 ECR-RCD01A     PIC X.                                     00002000
           10 ECR-RCD01O     PIC X(79).                                 00002010
           10 FILLER    PIC X(2).                                       00002020
           10 ECR-RCD02A     PIC X.                                     00002030
           10 ECR-RCD02O     PIC X(79).                                 00002040
           10 FILLER    PIC X(2).                                       00002050
           10 ECR-RCD03A     PIC X.                                     00002060
           10 ECR-RCD03O     PIC X(79).                                 00002070
           10 FILLER    PIC X(2).                                       00002080
           10 ECR-XMSGILA    PIC X.                                     00002090
           10 ECR-XMSGILO    PIC X(59).                                 00002100
           10 FILLER    PIC X(2).                                       00002110
           10 ECR-XMSGALA    PIC X.                                     00002120
           10 ECR-XMSGALO    PIC X(79).                                 00002130
