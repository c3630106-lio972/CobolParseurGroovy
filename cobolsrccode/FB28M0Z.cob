      ***************************************************************** 00000010
      * REFERENTIEL DES LOUEURS ET FINANCEURS                           00000020
      ***************************************************************** 00000030
       05   FB28M0I.                                                    00000040
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
      * ACTION : A AFF. C CREER M MODIF S DESACT. L LISTER              00000260
           10 ECR-LOACTCL    COMP PIC S9(4).                            00000270
           10 ECR-LOACTCF    PIC X.                                     00000280
           10 ECR-LOACTCI    PIC X(1).                                  00000290
      * CODE LOUEUR                                                     00000300
           10 ECR-LOCODCL    COMP PIC S9(4).                            00000310
           10 ECR-LOCODCF    PIC X.                                     00000320
           10 ECR-LOCODCI    PIC X(5).                                  00000330
      * NATURE : L LOUEUR, F FINANCEUR                                  00000340
           10 ECR-LONATCL    COMP PIC S9(4).                            00000350
           10 ECR-LONATCF    PIC X.                                     00000360
           10 ECR-LONATCI    PIC X(1).                                  00000370
      * RAISON SOCIALE                                                  00000380
           10 ECR-LONOMCL    COMP PIC S9(4).                            00000390
           10 ECR-LONOMCF    PIC X.                                     00000400
           10 ECR-LONOMCI    PIC X(30).                                 00000410
      * ADRESSE LIGNE 1                                                 00000420
           10 ECR-LOAD1CL    COMP PIC S9(4).                            00000430
           10 ECR-LOAD1CF    PIC X.                                     00000440
           10 ECR-LOAD1CI    PIC X(32).                                 00000450
      * ADRESSE LIGNE 2                                                 00000460
           10 ECR-LOAD2CL    COMP PIC S9(4).                            00000470
           10 ECR-LOAD2CF    PIC X.                                     00000480
           10 ECR-LOAD2CI    PIC X(32).                                 00000490
      * CODE POSTAL ET VILLE                                            00000500
           10 ECR-LOCPVCL    COMP PIC S9(4).                            00000510
           10 ECR-LOCPVCF    PIC X.                                     00000520
           10 ECR-LOCPVCI    PIC X(32).                                 00000530
      * CANAL : C COURRIER, M MESSAGERIE, E EDI                         00000540
           10 ECR-LOCANCL    COMP PIC S9(4).                            00000550
           10 ECR-LOCANCF    PIC X.                                     00000560
           10 ECR-LOCANCI    PIC X(1).                                  00000570
      * LOUEUR AFFECTABLE (O/N)                                         00000580
           10 ECR-LOACFCL    COMP PIC S9(4).                            00000590
           10 ECR-LOACFCF    PIC X.                                     00000600
           10 ECR-LOACFCI    PIC X(1).                                  00000610
      * ADRESSE ELECTRONIQUE                                            00000620
           10 ECR-LOELECL    COMP PIC S9(4).                            00000630
           10 ECR-LOELECF    PIC X.                                     00000640
           10 ECR-LOELECI    PIC X(50).                                 00000650
      * DERNIERE MISE A JOUR SSAAMMJJ                                   00000660
           10 ECR-LOMAJCL    COMP PIC S9(4).                            00000670
           10 ECR-LOMAJCF    PIC X.                                     00000680
           10 ECR-LOMAJCI    PIC X(8).                                  00000690
      * RACF DE LA DERNIERE MISE A JOUR                                 00000700
           10 ECR-LORACCL    COMP PIC S9(4).                            00000710
           10 ECR-LORACCF    PIC X.                                     00000720
           10 ECR-LORACCI    PIC X(15).                                 00000730
      * LOUEUR DU REFERENTIEL - LIGNE 1                                 00000740
           10 ECR-LOL01L     COMP PIC S9(4).                            00000750
           10 ECR-LOL01F     PIC X.                                     00000760
           10 ECR-LOL01I     PIC X(70).                                 00000770
      * LOUEUR DU REFERENTIEL - LIGNE 2                                 00000780
           10 ECR-LOL02L     COMP PIC S9(4).                            00000790
           10 ECR-LOL02F     PIC X.                                     00000800
           10 ECR-LOL02I     PIC X(70).                                 00000810
      * LOUEUR DU REFERENTIEL - LIGNE 3                                 00000820
           10 ECR-LOL03L     COMP PIC S9(4).                            00000830
           10 ECR-LOL03F     PIC X.                                     00000840
           10 ECR-LOL03I     PIC X(70).                                 00000850
      * LOUEUR DU REFERENTIEL - LIGNE 4                                 00000860
           10 ECR-LOL04L     COMP PIC S9(4).                            00000870
           10 ECR-LOL04F     PIC X.                                     00000880
           10 ECR-LOL04I     PIC X(70).                                 00000890
      * LOUEUR DU REFERENTIEL - LIGNE 5                                 00000900
           10 ECR-LOL05L     COMP PIC S9(4).                            00000910
           10 ECR-LOL05F     PIC X.                                     00000920
           10 ECR-LOL05I     PIC X(70).                                 00000930
      * LOUEUR DU REFERENTIEL - LIGNE 6                                 00000940
           10 ECR-LOL06L     COMP PIC S9(4).                            00000950
           10 ECR-LOL06F     PIC X.                                     00000960
           10 ECR-LOL06I     PIC X(70).                                 00000970
      * MESSAGE INFORMATIF                                              00000980
           10 ECR-XMSGILL    COMP PIC S9(4).                            00000990
           10 ECR-XMSGILF    PIC X.                                     00001000
           10 ECR-XMSGILI    PIC X(59).                                 00001010
      * MESSAGE D'ANOMALIE                                              00001020
           10 ECR-XMSGALL    COMP PIC S9(4).                            00001030
           10 ECR-XMSGALF    PIC X.                                     00001040
           10 ECR-XMSGALI    PIC X(79).                                 00001050
      ***************************************************************** 00001060
      * REFERENTIEL DES LOUEURS ET FINANCEURS                           00001070
      ***************************************************************** 00001080
       05   FB28M0O REDEFINES FB28M0I.                                  00001090
           10 FILLER    PIC X(12).                                      00001100
           10 FILLER    PIC X(2).                                       00001110
           10 ECR-XTRMTRACA  PIC X.                                     00001120
           10 ECR-XTRMTRACO  PIC X(9).                                  00001130
           10 FILLER    PIC X(2).                                       00001140
           10 ECR-XAPPLILA   PIC X.                                     00001150
           10 ECR-XAPPLILO   PIC X(30).                                 00001160
           10 FILLER    PIC X(2).                                       00001170
           10 ECR-XJOURDA    PIC X.                                     00001180
           10 ECR-XJOURDO    PIC X(8).                                  00001190
           10 FILLER    PIC X(2).                                       00001200
           10 ECR-XRACFLA    PIC X.                                     00001210
           10 ECR-XRACFLO    PIC X(15).                                 00001220
           10 FILLER    PIC X(2).                                       00001230
           10 ECR-XHEUREDA   PIC X.                                     00001240
           10 ECR-XHEUREDO   PIC X(8).                                  00001250
           10 FILLER    PIC X(2).                                       00001260
           10 ECR-LOACTCA    PIC X.                                     00001270
           10 ECR-LOACTCO    PIC X(1).                                  00001280
           10 FILLER    PIC X(2).                                       00001290
           10 ECR-LOCODCA    PIC X.                                     00001300
           10 ECR-LOCODCO    PIC X(5).                                  00001310
           10 FILLER    PIC X(2).                                       00001320
           10 ECR-LONATCA    PIC X.                                     00001330
           10 ECR-LONATCO    PIC X(1).                                  00001340
           10 FILLER    PIC X(2).                                       00001350
           10 ECR-LONOMCA    PIC X.                                     00001360
           10 ECR-LONOMCO    PIC X(30).                                 00001370
           10 FILLER    PIC X(2).                                       00001380
           10 ECR-LOAD1CA    PIC X.                                     00001390
           10 ECR-LOAD1CO    PIC X(32).                                 00001400
           10 FILLER    PIC X(2).                                       00001410
           10 ECR-LOAD2CA    PIC X.                                     00001420
           10 ECR-LOAD2CO    PIC X(32).                                 00001430
           10 FILLER    PIC X(2).                                       00001440
           10 ECR-LOCPVCA    PIC X.                                     00001450
           10 ECR-LOCPVCO    PIC X(32).                                 00001460
           10 FILLER    PIC X(2).                                       00001470
           10 ECR-LOCANCA    PIC X.                                     00001480
           10 ECR-LOCANCO    PIC X(1).                                  00001490
           10 FILLER    PIC X(2).                                       00001500
           10 ECR-LOACFCA    PIC X.                                     00001510
           10 ECR-LOACFCO    PIC X(1).                                  00001520
           10 FILLER    PIC X(2).                                       00001530
           10 ECR-LOELECA    PIC X.                                     00001540
           10 ECR-LOELECO    PIC X(50).                                 00001550
           10 FILLER    PIC X(2).                                       00001560
           10 ECR-LOMAJCA    PIC X.                                     00001570
           10 ECR-LOMAJCO    PIC X(8).                                  00001580
           10 FILLER    PIC X(2).                                       00001590
           10 ECR-LORACCA    PIC X.                                     00001600
           10 ECR-LORACCO    PIC X(15).                                 00001610
           10 FILLER    PIC X(2).                                       00001620
           10 ECR-LOL01A     PIC X.                                     00001630
           10 ECR-LOL01O     PIC X(70).                                 00001640
           10 FILLER    PIC X(2).                                       00001650
           10 ECR-LOL02A     PIC X.                                     00001660
           10 ECR-LOL02O     PIC X(70).                                 00001670
           10 FILLER    PIC X(2).                                       00001680
           10 ECR-LOL03A     PIC X.                                     00001690
           10 ECR-LOL03O     PIC X(70).                                 00001700
           10 FILLER    PIC X(2).                                       00001710
           10 ECR-LOL04A     PIC X.                                     00001720
           10 ECR-LOL04O     PIC X(70).                                 00001730
           10 FILLER    PIC X(2).                                       00001740
           10 ECR-LOL05A     PIC X.                                     00001750
           10 ECR-LOL05O     PIC X(70).                                 00001760
           10 FILLER    PIC X(2).                                       00001770
           10 ECR-LOL06A     PIC X.                                     00001780
           10 ECR-LOL06O     PIC X(70).                                 00001790
           10 FILLER    PIC X(2).                                       00001800
           10 ECR-XMSGILA    PIC X.                                     00001810
           10 ECR-XMSGILO    PIC X(59).                                 00001820
           10 FILLER    PIC X(2).                                       00001830
           10 ECR-XMSGALA    PIC X.                                     00001840
           10 ECR-XMSGALO    PIC X(79).                                 00001850
