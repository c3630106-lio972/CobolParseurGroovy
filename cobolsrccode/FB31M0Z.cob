      ***************************************************************** 00000010
      * LITIGES SUR LE CRM                                              00000020
      ***************************************************************** 00000030
       05   FB31M0I.                                                    00000040
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
      * ACTION : A AFF. C OUVRIR M MODIF D DECIDER L LISTER             00000260
           10 ECR-LTACTCL    COMP PIC S9(4).                            00000270
           10 ECR-LTACTCF    PIC X.                                     00000280
           10 ECR-LTACTCI    PIC X(1).                                  00000290
      * NUMERO DE CONTRAT                                               00000300
           10 ECR-LTCONCL    COMP PIC S9(4).                            00000310
           10 ECR-LTCONCF    PIC X.                                     00000320
           10 ECR-LTCONCI    PIC X(12).                                 00000330
      * RANG DU CONDUCTEUR SUR LE VEHICULE                              00000340
           10 ECR-LTRANCL    COMP PIC S9(4).                            00000350
           10 ECR-LTRANCF    PIC X.                                     00000360
           10 ECR-LTRANCI    PIC X(4).                                  00000370
      * DATE D'OUVERTURE DU DOSSIER SSAAMMJJ                            00000380
           10 ECR-LTDOUCL    COMP PIC S9(4).                            00000390
           10 ECR-LTDOUCF    PIC X.                                     00000400
           10 ECR-LTDOUCI    PIC X(8).                                  00000410
      * NUMERO CLIENT                                                   00000420
           10 ECR-LTCLICL    COMP PIC S9(4).                            00000430
           10 ECR-LTCLICF    PIC X.                                     00000440
           10 ECR-LTCLICI    PIC X(11).                                 00000450
      * IMMATRICULATION DU VEHICULE                                     00000460
           10 ECR-LTIMMCL    COMP PIC S9(4).                            00000470
           10 ECR-LTIMMCF    PIC X.                                     00000480
           10 ECR-LTIMMCI    PIC X(10).                                 00000490
      * DATE DE SURVENANCE DU SINISTRE CONTESTE SSAAMMJJ                00000500
           10 ECR-LTDSICL    COMP PIC S9(4).                            00000510
           10 ECR-LTDSICF    PIC X.                                     00000520
           10 ECR-LTDSICI    PIC X(8).                                  00000530
      * PART DE RESPONSABILITE ENREGISTREE (SIPRESP)                    00000540
           10 ECR-LTRINCL    COMP PIC S9(4).                            00000550
           10 ECR-LTRINCF    PIC X.                                     00000560
           10 ECR-LTRINCI    PIC X(3).                                  00000570
      * MOTIF : R RESPONSABILITE C AUTRE CONDUCTEUR                     00000580
           10 ECR-LTMOTCL    COMP PIC S9(4).                            00000590
           10 ECR-LTMOTCF    PIC X.                                     00000600
           10 ECR-LTMOTCI    PIC X(1).                                  00000610
      * PART DE RESPONSABILITE CORRIGEE                                 00000620
           10 ECR-LTRCOCL    COMP PIC S9(4).                            00000630
           10 ECR-LTRCOCF    PIC X.                                     00000640
           10 ECR-LTRCOCI    PIC X(3).                                  00000650
      * RANG DU CONDUCTEUR RESPONSABLE (MOTIF C)                        00000660
           10 ECR-LTRAUCL    COMP PIC S9(4).                            00000670
           10 ECR-LTRAUCF    PIC X.                                     00000680
           10 ECR-LTRAUCI    PIC X(4).                                  00000690
      * REFERENCE DE LA PIECE JUSTIFICATIVE                             00000700
           10 ECR-LTPRECL    COMP PIC S9(4).                            00000710
           10 ECR-LTPRECF    PIC X.                                     00000720
           10 ECR-LTPRECI    PIC X(20).                                 00000730
      * CRM CONTESTE EN CENTIEMES                                       00000740
           10 ECR-LTCRMCL    COMP PIC S9(4).                            00000750
           10 ECR-LTCRMCF    PIC X.                                     00000760
           10 ECR-LTCRMCI    PIC X(3).                                  00000770
      * DECISION : E INSTRUCTION A ACCEPTEE R REJETEE                   00000780
           10 ECR-LTDECCL    COMP PIC S9(4).                            00000790
           10 ECR-LTDECCF    PIC X.                                     00000800
           10 ECR-LTDECCI    PIC X(1).                                  00000810
      * MOTIF DE LA DECISION                                            00000820
           10 ECR-LTMDECL    COMP PIC S9(4).                            00000830
           10 ECR-LTMDECF    PIC X.                                     00000840
           10 ECR-LTMDECI    PIC X(30).                                 00000850
      * DATE DE LA DECISION SSAAMMJJ                                    00000860
           10 ECR-LTDDECL    COMP PIC S9(4).                            00000870
           10 ECR-LTDDECF    PIC X.                                     00000880
           10 ECR-LTDDECI    PIC X(8).                                  00000890
      * RACF DE LA DECISION                                             00000900
           10 ECR-LTRDECL    COMP PIC S9(4).                            00000910
           10 ECR-LTRDECF    PIC X.                                     00000920
           10 ECR-LTRDECI    PIC X(15).                                 00000930
      * DATE DU RECALCUL SSAAMMJJ                                       00000940
           10 ECR-LTTRTCL    COMP PIC S9(4).                            00000950
           10 ECR-LTTRTCF    PIC X.                                     00000960
           10 ECR-LTTRTCI    PIC X(8).                                  00000970
      * CRM CORRIGE EN CENTIEMES                                        00000980
           10 ECR-LTCRCCL    COMP PIC S9(4).                            00000990
           10 ECR-LTCRCCF    PIC X.                                     00001000
           10 ECR-LTCRCCI    PIC X(3).                                  00001010
      * CORRECTION AGIRA EMISE O/N                                      00001020
           10 ECR-LTAGICL    COMP PIC S9(4).                            00001030
           10 ECR-LTAGICF    PIC X.                                     00001040
           10 ECR-LTAGICI    PIC X(1).                                  00001050
      * DOSSIER DE LA LISTE - LIGNE 1                                   00001060
           10 ECR-LTL01L     COMP PIC S9(4).                            00001070
           10 ECR-LTL01F     PIC X.                                     00001080
           10 ECR-LTL01I     PIC X(70).                                 00001090
      * DOSSIER DE LA LISTE - LIGNE 2                                   00001100
           10 ECR-LTL02L     COMP PIC S9(4).                            00001110
           10 ECR-LTL02F     PIC X.                                     00001120
           10 ECR-LTL02I     PIC X(70).                                 00001130
      * DOSSIER DE LA LISTE - LIGNE 3                                   00001140
           10 ECR-LTL03L     COMP PIC S9(4).                            00001150
           10 ECR-LTL03F     PIC X.                                     00001160
           10 ECR-LTL03I     PIC X(70).                                 00001170
      * DOSSIER DE LA LISTE - LIGNE 4                                   00001180
           10 ECR-LTL04L     COMP PIC S9(4).                            00001190
           10 ECR-LTL04F     PIC X.                                     00001200
           10 ECR-LTL04I     PIC X(70).                                 00001210
      * DOSSIER DE LA LISTE - LIGNE 5                                   00001220
           10 ECR-LTL05L     COMP PIC S9(4).                            00001230
           10 ECR-LTL05F     PIC X.                                     00001240
           10 ECR-LTL05I     PIC X(70).                                 00001250
      * DOSSIER DE LA LISTE - LIGNE 6                                   00001260
           10 ECR-LTL06L     COMP PIC S9(4).                            00001270
           10 ECR-LTL06F     PIC X.                                     00001280
           10 ECR-LTL06I     PIC X(70).                                 00001290
      * MESSAGE INFORMATIF                                              00001300
           10 ECR-XMSGILL    COMP PIC S9(4).                            00001310
           10 ECR-XMSGILF    PIC X.                                     00001320
           10 ECR-XMSGILI    PIC X(59).                                 00001330
      * MESSAGE D'ANOMALIE                                              00001340
           10 ECR-XMSGALL    COMP PIC S9(4).                            00001350
           10 ECR-XMSGALF    PIC X.                                     00001360
           10 ECR-XMSGALI    PIC X(79).                                 00001370
      ***************************************************************** 00001380
      * LITIGES SUR LE CRM                                              00001390
      ***************************************************************** 00001400
       05   FB31M0O REDEFINES FB31M0I.                                  00001410
           10 FILLER    PIC X(12).                                      00001420
           10 FILLER    PIC X(2).                                       00001430
           10 ECR-XTRMTRACA  PIC X.                                     00001440
           10 ECR-XTRMTRACO  PIC X(9).                                  00001450
           10 FILLER    PIC X(2).                                       00001460
           10 ECR-XAPPLILA   PIC X.                                     00001470
           10 ECR-XAPPLILO   PIC X(30).                                 00001480
           10 FILLER    PIC X(2).                                       00001490
           10 ECR-XJOURDA    PIC X.                                     00001500
           10 ECR-XJOURDO    PIC X(8).                                  00001510
           10 FILLER    PIC X(2).                                       00001520
           10 ECR-XRACFLA    PIC X.                                     00001530
           10 ECR-XRACFLO    PIC X(15).                                 00001540
           10 FILLER    PIC X(2).                                       00001550
           10 ECR-XHEUREDA   PIC X.                                     00001560
           10 ECR-XHEUREDO   PIC X(8).                                  00001570
           10 FILLER    PIC X(2).                                       00001580
           10 ECR-LTACTCA    PIC X.                                     00001590
           10 ECR-LTACTCO    PIC X(1).                                  00001600
           10 FILLER    PIC X(2).                                       00001610
           10 ECR-LTCONCA    PIC X.                                     00001620
           10 ECR-LTCONCO    PIC X(12).                                 00001630
           10 FILLER    PIC X(2).                                       00001640
           10 ECR-LTRANCA    PIC X.                                     00001650
           10 ECR-LTRANCO    PIC X(4).                                  00001660
           10 FILLER    PIC X(2).                                       00001670
           10 ECR-LTDOUCA    PIC X.                                     00001680
           10 ECR-LTDOUCO    PIC X(8).                                  00001690
           10 FILLER    PIC X(2).                                       00001700
           10 ECR-LTCLICA    PIC X.                                     00001710
           10 ECR-LTCLICO    PIC X(11).                                 00001720
           10 FILLER    PIC X(2).                                       00001730
           10 ECR-LTIMMCA    PIC X.                                     00001740
           10 ECR-LTIMMCO    PIC X(10).                                 00001750
           10 FILLER    PIC X(2).                                       00001760
           10 ECR-LTDSICA    PIC X.                                     00001770
           10 ECR-LTDSICO    PIC X(8).                                  00001780
           10 FILLER    PIC X(2).                                       00001790
           10 ECR-LTRINCA    PIC X.                                     00001800
           10 ECR-LTRINCO    PIC X(3).                                  00001810
           10 FILLER    PIC X(2).                                       00001820
           10 ECR-LTMOTCA    PIC X.                                     00001830
           10 ECR-LTMOTCO    PIC X(1).                                  00001840
           10 FILLER    PIC X(2).                                       00001850
           10 ECR-LTRCOCA    PIC X.                                     00001860
           10 ECR-LTRCOCO    PIC X(3).                                  00001870
           10 FILLER    PIC X(2).                                       00001880
           10 ECR-LTRAUCA    PIC X.                                     00001890
           10 ECR-LTRAUCO    PIC X(4).                                  00001900
           10 FILLER    PIC X(2).                                       00001910
           10 ECR-LTPRECA    PIC X.                                     00001920
           10 ECR-LTPRECO    PIC X(20).                                 00001930
           10 FILLER    PIC X(2).                                       00001940
           10 ECR-LTCRMCA    PIC X.                                     00001950
           10 ECR-LTCRMCO    PIC X(3).                                  00001960
           10 FILLER    PIC X(2).                                       00001970
           10 ECR-LTDECCA    PIC X.                                     00001980
           10 ECR-LTDECCO    PIC X(1).                                  00001990
           10 FILLER    PIC X(2).                                       00002000
           10 ECR-LTMDECA    PIC X.                                     00002010
           10 ECR-LTMDECO    PIC X(30).                                 00002020
           10 FILLER    PIC X(2).                                       00002030
           10 ECR-LTDDECA    PIC X.                                     00002040
           10 ECR-LTDDECO    PIC X(8).                                  00002050
           10 FILLER    PIC X(2).                                       00002060
           10 ECR-LTRDECA    PIC X.                                     00002070
           10 ECR-LTRDECO    PIC X(15).                                 00002080
           10 FILLER    PIC X(2).                                       00002090
           10 ECR-LTTRTCA    PIC X.                                     00002100
           10 ECR-LTTRTCO    PIC X(8).                                  00002110
           10 FILLER    PIC X(2).                                       00002120
           10 ECR-LTCRCCA    PIC X.                                     00002130
           10 ECR-LTCRCCO    PIC X(3).                                  00002140
           10 FILLER    PIC X(2).                                       00002150
           10 ECR-LTAGICA    PIC X.                                     00002160
           10 ECR-LTAGICO    PIC X(1).                                  00002170
           10 FILLER    PIC X(2).                                       00002180
           10 ECR-LTL01A     PIC X.                                     00002190
           10 ECR-LTL01O     PIC X(70).                                 00002200
           10 FILLER    PIC X(2).                                       00002210
           10 ECR-LTL02A     PIC X.                                     00002220
           10 ECR-LTL02O     PIC X(70).                                 00002230
           10 FILLER    PIC X(2).                                       00002240
           10 ECR-LTL03A     PIC X.                                     00002250
           10 ECR-LTL03O     PIC X(70).                                 00002260
           10 FILLER    PIC X(2).                                       00002270
           10 ECR-LTL04A     PIC X.                                     00002280
           10 ECR-LTL04O     PIC X(70).                                 00002290
           10 FILLER    PIC X(2).                                       00002300
           10 ECR-LTL05A     PIC X.                                     00002310
           10 ECR-LTL05O     PIC X(70).                                 00002320
           10 FILLER    PIC X(2).                                       00002330
           10 ECR-LTL06A     PIC X.                                     00002340
           10 ECR-LTL06O     PIC X(70).                                 00002350
           10 FILLER    PIC X(2).                                       00002360
           10 ECR-XMSGILA    PIC X.                                     00002370
           10 ECR-XMSGILO    PIC X(59).                                 00002380
           10 FILLER    PIC X(2).                                       00002390
           10 ECR-XMSGALA    PIC X.                                     00002400
           10 ECR-XMSGALO    PIC X(79).                                 00002410
