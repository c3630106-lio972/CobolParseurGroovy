      ***************************************************************** 00000010
      * REGLES D'ACCEPTATION SOUSCRIPTION                               00000020
      ***************************************************************** 00000030
       05   FB29M0I.                                                    00000040
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
           10 ECR-RGACTCL    COMP PIC S9(4).                            00000270
           10 ECR-RGACTCF    PIC X.                                     00000280
           10 ECR-RGACTCI    PIC X(1).                                  00000290
      * CODE REGLE                                                      00000300
           10 ECR-RGCODCL    COMP PIC S9(4).                            00000310
           10 ECR-RGCODCF    PIC X.                                     00000320
           10 ECR-RGCODCI    PIC X(5).                                  00000330
      * DATE D'EFFET SSAAMMJJ                                           00000340
           10 ECR-RGDDECL    COMP PIC S9(4).                            00000350
           10 ECR-RGDDECF    PIC X.                                     00000360
           10 ECR-RGDDECI    PIC X(8).                                  00000370
      * DATE DE FIN SSAAMMJJ (99999999 = SANS LIMITE)                   00000380
           10 ECR-RGDFICL    COMP PIC S9(4).                            00000390
           10 ECR-RGDFICF    PIC X.                                     00000400
           10 ECR-RGDFICI    PIC X(8).                                  00000410
      * LIBELLE DE LA REGLE                                             00000420
           10 ECR-RGLIBCL    COMP PIC S9(4).                            00000430
           10 ECR-RGLIBCF    PIC X.                                     00000440
           10 ECR-RGLIBCI    PIC X(40).                                 00000450
      * ROLE : P PRINCIPAL, T PRINCIPAL OU SECONDAIRE                   00000460
           10 ECR-RGROLCL    COMP PIC S9(4).                            00000470
           10 ECR-RGROLCF    PIC X.                                     00000480
           10 ECR-RGROLCI    PIC X(1).                                  00000490
      * AGE DU CONDUCTEUR INFERIEUR A                                   00000500
           10 ECR-RGAGECL    COMP PIC S9(4).                            00000510
           10 ECR-RGAGECF    PIC X.                                     00000520
           10 ECR-RGAGECI    PIC X(2).                                  00000530
      * ANCIENNETE DE PERMIS INFERIEURE A (ANNEES)                      00000540
           10 ECR-RGANCCL    COMP PIC S9(4).                            00000550
           10 ECR-RGANCCF    PIC X.                                     00000560
           10 ECR-RGANCCI    PIC X(2).                                  00000570
      * CRM SUPERIEUR A (CENTIEMES)                                     00000580
           10 ECR-RGCRMCL    COMP PIC S9(4).                            00000590
           10 ECR-RGCRMCF    PIC X.                                     00000600
           10 ECR-RGCRMCI    PIC X(3).                                  00000610
      * GROUPE DU VEHICULE AU MOINS EGAL A                              00000620
           10 ECR-RGGRPCL    COMP PIC S9(4).                            00000630
           10 ECR-RGGRPCF    PIC X.                                     00000640
           10 ECR-RGGRPCI    PIC X(2).                                  00000650
      * CLASSE DU VEHICULE AU MOINS EGALE A                             00000660
           10 ECR-RGCLACL    COMP PIC S9(4).                            00000670
           10 ECR-RGCLACF    PIC X.                                     00000680
           10 ECR-RGCLACI    PIC X(1).                                  00000690
      * VALEUR DU VEHICULE AU MOINS EGALE A                             00000700
           10 ECR-RGVALCL    COMP PIC S9(4).                            00000710
           10 ECR-RGVALCF    PIC X.                                     00000720
           10 ECR-RGVALCI    PIC X(7).                                  00000730
      * ISSUE : B BLOQUANTE, A ACCORD FB08, V AVERTISSEMENT             00000740
           10 ECR-RGISSCL    COMP PIC S9(4).                            00000750
           10 ECR-RGISSCF    PIC X.                                     00000760
           10 ECR-RGISSCI    PIC X(1).                                  00000770
      * DERNIERE MISE A JOUR SSAAMMJJ                                   00000780
           10 ECR-RGMAJCL    COMP PIC S9(4).                            00000790
           10 ECR-RGMAJCF    PIC X.                                     00000800
           10 ECR-RGMAJCI    PIC X(8).                                  00000810
      * RACF DE LA DERNIERE MISE A JOUR                                 00000820
           10 ECR-RGRACCL    COMP PIC S9(4).                            00000830
           10 ECR-RGRACCF    PIC X.                                     00000840
           10 ECR-RGRACCI    PIC X(15).                                 00000850
      * REGLE DE LA TABLE - LIGNE 1                                     00000860
           10 ECR-RGL01L     COMP PIC S9(4).                            00000870
           10 ECR-RGL01F     PIC X.                                     00000880
           10 ECR-RGL01I     PIC X(70).                                 00000890
      * REGLE DE LA TABLE - LIGNE 2                                     00000900
           10 ECR-RGL02L     COMP PIC S9(4).                            00000910
           10 ECR-RGL02F     PIC X.                                     00000920
           10 ECR-RGL02I     PIC X(70).                                 00000930
      * REGLE DE LA TABLE - LIGNE 3                                     00000940
           10 ECR-RGL03L     COMP PIC S9(4).                            00000950
           10 ECR-RGL03F     PIC X.                                     00000960
           10 ECR-RGL03I     PIC X(70).                                 00000970
      * REGLE DE LA TABLE - LIGNE 4                                     00000980
           10 ECR-RGL04L     COMP PIC S9(4).                            00000990
           10 ECR-RGL04F     PIC X.                                     00001000
           10 ECR-RGL04I     PIC X(70).                                 00001010
      * REGLE DE LA TABLE - LIGNE 5                                     00001020
           10 ECR-RGL05L     COMP PIC S9(4).                            00001030
           10 ECR-RGL05F     PIC X.                                     00001040
           10 ECR-RGL05I     PIC X(70).                                 00001050
      * REGLE DE LA TABLE - LIGNE 6                                     00001060
           10 ECR-RGL06L     COMP PIC S9(4).                            00001070
           10 ECR-RGL06F     PIC X.                                     00001080
           10 ECR-RGL06I     PIC X(70).                                 00001090
      * MESSAGE INFORMATIF                                              00001100
           10 ECR-XMSGILL    COMP PIC S9(4).                            00001110
           10 ECR-XMSGILF    PIC X.                                     00001120
           10 ECR-XMSGILI    PIC X(59).                                 00001130
      * MESSAGE D'ANOMALIE                                              00001140
           10 ECR-XMSGALL    COMP PIC S9(4).                            00001150
           10 ECR-XMSGALF    PIC X.                                     00001160
           10 ECR-XMSGALI    PIC X(79).                                 00001170
      ***************************************************************** 00001180
      * REGLES D'ACCEPTATION SOUSCRIPTION                               00001190
      ***************************************************************** 00001200
       05   FB29M0O REDEFINES FB29M0I.                                  00001210
           10 FILLER    PIC X(12).                                      00001220
           10 FILLER    PIC X(2).                                       00001230
           10 ECR-XTRMTRACA  PIC X.                                     00001240
           10 ECR-XTRMTRACO  PIC X(9).                                  00001250
           10 FILLER    PIC X(2).                                       00001260
           10 ECR-XAPPLILA   PIC X.                                     00001270
           10 ECR-XAPPLILO   PIC X(30).                                 00001280
           10 FILLER    PIC X(2).                                       00001290
           10 ECR-XJOURDA    PIC X.                                     00001300
           10 ECR-XJOURDO    PIC X(8).                                  00001310
           10 FILLER    PIC X(2).                                       00001320
           10 ECR-XRACFLA    PIC X.                                     00001330
           10 ECR-XRACFLO    PIC X(15).                                 00001340
           10 FILLER    PIC X(2).                                       00001350
           10 ECR-XHEUREDA   PIC X.                                     00001360
           10 ECR-XHEUREDO   PIC X(8).                                  00001370
           10 FILLER    PIC X(2).                                       00001380
           10 ECR-RGACTCA    PIC X.                                     00001390
           10 ECR-RGACTCO    PIC X(1).                                  00001400
           10 FILLER    PIC X(2).                                       00001410
           10 ECR-RGCODCA    PIC X.                                     00001420
           10 ECR-RGCODCO    PIC X(5).                                  00001430
           10 FILLER    PIC X(2).                                       00001440
           10 ECR-RGDDECA    PIC X.                                     00001450
           10 ECR-RGDDECO    PIC X(8).                                  00001460
           10 FILLER    PIC X(2).                                       00001470
           10 ECR-RGDFICA    PIC X.                                     00001480
           10 ECR-RGDFICO    PIC X(8).                                  00001490
           10 FILLER    PIC X(2).                                       00001500
           10 ECR-RGLIBCA    PIC X.                                     00001510
           10 ECR-RGLIBCO    PIC X(40).                                 00001520
           10 FILLER    PIC X(2).                                       00001530
           10 ECR-RGROLCA    PIC X.                                     00001540
           10 ECR-RGROLCO    PIC X(1).                                  00001550
           10 FILLER    PIC X(2).                                       00001560
           10 ECR-RGAGECA    PIC X.                                     00001570
           10 ECR-RGAGECO    PIC X(2).                                  00001580
           10 FILLER    PIC X(2).                                       00001590
           10 ECR-RGANCCA    PIC X.                                     00001600
           10 ECR-RGANCCO    PIC X(2).                                  00001610
           10 FILLER    PIC X(2).                                       00001620
           10 ECR-RGCRMCA    PIC X.                                     00001630
           10 ECR-RGCRMCO    PIC X(3).                                  00001640
           10 FILLER    PIC X(2).                                       00001650
           10 ECR-RGGRPCA    PIC X.                                     00001660
           10 ECR-RGGRPCO    PIC X(2).                                  00001670
           10 FILLER    PIC X(2).                                       00001680
           10 ECR-RGCLACA    PIC X.                                     00001690
           10 ECR-RGCLACO    PIC X(1).                                  00001700
           10 FILLER    PIC X(2).                                       00001710
           10 ECR-RGVALCA    PIC X.                                     00001720
           10 ECR-RGVALCO    PIC X(7).                                  00001730
           10 FILLER    PIC X(2).                                       00001740
           10 ECR-RGISSCA    PIC X.                                     00001750
           10 ECR-RGISSCO    PIC X(1).                                  00001760
           10 FILLER    PIC X(2).                                       00001770
           10 ECR-RGMAJCA    PIC X.                                     00001780
           10 ECR-RGMAJCO    PIC X(8).                                  00001790
           10 FILLER    PIC X(2).                                       00001800
           10 ECR-RGRACCA    PIC X.                                     00001810
           10 ECR-RGRACCO    PIC X(15).                                 00001820
           10 FILLER    PIC X(2).                                       00001830
           10 ECR-RGL01A     PIC X.                                     00001840
           10 ECR-RGL01O     PIC X(70).                                 00001850
           10 FILLER    PIC X(2).                                       00001860
           10 ECR-RGL02A     PIC X.                                     00001870
           10 ECR-RGL02O     PIC X(70).                                 00001880
           10 FILLER    PIC X(2).                                       00001890
           10 ECR-RGL03A     PIC X.                                     00001900
           10 ECR-RGL03O     PIC X(70).                                 00001910
           10 FILLER    PIC X(2).                                       00001920
           10 ECR-RGL04A     PIC X.                                     00001930
           10 ECR-RGL04O     PIC X(70).                                 00001940
           10 FILLER    PIC X(2).                                       00001950
           10 ECR-RGL05A     PIC X.                                     00001960
           10 ECR-RGL05O     PIC X(70).                                 00001970
           10 FILLER    PIC X(2).                                       00001980
           10 ECR-RGL06A     PIC X.                                     00001990
           10 ECR-RGL06O     PIC X(70).                                 00002000
           10 FILLER    PIC X(2).                                       00002010
           10 ECR-XMSGILA    PIC X.                                     00002020
           10 ECR-XMSGILO    PIC X(59).                                 00002030
           10 FILLER    PIC X(2).                                       00002040
           10 ECR-XMSGALA    PIC X.                                     00002050
           10 ECR-XMSGALO    PIC X(79).                                 00002060
