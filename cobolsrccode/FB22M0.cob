         TITLE 'CONFORMITE - REVUE DES GELS D''AVOIRS'                  00001
         PRINT ON,NOGEN                                                 00002
FB22M0   DFHMSD TYPE=MAP,LANG=COBOL,MODE=INOUT,STORAGE=AUTO,SUFFIX=     00003
         TITLE 'APPROBATION DES ACTIONS PARQUEES'                       00004
FB22M00  DFHMDI SIZE=(24,80),MAPATTS=(COLOR),COLUMN=1,LINE=1,          *00005
               DATA=FIELD,TIOAPFX=YES,OBFMT=NO                          00006
* XTRMTRAC                        ECR-XTRMTRAC                          00007
DFH0001  DFHMDF POS=(1,1),LENGTH=9,ATTRB=(PROT,NORM),COLOR=BLUE         00008
         DFHMDF POS=(1,11),LENGTH=1,ATTRB=(PROT,NORM)                   00009
* XAPPLIL                         ECR-XAPPLIL                           00010
DFH0002  DFHMDF POS=(1,26),LENGTH=30,ATTRB=(PROT,NORM),COLOR=BLUE       00011
         DFHMDF POS=(1,57),LENGTH=1,ATTRB=(PROT,NORM)                   00012
         DFHMDF POS=(1,65),LENGTH=6,INITIAL='date :',ATTRB=(PROT,NORM)  00013
* XJOURD                          ECR-XJOURD                            00014
DFH0003  DFHMDF POS=(1,72),LENGTH=8,INITIAL='........',ATTRB=(PROT,NORM*00015
               ),COLOR=BLUE                                             00016
* XRACFL                          ECR-XRACFL                            00017
DFH0004  DFHMDF POS=(2,1),LENGTH=15,INITIAL='...............',         *00018
               ATTRB=(PROT,NORM),COLOR=BLUE                             00019
         DFHMDF POS=(2,17),LENGTH=1,ATTRB=(PROT,NORM)                   00020
         DFHMDF POS=(2,24),LENGTH=32,                                  *00021
               INITIAL='REVUE DES CORRESPONDANCES GEL   ',             *00022
               ATTRB=(PROT,NORM)                                        00023
         DFHMDF POS=(2,64),LENGTH=7,INITIAL='heure :',ATTRB=(PROT,NORM) 00024
* XHEURED                         ECR-XHEURED                           00025
DFH0005  DFHMDF POS=(2,72),LENGTH=8,INITIAL='........',ATTRB=(PROT,NORM*00026
               ),COLOR=BLUE                                             00027
         DFHMDF POS=(3,1),LENGTH=79,                                   *00028
               INITIAL='-----------------------------------------------*00029
               --------------------------------',ATTRB=(PROT,NORM)      00030
* XPAGE                           ECR-XPAGE                             00031
DFH0006  DFHMDF POS=(4,66),LENGTH=13,ATTRB=(PROT,NORM),COLOR=BLUE       00032
         DFHMDF POS=(5,1),LENGTH=78,                                   *00033
               INITIAL='S T NOM                PRENOM      NAISS.   REF*00034
                LISTE       R E DETECT.',ATTRB=(PROT,NORM)              00035
* LIGNES D'INVENTAIRE (12 LIGNES POSITIONNEES SELECTION + DETAIL :      0003501
* BMS NE REPARTIT PAS LES OCCURRENCES D'UN DFHMDF SUR LES LIGNES        0003502
* SUIVANTES)                                                            0003503
DFH0020  DFHMDF POS=(6,1),LENGTH=1,ATTRB=(UNPROT,NORM),                *0003504
               COLOR=NEUTRAL                                            0003505
DFH0021  DFHMDF POS=(6,3),LENGTH=70,ATTRB=(PROT,NORM),                 *0003506
               COLOR=TURQUOISE                                          0003507
DFH0022  DFHMDF POS=(7,1),LENGTH=1,ATTRB=(UNPROT,NORM),                *0003508
               COLOR=NEUTRAL                                            0003509
DFH0023  DFHMDF POS=(7,3),LENGTH=70,ATTRB=(PROT,NORM),                 *0003510
               COLOR=TURQUOISE                                          0003511
DFH0024  DFHMDF POS=(8,1),LENGTH=1,ATTRB=(UNPROT,NORM),                *0003512
               COLOR=NEUTRAL                                            0003513
DFH0025  DFHMDF POS=(8,3),LENGTH=70,ATTRB=(PROT,NORM),                 *0003514
               COLOR=TURQUOISE                                          0003515
DFH0026  DFHMDF POS=(9,1),LENGTH=1,ATTRB=(UNPROT,NORM),                *0003516
               COLOR=NEUTRAL                                            0003517
DFH0027  DFHMDF POS=(9,3),LENGTH=70,ATTRB=(PROT,NORM),                 *0003518
               COLOR=TURQUOISE                                          0003519
DFH0028  DFHMDF POS=(10,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *0003520
               COLOR=NEUTRAL                                            0003521
DFH0029  DFHMDF POS=(10,3),LENGTH=70,ATTRB=(PROT,NORM),                *0003522
               COLOR=TURQUOISE                                          0003523
DFH0030  DFHMDF POS=(11,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *0003524
               COLOR=NEUTRAL                                            0003525
DFH0031  DFHMDF POS=(11,3),LENGTH=70,ATTRB=(PROT,NORM),                *0003526
               COLOR=TURQUOISE                                          0003527
DFH0032  DFHMDF POS=(12,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *0003528
               COLOR=NEUTRAL                                            0003529
DFH0033  DFHMDF POS=(12,3),LENGTH=70,ATTRB=(PROT,NORM),                *0003530
               COLOR=TURQUOISE                                          0003531
DFH0034  DFHMDF POS=(13,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *0003532
               COLOR=NEUTRAL                                            0003533
DFH0035  DFHMDF POS=(13,3),LENGTH=70,ATTRB=(PROT,NORM),                *0003534
               COLOR=TURQUOISE                                          0003535
DFH0036  DFHMDF POS=(14,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *0003536
               COLOR=NEUTRAL                                            0003537
DFH0037  DFHMDF POS=(14,3),LENGTH=70,ATTRB=(PROT,NORM),                *0003538
               COLOR=TURQUOISE                                          0003539
DFH0038  DFHMDF POS=(15,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *0003540
               COLOR=NEUTRAL                                            0003541
DFH0039  DFHMDF POS=(15,3),LENGTH=70,ATTRB=(PROT,NORM),                *0003542
               COLOR=TURQUOISE                                          0003543
DFH0040  DFHMDF POS=(16,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *0003544
               COLOR=NEUTRAL                                            0003545
DFH0041  DFHMDF POS=(16,3),LENGTH=70,ATTRB=(PROT,NORM),                *0003546
               COLOR=TURQUOISE                                          0003547
DFH0042  DFHMDF POS=(17,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *0003548
               COLOR=NEUTRAL                                            0003549
DFH0043  DFHMDF POS=(17,3),LENGTH=70,ATTRB=(PROT,NORM),                *0003550
               COLOR=TURQUOISE                                          0003551
* XCOMMC                          ECR-XCOMMC                            0003552
         DFHMDF POS=(19,1),LENGTH=13,INITIAL='COMMENTAIRE :',          *0003553
               ATTRB=(ASKIP,NORM)                                       0003554
DFH0008  DFHMDF POS=(19,15),LENGTH=30,ATTRB=(UNPROT,NORM),             *0003555
               COLOR=NEUTRAL                                            0003556
         DFHMDF POS=(19,46),LENGTH=1,ATTRB=(ASKIP,NORM)                 0003557
* XCDEC                           ECR-XCDEC                             00041
         DFHMDF POS=(20,1),LENGTH=10,INITIAL='COMMANDE :',             *00042
               ATTRB=(ASKIP,NORM)                                       00043
DFH0009  DFHMDF POS=(20,12),LENGTH=9,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL  00044
         DFHMDF POS=(20,22),LENGTH=1,ATTRB=(ASKIP,NORM)                 00045
* XMSGIL                          ECR-XMSGIL                            00046
DFH0010  DFHMDF POS=(22,1),LENGTH=59,ATTRB=(PROT,NORM),COLOR=YELLOW     00047
* XMSGAL                          ECR-XMSGAL                            00048
DFH0011  DFHMDF POS=(23,1),LENGTH=79,ATTRB=(PROT,BRT),COLOR=RED         00049
         DFHMDF POS=(24,1),LENGTH=79,                                  *00050
               INITIAL='C=CONFIRMER L=LEVER PF5=RAFRAICHIR PF7/PF8=PAGE*00051
               S PF3=RETOUR PF4=MENU         ',ATTRB=(PROT,NORM)        00052
FB22M0   DFHMSD TYPE=FINAL                                              00053
         END                                                            00054
