         TITLE 'CALENDRIER ECHEANCES CONTRAT    '                       00001
         PRINT ON,NOGEN                                                 00002
FB32M0   DFHMSD TYPE=MAP,LANG=COBOL,MODE=INOUT,STORAGE=AUTO,SUFFIX=     00003
         TITLE 'CALENDRIER ECHEANCES CONTRAT    '                       00004
FB32M00  DFHMDI SIZE=(24,80),MAPATTS=(COLOR),COLUMN=1,LINE=1,          *00005
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
         DFHMDF POS=(2,27),LENGTH=26,                                  *00021
               INITIAL='ECHEANCES DU CONTRAT      ',                   *00022
               ATTRB=(PROT,NORM)                                        00023
         DFHMDF POS=(2,64),LENGTH=7,INITIAL='heure :',ATTRB=(PROT,NORM) 00024
* XHEURED                         ECR-XHEURED                           00025
DFH0005  DFHMDF POS=(2,72),LENGTH=8,INITIAL='........',ATTRB=(PROT,NORM*00026
               ),COLOR=BLUE                                             00027
         DFHMDF POS=(3,1),LENGTH=79,                                   *00028
               INITIAL='-----------------------------------------------*00029
               --------------------------------',ATTRB=(PROT,NORM)      00030
         DFHMDF POS=(4,1),LENGTH=9,INITIAL='CONTRAT :',                *00031
               ATTRB=(ASKIP,NORM)                                       00032
* CONTRATX                        ECR-CONTRATX                          00033
DFH0012  DFHMDF POS=(4,11),LENGTH=12,ATTRB=(UNPROT,NORM,IC),           *00034
               COLOR=NEUTRAL                                            00035
         DFHMDF POS=(4,24),LENGTH=1,ATTRB=(ASKIP,NORM)                  00036
* XPAGE                           ECR-XPAGE                             00037
DFH0006  DFHMDF POS=(4,66),LENGTH=13,ATTRB=(PROT,NORM),COLOR=BLUE       00038
         DFHMDF POS=(5,1),LENGTH=78,                                   *00039
               INITIAL='S DATE       SOURCE         RANG LIBELLE       *00040
                                ECRAN         ',ATTRB=(PROT,NORM)       00041
* LIGNES DU CALENDRIER (12 LIGNES POSITIONNEES SELECTION + DETAIL :     00042
* BMS NE REPARTIT PAS LES OCCURRENCES D'UN DFHMDF SUR LES LIGNES        00043
* SUIVANTES)                                                            00044
DFH0020  DFHMDF POS=(6,1),LENGTH=1,ATTRB=(UNPROT,NORM),                *00045
               COLOR=NEUTRAL                                            00046
DFH0021  DFHMDF POS=(6,3),LENGTH=70,ATTRB=(PROT,NORM),                 *00047
               COLOR=TURQUOISE                                          00048
DFH0022  DFHMDF POS=(7,1),LENGTH=1,ATTRB=(UNPROT,NORM),                *00049
               COLOR=NEUTRAL                                            00050
DFH0023  DFHMDF POS=(7,3),LENGTH=70,ATTRB=(PROT,NORM),                 *00051
               COLOR=TURQUOISE                                          00052
DFH0024  DFHMDF POS=(8,1),LENGTH=1,ATTRB=(UNPROT,NORM),                *00053
               COLOR=NEUTRAL                                            00054
DFH0025  DFHMDF POS=(8,3),LENGTH=70,ATTRB=(PROT,NORM),                 *00055
               COLOR=TURQUOISE                                          00056
DFH0026  DFHMDF POS=(9,1),LENGTH=1,ATTRB=(UNPROT,NORM),                *00057
               COLOR=NEUTRAL                                            00058
DFH0027  DFHMDF POS=(9,3),LENGTH=70,ATTRB=(PROT,NORM),                 *00059
               COLOR=TURQUOISE                                          00060
DFH0028  DFHMDF POS=(10,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *00061
               COLOR=NEUTRAL                                            00062
DFH0029  DFHMDF POS=(10,3),LENGTH=70,ATTRB=(PROT,NORM),                *00063
               COLOR=TURQUOISE                                          00064
DFH0030  DFHMDF POS=(11,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *00065
               COLOR=NEUTRAL                                            00066
DFH0031  DFHMDF POS=(11,3),LENGTH=70,ATTRB=(PROT,NORM),                *00067
               COLOR=TURQUOISE                                          00068
DFH0032  DFHMDF POS=(12,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *00069
               COLOR=NEUTRAL                                            00070
DFH0033  DFHMDF POS=(12,3),LENGTH=70,ATTRB=(PROT,NORM),                *00071
               COLOR=TURQUOISE                                          00072
DFH0034  DFHMDF POS=(13,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *00073
               COLOR=NEUTRAL                                            00074
DFH0035  DFHMDF POS=(13,3),LENGTH=70,ATTRB=(PROT,NORM),                *00075
               COLOR=TURQUOISE                                          00076
DFH0036  DFHMDF POS=(14,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *00077
               COLOR=NEUTRAL                                            00078
DFH0037  DFHMDF POS=(14,3),LENGTH=70,ATTRB=(PROT,NORM),                *00079
               COLOR=TURQUOISE                                          00080
DFH0038  DFHMDF POS=(15,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *00081
               COLOR=NEUTRAL                                            00082
DFH0039  DFHMDF POS=(15,3),LENGTH=70,ATTRB=(PROT,NORM),                *00083
               COLOR=TURQUOISE                                          00084
DFH0040  DFHMDF POS=(16,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *00085
               COLOR=NEUTRAL                                            00086
DFH0041  DFHMDF POS=(16,3),LENGTH=70,ATTRB=(PROT,NORM),                *00087
               COLOR=TURQUOISE                                          00088
DFH0042  DFHMDF POS=(17,1),LENGTH=1,ATTRB=(UNPROT,NORM),               *00089
               COLOR=NEUTRAL                                            00090
DFH0043  DFHMDF POS=(17,3),LENGTH=70,ATTRB=(PROT,NORM),                *00091
               COLOR=TURQUOISE                                          00092
* XCDEC                           ECR-XCDEC                             00093
         DFHMDF POS=(20,1),LENGTH=10,INITIAL='COMMANDE :',             *00094
               ATTRB=(ASKIP,NORM)                                       00095
DFH0009  DFHMDF POS=(20,12),LENGTH=9,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL  00096
         DFHMDF POS=(20,22),LENGTH=1,ATTRB=(ASKIP,NORM)                 00097
* XMSGIL                          ECR-XMSGIL                            00098
DFH0010  DFHMDF POS=(22,1),LENGTH=59,ATTRB=(PROT,NORM),COLOR=YELLOW     00099
* XMSGAL                          ECR-XMSGAL                            00100
DFH0011  DFHMDF POS=(23,1),LENGTH=79,ATTRB=(PROT,BRT),COLOR=RED         00101
         DFHMDF POS=(24,1),LENGTH=79,                                  *00102
               INITIAL='S=ECRAN DE GESTION  PF7/PF8=PAGES  PF3=RETOUR P*00103
               F4=MENU                         ',ATTRB=(PROT,NORM)      00104
FB32M0   DFHMSD TYPE=FINAL                                              00105
         END                                                            00106
