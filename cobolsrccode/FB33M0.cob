         TITLE 'SIMULATION SINISTRE SUR CRM     '                       00001
         PRINT ON,NOGEN                                                 00002
FB33M0   DFHMSD TYPE=MAP,LANG=COBOL,MODE=INOUT,STORAGE=AUTO,SUFFIX=     00003
         TITLE 'SIMULATION SINISTRE SUR CRM     '                       00004
FB33M00  DFHMDI SIZE=(24,80),MAPATTS=(COLOR),COLUMN=1,LINE=1,          *00005
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
         DFHMDF POS=(2,24),LENGTH=33,                                  *00021
               INITIAL='SIMULATION DE SINISTRE SUR LE CRM',            *00022
               ATTRB=(PROT,NORM)                                        00023
         DFHMDF POS=(2,64),LENGTH=7,INITIAL='heure :',ATTRB=(PROT,NORM) 00024
* XHEURED                         ECR-XHEURED                           00025
DFH0005  DFHMDF POS=(2,72),LENGTH=8,INITIAL='........',ATTRB=(PROT,NORM*00026
               ),COLOR=BLUE                                             00027
         DFHMDF POS=(3,1),LENGTH=79,                                   *00028
               INITIAL='-----------------------------------------------*00029
               --------------------------------',ATTRB=(PROT,NORM)      00030
* SMCONC - CONTRAT / SMRANC - RANG                                      00031
         DFHMDF POS=(4,1),LENGTH=9,INITIAL='CONTRAT :',                *00032
               ATTRB=(ASKIP,NORM)                                       00033
DFH0006  DFHMDF POS=(4,11),LENGTH=12,ATTRB=(UNPROT,NORM,IC),           *00034
               COLOR=NEUTRAL                                            00035
         DFHMDF POS=(4,24),LENGTH=1,ATTRB=(ASKIP,NORM)                  00036
         DFHMDF POS=(4,26),LENGTH=6,INITIAL='RANG :',ATTRB=(ASKIP,NORM) 00037
DFH0007  DFHMDF POS=(4,33),LENGTH=4,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL    00038
         DFHMDF POS=(4,38),LENGTH=1,ATTRB=(ASKIP,NORM)                  00039
* SMCLIC - CLIENT / SMCRMC - CRM ACTUEL / SMANNC - ANNIVERSAIRE         00040
         DFHMDF POS=(5,1),LENGTH=9,INITIAL='CLIENT  :',                *00041
               ATTRB=(ASKIP,NORM)                                       00042
DFH0008  DFHMDF POS=(5,11),LENGTH=11,ATTRB=(PROT,NORM),COLOR=BLUE       00043
         DFHMDF POS=(5,26),LENGTH=12,INITIAL='CRM ACTUEL :',           *00044
               ATTRB=(ASKIP,NORM)                                       00045
DFH0009  DFHMDF POS=(5,39),LENGTH=3,ATTRB=(PROT,NORM),COLOR=BLUE        00046
         DFHMDF POS=(5,45),LENGTH=23,                                  *00047
               INITIAL='PROCHAIN ANNIVERSAIRE :',ATTRB=(ASKIP,NORM)     00048
DFH0010  DFHMDF POS=(5,69),LENGTH=10,ATTRB=(PROT,NORM),COLOR=BLUE       00049
* SMDSIC - SURVENANCE DU SINISTRE SIMULE / SMRESC - PART                00050
         DFHMDF POS=(7,1),LENGTH=41,                                   *00051
               INITIAL='SINISTRE SIMULE - SURVENU LE (SSAAMMJJ) :',    *00052
               ATTRB=(ASKIP,NORM)                                       00053
DFH0011  DFHMDF POS=(7,43),LENGTH=8,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL    00054
         DFHMDF POS=(7,52),LENGTH=1,ATTRB=(ASKIP,NORM)                  00055
         DFHMDF POS=(7,55),LENGTH=6,INITIAL='PART :',ATTRB=(ASKIP,NORM) 00056
DFH0012  DFHMDF POS=(7,62),LENGTH=3,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL    00057
         DFHMDF POS=(7,66),LENGTH=1,ATTRB=(ASKIP,NORM)                  00058
         DFHMDF POS=(9,1),LENGTH=63,                                   *00059
               INITIAL='ANNIVERSAIRE   SANS SINISTRE   AVEC SINISTRE   *00060
               ECART   T/P AVEC',ATTRB=(ASKIP,NORM)                     00061
* SML01-SML05 - CINQ ANNIVERSAIRES PROJETES                             00062
DFH0013  DFHMDF POS=(10,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE  00063
DFH0014  DFHMDF POS=(11,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE  00064
DFH0015  DFHMDF POS=(12,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE  00065
DFH0016  DFHMDF POS=(13,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE  00066
DFH0017  DFHMDF POS=(14,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE  00067
* SMSYNC - SURCOUT CUMULE DU SINISTRE                                   00068
DFH0018  DFHMDF POS=(16,1),LENGTH=70,ATTRB=(PROT,BRT),COLOR=TURQUOISE   00069
* XMSGIL                          ECR-XMSGIL                            00070
DFH0019  DFHMDF POS=(22,1),LENGTH=59,ATTRB=(PROT,NORM),COLOR=YELLOW     00071
* XMSGAL                          ECR-XMSGAL                            00072
DFH0020  DFHMDF POS=(23,1),LENGTH=79,ATTRB=(PROT,BRT),COLOR=RED         00073
         DFHMDF POS=(24,1),LENGTH=79,                                  *00074
               INITIAL='ENTREE=SIMULER (AUCUNE MISE A JOUR)            *00075
                            PF3=RETOUR PF4=MENU',ATTRB=(PROT,NORM)      00076
FB33M0   DFHMSD TYPE=FINAL                                              00077
         END                                                            00078
