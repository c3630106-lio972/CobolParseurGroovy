         TITLE 'TAUX COMMISSION'                                        00001
         PRINT ON,NOGEN                                                 00002
FB30M0   DFHMSD TYPE=MAP,LANG=COBOL,MODE=INOUT,STORAGE=AUTO,SUFFIX=     00003
         TITLE 'TAUX COMMISSION'                                        00004
FB30M00  DFHMDI SIZE=(24,80),MAPATTS=(COLOR),COLUMN=1,LINE=1,          *00005
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
               INITIAL='COMMISSIONS INTERMEDIAIRES',                   *00022
               ATTRB=(PROT,NORM)                                        00023
         DFHMDF POS=(2,64),LENGTH=7,INITIAL='heure :',ATTRB=(PROT,NORM) 00024
* XHEURED                         ECR-XHEURED                           00025
DFH0005  DFHMDF POS=(2,72),LENGTH=8,INITIAL='........',ATTRB=(PROT,NORM*00026
               ),COLOR=BLUE                                             00027
         DFHMDF POS=(3,1),LENGTH=79,                                   *00028
               INITIAL='-----------------------------------------------*00029
               --------------------------------',ATTRB=(PROT,NORM)      00030
* CMACTC - ACTION DEMANDEE
         DFHMDF POS=(4,1),LENGTH=49,INITIAL='ACTION (A=AFF. C=CREER M=M*
               ODIF S=CLORE L=LISTER):',ATTRB=(ASKIP,NORM)
DFH0006  DFHMDF POS=(4,55),LENGTH=1,ATTRB=(UNPROT,NORM,IC),            *
               COLOR=NEUTRAL
         DFHMDF POS=(4,57),LENGTH=1,ATTRB=(ASKIP,NORM)
* CMINTC - INTERMEDIAIRE / CMPROC - PRODUIT
         DFHMDF POS=(6,1),LENGTH=15,INITIAL='INTERMEDIAIRE :',         *
               ATTRB=(ASKIP,NORM)
DFH0007  DFHMDF POS=(6,17),LENGTH=8,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(6,26),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(6,29),LENGTH=21,INITIAL='PRODUIT (****=TOUS) :',  *
               ATTRB=(ASKIP,NORM)
DFH0008  DFHMDF POS=(6,51),LENGTH=4,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(6,56),LENGTH=1,ATTRB=(ASKIP,NORM)
* CMDDEC - DATE D'EFFET / CMDFIC - DATE DE FIN
         DFHMDF POS=(7,1),LENGTH=18,INITIAL='EFFET (SSAAMMJJ) :',      *
               ATTRB=(ASKIP,NORM)
DFH0009  DFHMDF POS=(7,20),LENGTH=8,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(7,29),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(7,32),LENGTH=5,INITIAL='FIN :',ATTRB=(ASKIP,NORM)
DFH0010  DFHMDF POS=(7,38),LENGTH=8,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(7,47),LENGTH=1,ATTRB=(ASKIP,NORM)
* CMLIBC - LIBELLE DU BAREME
         DFHMDF POS=(8,1),LENGTH=13,INITIAL='LIBELLE     :',           *
               ATTRB=(ASKIP,NORM)
DFH0011  DFHMDF POS=(8,15),LENGTH=30,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(8,46),LENGTH=1,ATTRB=(ASKIP,NORM)
* CMTAUC - TAUX DE COMMISSION
         DFHMDF POS=(9,1),LENGTH=46,INITIAL='TAUX (MILLIEMES DE POINT :*
                12500 = 12,500 %) :',ATTRB=(ASKIP,NORM)
DFH0012  DFHMDF POS=(9,48),LENGTH=5,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(9,54),LENGTH=1,ATTRB=(ASKIP,NORM)
* CMMAJC / CMRACC - DERNIERE MISE A JOUR
         DFHMDF POS=(13,1),LENGTH=24,INITIAL='DERNIERE MISE A JOUR LE '*
               ,ATTRB=(ASKIP,NORM)
DFH0013  DFHMDF POS=(13,26),LENGTH=8,ATTRB=(PROT,NORM),COLOR=BLUE
         DFHMDF POS=(13,35),LENGTH=4,INITIAL='PAR ',ATTRB=(ASKIP,NORM)
DFH0014  DFHMDF POS=(13,40),LENGTH=15,ATTRB=(PROT,NORM),COLOR=BLUE
         DFHMDF POS=(15,1),LENGTH=47,INITIAL='INTERM.  PROD EFFET    FI*
               N      TAUX %  LIBELLE',ATTRB=(ASKIP,NORM)
* CML01-CML06 - TAUX DE LA TABLE (6 LIGNES)
DFH0015  DFHMDF POS=(16,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0016  DFHMDF POS=(17,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0017  DFHMDF POS=(18,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0018  DFHMDF POS=(19,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0019  DFHMDF POS=(20,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0020  DFHMDF POS=(21,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
* XMSGIL                          ECR-XMSGIL                            00046
DFH0021  DFHMDF POS=(22,1),LENGTH=59,ATTRB=(PROT,NORM),COLOR=YELLOW     00047
* XMSGAL                          ECR-XMSGAL                            00048
DFH0022  DFHMDF POS=(23,1),LENGTH=79,ATTRB=(PROT,BRT),COLOR=RED         00049
         DFHMDF POS=(24,1),LENGTH=79,INITIAL='TAUX APPLIQUES PAR LE CAL*00050
               CUL MENSUEL FB00B57                PF3=RETOUR PF4=MENU',*00051
               ATTRB=(PROT,NORM)                                        00052
FB30M0   DFHMSD TYPE=FINAL                                              00053
         END                                                            00054
