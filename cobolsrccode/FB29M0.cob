         TITLE 'REGLES ACCEPTATION'                                     00001
         PRINT ON,NOGEN                                                 00002
FB29M0   DFHMSD TYPE=MAP,LANG=COBOL,MODE=INOUT,STORAGE=AUTO,SUFFIX=     00003
         TITLE 'REGLES ACCEPTATION'                                     00004
FB29M00  DFHMDI SIZE=(24,80),MAPATTS=(COLOR),COLUMN=1,LINE=1,          *00005
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
               INITIAL='ACCEPTATION SOUSCRIPTION  ',                   *00022
               ATTRB=(PROT,NORM)                                        00023
         DFHMDF POS=(2,64),LENGTH=7,INITIAL='heure :',ATTRB=(PROT,NORM) 00024
* XHEURED                         ECR-XHEURED                           00025
DFH0005  DFHMDF POS=(2,72),LENGTH=8,INITIAL='........',ATTRB=(PROT,NORM*00026
               ),COLOR=BLUE                                             00027
         DFHMDF POS=(3,1),LENGTH=79,                                   *00028
               INITIAL='-----------------------------------------------*00029
               --------------------------------',ATTRB=(PROT,NORM)      00030
* RGACTC - ACTION DEMANDEE
         DFHMDF POS=(4,1),LENGTH=49,                                   *
               INITIAL='ACTION (A=AFF. C=CREER M=MODIF S=CLORE L=LISTER*
               ):',ATTRB=(ASKIP,NORM)
DFH0006  DFHMDF POS=(4,55),LENGTH=1,                                   *
               ATTRB=(UNPROT,NORM,IC),COLOR=NEUTRAL
         DFHMDF POS=(4,57),LENGTH=1,ATTRB=(ASKIP,NORM)
* RGCODC - CODE REGLE / RGDDEC - DATE D'EFFET / RGDFIC - DATE DE FIN
         DFHMDF POS=(6,1),LENGTH=13,                                   *
               INITIAL='CODE REGLE  :',ATTRB=(ASKIP,NORM)
DFH0007  DFHMDF POS=(6,15),LENGTH=5,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(6,21),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(6,24),LENGTH=18,                                  *
               INITIAL='EFFET (SSAAMMJJ) :',ATTRB=(ASKIP,NORM)
DFH0008  DFHMDF POS=(6,43),LENGTH=8,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(6,52),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(6,55),LENGTH=5,                                   *
               INITIAL='FIN :',ATTRB=(ASKIP,NORM)
DFH0009  DFHMDF POS=(6,61),LENGTH=8,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(6,70),LENGTH=1,ATTRB=(ASKIP,NORM)
* RGLIBC - LIBELLE DE LA REGLE
         DFHMDF POS=(7,1),LENGTH=13,                                   *
               INITIAL='LIBELLE     :',ATTRB=(ASKIP,NORM)
DFH0010  DFHMDF POS=(7,15),LENGTH=40,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(7,56),LENGTH=1,ATTRB=(ASKIP,NORM)
* RGROLC - ROLE DU CONDUCTEUR
         DFHMDF POS=(8,1),LENGTH=47,                                   *
               INITIAL='ROLE (P=PRINCIPAL SEUL T=PRINCIPAL OU SECOND.):*
               ',ATTRB=(ASKIP,NORM)
DFH0011  DFHMDF POS=(8,50),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(8,52),LENGTH=1,ATTRB=(ASKIP,NORM)
* RGAGEC - AGE / RGANCC - ANCIENNETE PERMIS / RGCRMC - CRM
         DFHMDF POS=(9,1),LENGTH=19,                                   *
               INITIAL='CONDUCTEUR  : AGE <',ATTRB=(ASKIP,NORM)
DFH0012  DFHMDF POS=(9,21),LENGTH=2,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(9,24),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(9,27),LENGTH=14,                                  *
               INITIAL='PERMIS (ANS) <',ATTRB=(ASKIP,NORM)
DFH0013  DFHMDF POS=(9,42),LENGTH=2,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(9,45),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(9,48),LENGTH=17,                                  *
               INITIAL='CRM (CENTIEMES) >',ATTRB=(ASKIP,NORM)
DFH0014  DFHMDF POS=(9,66),LENGTH=3,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(9,70),LENGTH=1,ATTRB=(ASKIP,NORM)
* RGGRPC - GROUPE / RGCLAC - CLASSE / RGVALC - VALEUR DU VEHICULE
         DFHMDF POS=(10,1),LENGTH=23,                                  *
               INITIAL='VEHICULE    : GROUPE >=',ATTRB=(ASKIP,NORM)
DFH0015  DFHMDF POS=(10,25),LENGTH=2,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(10,28),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(10,31),LENGTH=9,                                  *
               INITIAL='CLASSE >=',ATTRB=(ASKIP,NORM)
DFH0016  DFHMDF POS=(10,41),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(10,43),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(10,46),LENGTH=9,                                  *
               INITIAL='VALEUR >=',ATTRB=(ASKIP,NORM)
DFH0017  DFHMDF POS=(10,56),LENGTH=7,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(10,64),LENGTH=1,ATTRB=(ASKIP,NORM)
* RGISSC - ISSUE DE LA REGLE
         DFHMDF POS=(11,1),LENGTH=51,                                  *
               INITIAL='ISSUE (B=BLOQUANTE A=ACCORD FB08 V=AVERTISSEMEN*
               T) :',ATTRB=(ASKIP,NORM)
DFH0018  DFHMDF POS=(11,54),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(11,56),LENGTH=1,ATTRB=(ASKIP,NORM)
* RGMAJC / RGRACC - DERNIERE MISE A JOUR
         DFHMDF POS=(13,1),LENGTH=24,                                  *
               INITIAL='DERNIERE MISE A JOUR LE ',ATTRB=(ASKIP,NORM)
DFH0019  DFHMDF POS=(13,26),LENGTH=8,ATTRB=(PROT,NORM),COLOR=BLUE
         DFHMDF POS=(13,35),LENGTH=4,                                  *
               INITIAL='PAR ',ATTRB=(ASKIP,NORM)
DFH0020  DFHMDF POS=(13,40),LENGTH=15,ATTRB=(PROT,NORM),COLOR=BLUE
         DFHMDF POS=(15,1),LENGTH=35,                                  *
               INITIAL='CODE  EFFET    FIN      R I LIBELLE',          *
               ATTRB=(ASKIP,NORM)
* RGL01-RGL06 - REGLES DE LA TABLE (6 LIGNES)
DFH0021  DFHMDF POS=(16,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0022  DFHMDF POS=(17,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0023  DFHMDF POS=(18,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0024  DFHMDF POS=(19,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0025  DFHMDF POS=(20,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0026  DFHMDF POS=(21,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
* XMSGIL                          ECR-XMSGIL                            00046
DFH0027  DFHMDF POS=(22,1),LENGTH=59,ATTRB=(PROT,NORM),COLOR=YELLOW     00047
* XMSGAL                          ECR-XMSGAL                            00048
DFH0028  DFHMDF POS=(23,1),LENGTH=79,ATTRB=(PROT,BRT),COLOR=RED         00049
         DFHMDF POS=(24,1),LENGTH=79,                                  *00050
               INITIAL='CONTROLE SIGNATURE FB01 ET NUIT FB01B18 - ACCOR*00051
               DS FB08     PF3=RETOUR PF4=MENU ',ATTRB=(PROT,NORM)      00052
FB29M0   DFHMSD TYPE=FINAL                                              00053
         END                                                            00054
