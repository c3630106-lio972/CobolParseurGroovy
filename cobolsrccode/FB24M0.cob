         TITLE 'FILE DES DEMANDES EXTRANET'                             00001
         PRINT ON,NOGEN                                                 00002
FB24M0   DFHMSD TYPE=MAP,LANG=COBOL,MODE=INOUT,STORAGE=AUTO,SUFFIX=     00003
         TITLE 'FILE DES DEMANDES EXTRANET'                             00004
FB24M00  DFHMDI SIZE=(24,80),MAPATTS=(COLOR),COLUMN=1,LINE=1,          *00005
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
               INITIAL='DEMANDES DE COMPOSITION   ',                   *00022
               ATTRB=(PROT,NORM)                                        00023
         DFHMDF POS=(2,64),LENGTH=7,INITIAL='heure :',ATTRB=(PROT,NORM) 00024
* XHEURED                         ECR-XHEURED                           00025
DFH0005  DFHMDF POS=(2,72),LENGTH=8,INITIAL='........',ATTRB=(PROT,NORM*00026
               ),COLOR=BLUE                                             00027
         DFHMDF POS=(3,1),LENGTH=79,                                   *00028
               INITIAL='-----------------------------------------------*00029
               --------------------------------',ATTRB=(PROT,NORM)      00030
* DQACTC - ACTION DEMANDEE
         DFHMDF POS=(4,1),LENGTH=62,                                   *
               INITIAL='ACTION (L=LISTER A=AFFICHER P=PRENDRE T=TRAITEE*
                X=SANS SUITE):',ATTRB=(ASKIP,NORM)
DFH0006  DFHMDF POS=(4,64),LENGTH=1,ATTRB=(UNPROT,NORM,IC),            *
               COLOR=NEUTRAL
         DFHMDF POS=(4,66),LENGTH=1,ATTRB=(ASKIP,NORM)
* DQREFC - REFERENCE EXTRANET / DQMOTC - MOTIF DE CLOTURE
         DFHMDF POS=(5,1),LENGTH=11,INITIAL='REFERENCE :',             *
               ATTRB=(ASKIP,NORM)
DFH0007  DFHMDF POS=(5,13),LENGTH=16,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(5,30),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(5,33),LENGTH=7,INITIAL='MOTIF :',                 *
               ATTRB=(ASKIP,NORM)
DFH0008  DFHMDF POS=(5,41),LENGTH=30,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(5,72),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(7,1),LENGTH=70,                                   *
               INITIAL='REFERENCE        E CONTRAT      A RECUE LE  ESC*
                 PRISE PAR         CTL',ATTRB=(ASKIP,NORM)
* DQL01-DQL08 - DEMANDES EN COURS (8 LIGNES)
DFH0009  DFHMDF POS=(8,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0010  DFHMDF POS=(9,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0011  DFHMDF POS=(10,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0012  DFHMDF POS=(11,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0013  DFHMDF POS=(12,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0014  DFHMDF POS=(13,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0015  DFHMDF POS=(14,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0016  DFHMDF POS=(15,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
* DQD01-DQD05 - DETAIL DE LA DEMANDE AFFICHEE (5 LIGNES)
DFH0017  DFHMDF POS=(17,1),LENGTH=79,ATTRB=(PROT,NORM),COLOR=BLUE
DFH0018  DFHMDF POS=(18,1),LENGTH=79,ATTRB=(PROT,NORM),COLOR=BLUE
DFH0019  DFHMDF POS=(19,1),LENGTH=79,ATTRB=(PROT,NORM),COLOR=BLUE
DFH0020  DFHMDF POS=(20,1),LENGTH=79,ATTRB=(PROT,NORM),COLOR=BLUE
DFH0021  DFHMDF POS=(21,1),LENGTH=79,ATTRB=(PROT,NORM),COLOR=BLUE
* XMSGIL                          ECR-XMSGIL                            00046
DFH0022  DFHMDF POS=(22,1),LENGTH=59,ATTRB=(PROT,NORM),COLOR=YELLOW     00047
* XMSGAL                          ECR-XMSGAL                            00048
DFH0023  DFHMDF POS=(23,1),LENGTH=79,ATTRB=(PROT,BRT),COLOR=RED         00049
         DFHMDF POS=(24,1),LENGTH=79,                                  *00050
               INITIAL='DEMANDES CHARGEES CHAQUE NUIT PAR FB01B16      *00051
                         PF3=RETOUR PF4=MENU   ',ATTRB=(PROT,NORM)      00052
FB24M0   DFHMSD TYPE=FINAL                                              00053
         END                                                            00054
