         TITLE 'PERIMETRE DE PORTEFEUILLE DES OPERATEURS'               00001
         PRINT ON,NOGEN                                                 00002
FB34M0   DFHMSD TYPE=MAP,LANG=COBOL,MODE=INOUT,STORAGE=AUTO,SUFFIX=     00003
         TITLE 'PERIMETRE DE PORTEFEUILLE DES OPERATEURS'               00004
FB34M00  DFHMDI SIZE=(24,80),MAPATTS=(COLOR),COLUMN=1,LINE=1,          *00005
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
         DFHMDF POS=(2,24),LENGTH=35,                                  *00021
               INITIAL='PERIMETRE DE PORTEFEUILLE OPERATEUR',          *00022
               ATTRB=(PROT,NORM)                                        00023
         DFHMDF POS=(2,64),LENGTH=7,INITIAL='heure :',ATTRB=(PROT,NORM) 00024
* XHEURED                         ECR-XHEURED                           00025
DFH0005  DFHMDF POS=(2,72),LENGTH=8,INITIAL='........',ATTRB=(PROT,NORM*00026
               ),COLOR=BLUE                                             00027
         DFHMDF POS=(3,1),LENGTH=79,                                   *00028
               INITIAL='-----------------------------------------------*00029
               --------------------------------',ATTRB=(PROT,NORM)      00030
* PEACTC - ACTION DEMANDEE
         DFHMDF POS=(5,1),LENGTH=44,                                   *
               INITIAL='ACTION (A=AFF. C=CREER M=MODIF S=SUPPRIMER):',  *
               ATTRB=(ASKIP,NORM)
DFH0006  DFHMDF POS=(5,47),LENGTH=1,ATTRB=(UNPROT,NORM,IC),            *
               COLOR=NEUTRAL
         DFHMDF POS=(5,49),LENGTH=1,ATTRB=(ASKIP,NORM)
* PERACC - OPERATEUR (IDENTIFIANT RACF)
         DFHMDF POS=(7,1),LENGTH=24,                                   *
               INITIAL='OPERATEUR (RACF)       :',                     *
               ATTRB=(ASKIP,NORM)
DFH0007  DFHMDF POS=(7,26),LENGTH=15,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(7,42),LENGTH=1,ATTRB=(ASKIP,NORM)
* PETYPC - TYPE DE POSTE
         DFHMDF POS=(8,1),LENGTH=24,                                   *
               INITIAL='TYPE                   :',                     *
               ATTRB=(ASKIP,NORM)
DFH0008  DFHMDF POS=(8,26),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(8,28),LENGTH=40,                                  *
               INITIAL='(I=RATTACHEMENT INTERMEDIAIRE D=DELEGUE)',     *
               ATTRB=(ASKIP,NORM)
* PEOBJC - CODE INTERMEDIAIRE OU NUMERO DE CONTRAT
         DFHMDF POS=(9,1),LENGTH=24,                                   *
               INITIAL='INTERMEDIAIRE/CONTRAT  :',                     *
               ATTRB=(ASKIP,NORM)
DFH0009  DFHMDF POS=(9,26),LENGTH=12,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(9,39),LENGTH=1,ATTRB=(ASKIP,NORM)
* PELINC - INTERMEDIAIRE DU CONTRAT DELEGUE (INFORMATIF)
DFH0010  DFHMDF POS=(10,26),LENGTH=30,ATTRB=(PROT,NORM),COLOR=BLUE
* PEDEBC / PEFINC - PERIODE DE VALIDITE
         DFHMDF POS=(12,1),LENGTH=24,                                  *
               INITIAL='VALIDE DU (SSAAMMJJ)   :',                     *
               ATTRB=(ASKIP,NORM)
DFH0011  DFHMDF POS=(12,26),LENGTH=8,ATTRB=(UNPROT,NUM,NORM),          *
               COLOR=NEUTRAL
         DFHMDF POS=(12,35),LENGTH=3,INITIAL='AU ',ATTRB=(ASKIP,NORM)
DFH0012  DFHMDF POS=(12,39),LENGTH=8,ATTRB=(UNPROT,NUM,NORM),          *
               COLOR=NEUTRAL
         DFHMDF POS=(12,48),LENGTH=23,                                 *
               INITIAL='(A BLANC = SANS LIMITE)',                      *
               ATTRB=(ASKIP,NORM)
* PEMOTC - MOTIF DU RATTACHEMENT OU DE LA DELEGATION
         DFHMDF POS=(14,1),LENGTH=24,                                  *
               INITIAL='MOTIF                  :',                     *
               ATTRB=(ASKIP,NORM)
DFH0013  DFHMDF POS=(14,26),LENGTH=30,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(14,57),LENGTH=1,ATTRB=(ASKIP,NORM)
* PEACFC - POSTE EN VIGUEUR
         DFHMDF POS=(16,1),LENGTH=24,                                  *
               INITIAL='EN VIGUEUR (O/N)       :',                     *
               ATTRB=(ASKIP,NORM)
DFH0014  DFHMDF POS=(16,26),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(16,28),LENGTH=1,ATTRB=(ASKIP,NORM)
* PEMAJC / PERMJC - DERNIERE MISE A JOUR
         DFHMDF POS=(20,1),LENGTH=24,                                  *
               INITIAL='DERNIERE MISE A JOUR LE ',                     *
               ATTRB=(ASKIP,NORM)
DFH0015  DFHMDF POS=(20,26),LENGTH=8,ATTRB=(PROT,NORM),COLOR=BLUE
         DFHMDF POS=(20,35),LENGTH=4,INITIAL='PAR ',ATTRB=(ASKIP,NORM)
DFH0016  DFHMDF POS=(20,40),LENGTH=15,ATTRB=(PROT,NORM),COLOR=BLUE
* XMSGIL                          ECR-XMSGIL                            00046
DFH0017  DFHMDF POS=(22,1),LENGTH=59,ATTRB=(PROT,NORM),COLOR=YELLOW     00047
* XMSGAL                          ECR-XMSGAL                            00048
DFH0018  DFHMDF POS=(23,1),LENGTH=79,ATTRB=(PROT,BRT),COLOR=RED         00049
         DFHMDF POS=(24,1),LENGTH=79,                                  *00050
               INITIAL='CONTROLE A L''OUVERTURE DES CONTRATS FB01 A FB0*00051
               4, FB06, FB19 - MENSUEL FB00B65',ATTRB=(PROT,NORM)       00052
FB34M0   DFHMSD TYPE=FINAL                                              00053
         END                                                            00054
