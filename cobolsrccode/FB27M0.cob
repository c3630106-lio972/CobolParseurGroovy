         TITLE 'RESILIATIONS LOI HAMON'                                 00001
         PRINT ON,NOGEN                                                 00002
FB27M0   DFHMSD TYPE=MAP,LANG=COBOL,MODE=INOUT,STORAGE=AUTO,SUFFIX=     00003
         TITLE 'RESILIATIONS LOI HAMON'                                 00004
FB27M00  DFHMDI SIZE=(24,80),MAPATTS=(COLOR),COLUMN=1,LINE=1,          *00005
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
               INITIAL='RESILIATIONS LOI HAMON    ',                   *00022
               ATTRB=(PROT,NORM)                                        00023
         DFHMDF POS=(2,64),LENGTH=7,INITIAL='heure :',ATTRB=(PROT,NORM) 00024
* XHEURED                         ECR-XHEURED                           00025
DFH0005  DFHMDF POS=(2,72),LENGTH=8,INITIAL='........',ATTRB=(PROT,NORM*00026
               ),COLOR=BLUE                                             00027
         DFHMDF POS=(3,1),LENGTH=79,                                   *00028
               INITIAL='-----------------------------------------------*00029
               --------------------------------',ATTRB=(PROT,NORM)      00030
* HMACTC - ACTION DEMANDEE
         DFHMDF POS=(4,1),LENGTH=48,                                   *
               INITIAL='ACTION (C=CREER L=LISTER A=AFFICHER X=ANNULER) *
               :',ATTRB=(ASKIP,NORM)
DFH0006  DFHMDF POS=(4,50),LENGTH=1,                                   *
               ATTRB=(UNPROT,NORM,IC),COLOR=NEUTRAL
         DFHMDF POS=(4,52),LENGTH=1,ATTRB=(ASKIP,NORM)
* HMCONC - CONTRAT / HMDRCC - RECUE LE
         DFHMDF POS=(5,1),LENGTH=13,                                   *
               INITIAL='CONTRAT     :',ATTRB=(ASKIP,NORM)
DFH0007  DFHMDF POS=(5,15),LENGTH=12,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(5,28),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(5,31),LENGTH=10,                                  *
               INITIAL='RECUE LE :',ATTRB=(ASKIP,NORM)
DFH0008  DFHMDF POS=(5,42),LENGTH=8,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(5,51),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(5,53),LENGTH=10,                                  *
               INITIAL='(SSAAMMJJ)',ATTRB=(ASKIP,NORM)
* HMSOUC - SOUSCRIPTEUR
         DFHMDF POS=(6,1),LENGTH=13,                                   *
               INITIAL='SOUSCRIPTEUR:',ATTRB=(ASKIP,NORM)
DFH0009  DFHMDF POS=(6,15),LENGTH=30,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(6,46),LENGTH=1,ATTRB=(ASKIP,NORM)
* HMASSC - NOUVEL ASSUREUR / HMREFC - SA REFERENCE
         DFHMDF POS=(7,1),LENGTH=13,                                   *
               INITIAL='NOUV. ASSUR.:',ATTRB=(ASKIP,NORM)
DFH0010  DFHMDF POS=(7,15),LENGTH=30,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(7,46),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(7,48),LENGTH=6,                                   *
               INITIAL='REF. :',ATTRB=(ASKIP,NORM)
DFH0011  DFHMDF POS=(7,55),LENGTH=20,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(7,76),LENGTH=1,ATTRB=(ASKIP,NORM)
* HMAD1C-HMAD2C - ADRESSE / HMCPVC - CODE POSTAL ET VILLE
         DFHMDF POS=(8,1),LENGTH=13,                                   *
               INITIAL='ADRESSE     :',ATTRB=(ASKIP,NORM)
DFH0012  DFHMDF POS=(8,15),LENGTH=32,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(8,48),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(9,1),LENGTH=13,                                   *
               INITIAL='            :',ATTRB=(ASKIP,NORM)
DFH0013  DFHMDF POS=(9,15),LENGTH=32,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(9,48),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(10,1),LENGTH=13,                                  *
               INITIAL='CP ET VILLE :',ATTRB=(ASKIP,NORM)
DFH0014  DFHMDF POS=(10,15),LENGTH=32,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(10,48),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(11,1),LENGTH=63,                                  *
               INITIAL='CONTRAT      RECUE LE E EFFET    NOUVEL ASSUREU*
               R      REFERENCE',ATTRB=(ASKIP,NORM)
* HML01-HML08 - DEMANDES DU REGISTRE (8 LIGNES)
DFH0015  DFHMDF POS=(12,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0016  DFHMDF POS=(13,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0017  DFHMDF POS=(14,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0018  DFHMDF POS=(15,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0019  DFHMDF POS=(16,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0020  DFHMDF POS=(17,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0021  DFHMDF POS=(18,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0022  DFHMDF POS=(19,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
* HMD01-HMD02 - DETAIL DE LA DEMANDE AFFICHEE (2 LIGNES)
DFH0023  DFHMDF POS=(20,1),LENGTH=79,ATTRB=(PROT,NORM),COLOR=BLUE
DFH0024  DFHMDF POS=(21,1),LENGTH=79,ATTRB=(PROT,NORM),COLOR=BLUE
* XMSGIL                          ECR-XMSGIL                            00046
DFH0025  DFHMDF POS=(22,1),LENGTH=59,ATTRB=(PROT,NORM),COLOR=YELLOW     00047
* XMSGAL                          ECR-XMSGAL                            00048
DFH0026  DFHMDF POS=(23,1),LENGTH=79,ATTRB=(PROT,BRT),COLOR=RED         00049
         DFHMDF POS=(24,1),LENGTH=79,                                  *00050
               INITIAL='EFFET = RECEPTION + 1 MOIS - TRAITEMENT LA NUIT*00051
                  PF3=RETOUR PF4=MENU          ',ATTRB=(PROT,NORM)      00052
FB27M0   DFHMSD TYPE=FINAL                                              00053
         END                                                            00054
