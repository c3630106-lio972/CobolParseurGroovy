         TITLE 'REGISTRE DES RECLAMATIONS'                              00001
         PRINT ON,NOGEN                                                 00002
FB26M0   DFHMSD TYPE=MAP,LANG=COBOL,MODE=INOUT,STORAGE=AUTO,SUFFIX=     00003
         TITLE 'REGISTRE DES RECLAMATIONS'                              00004
FB26M00  DFHMDI SIZE=(24,80),MAPATTS=(COLOR),COLUMN=1,LINE=1,          *00005
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
               INITIAL='RECLAMATIONS CLIENT       ',                   *00022
               ATTRB=(PROT,NORM)                                        00023
         DFHMDF POS=(2,64),LENGTH=7,INITIAL='heure :',ATTRB=(PROT,NORM) 00024
* XHEURED                         ECR-XHEURED                           00025
DFH0005  DFHMDF POS=(2,72),LENGTH=8,INITIAL='........',ATTRB=(PROT,NORM*00026
               ),COLOR=BLUE                                             00027
         DFHMDF POS=(3,1),LENGTH=79,                                   *00028
               INITIAL='-----------------------------------------------*00029
               --------------------------------',ATTRB=(PROT,NORM)      00030
* RCACTC - ACTION DEMANDEE
         DFHMDF POS=(4,1),LENGTH=59,                                   *
               INITIAL='ACTION (C=CREER L=LISTER A=AFFICHER K=ACCUSER R*
               =REPONDRE) :',ATTRB=(ASKIP,NORM)
DFH0006  DFHMDF POS=(4,61),LENGTH=1,                                   *
               ATTRB=(UNPROT,NORM,IC),COLOR=NEUTRAL
         DFHMDF POS=(4,63),LENGTH=1,ATTRB=(ASKIP,NORM)
* RCCONC - CONTRAT / RCREFC - REFERENCE (JOUR RECU + HEURE)
         DFHMDF POS=(5,1),LENGTH=13,                                   *
               INITIAL='CONTRAT     :',ATTRB=(ASKIP,NORM)
DFH0007  DFHMDF POS=(5,15),LENGTH=12,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(5,28),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(5,31),LENGTH=11,                                  *
               INITIAL='REFERENCE :',ATTRB=(ASKIP,NORM)
DFH0008  DFHMDF POS=(5,43),LENGTH=14,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(5,58),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(5,60),LENGTH=16,                                  *
               INITIAL='(SSAAMMJJHHMMSS)',ATTRB=(ASKIP,NORM)
* RCCLIC - RECLAMANT / RCCANC - CANAL
         DFHMDF POS=(6,1),LENGTH=13,                                   *
               INITIAL='RECLAMANT   :',ATTRB=(ASKIP,NORM)
DFH0009  DFHMDF POS=(6,15),LENGTH=30,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(6,46),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(6,48),LENGTH=19,                                  *
               INITIAL='CANAL (C/M/T/A/E) :',ATTRB=(ASKIP,NORM)
DFH0010  DFHMDF POS=(6,68),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(6,70),LENGTH=1,ATTRB=(ASKIP,NORM)
* RCCATC - CATEGORIE / RCDRCC - RECUE LE / RCISSC - ISSUE
         DFHMDF POS=(7,1),LENGTH=13,                                   *
               INITIAL='CATEGORIE   :',ATTRB=(ASKIP,NORM)
DFH0011  DFHMDF POS=(7,15),LENGTH=2,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(7,18),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(7,20),LENGTH=25,                                  *
               INITIAL='(CO/CR/AF/AU)  RECUE LE :',ATTRB=(ASKIP,NORM)
DFH0012  DFHMDF POS=(7,46),LENGTH=8,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(7,55),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(7,57),LENGTH=15,                                  *
               INITIAL='ISSUE (F/P/N) :',ATTRB=(ASKIP,NORM)
DFH0013  DFHMDF POS=(7,73),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(7,75),LENGTH=1,ATTRB=(ASKIP,NORM)
* RCLTYC - TYPE DE LIEN / RCLREC - REFERENCE LIEE
         DFHMDF POS=(8,1),LENGTH=13,                                   *
               INITIAL='LIEN (H/D)  :',ATTRB=(ASKIP,NORM)
DFH0014  DFHMDF POS=(8,15),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(8,17),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(8,19),LENGTH=25,                                  *
               INITIAL='REF. ACTION OU DOCUMENT :',ATTRB=(ASKIP,NORM)
DFH0015  DFHMDF POS=(8,45),LENGTH=30,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(8,76),LENGTH=1,ATTRB=(ASKIP,NORM)
* RCTXTC - OBJET (CREATION) OU REPONSE
         DFHMDF POS=(9,1),LENGTH=13,                                   *
               INITIAL='TEXTE       :',ATTRB=(ASKIP,NORM)
DFH0016  DFHMDF POS=(9,15),LENGTH=60,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(9,76),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(10,1),LENGTH=55,                                  *
               INITIAL='REFERENCE      E CA C ECH.AR   ECH.REP  AGENC R*
               ECLAMANT',ATTRB=(ASKIP,NORM)
* RCL01-RCL08 - RECLAMATIONS DU CONTRAT (8 LIGNES)
DFH0017  DFHMDF POS=(11,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0018  DFHMDF POS=(12,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0019  DFHMDF POS=(13,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0020  DFHMDF POS=(14,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0021  DFHMDF POS=(15,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0022  DFHMDF POS=(16,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0023  DFHMDF POS=(17,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0024  DFHMDF POS=(18,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
* RCD01-RCD03 - DETAIL DE LA RECLAMATION AFFICHEE (3 LIGNES)
DFH0025  DFHMDF POS=(19,1),LENGTH=79,ATTRB=(PROT,NORM),COLOR=BLUE
DFH0026  DFHMDF POS=(20,1),LENGTH=79,ATTRB=(PROT,NORM),COLOR=BLUE
DFH0027  DFHMDF POS=(21,1),LENGTH=79,ATTRB=(PROT,NORM),COLOR=BLUE
* XMSGIL                          ECR-XMSGIL                            00046
DFH0028  DFHMDF POS=(22,1),LENGTH=59,ATTRB=(PROT,NORM),COLOR=YELLOW     00047
* XMSGAL                          ECR-XMSGAL                            00048
DFH0029  DFHMDF POS=(23,1),LENGTH=79,ATTRB=(PROT,BRT),COLOR=RED         00049
         DFHMDF POS=(24,1),LENGTH=79,                                  *00050
               INITIAL='ACCUSE 10 JOURS OUVRES - REPONSE 2 MOIS        *00051
               PF3=RETOUR PF4=MENU             ',ATTRB=(PROT,NORM)      00052
FB26M0   DFHMSD TYPE=FINAL                                              00053
         END                                                            00054
