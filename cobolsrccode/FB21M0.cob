         TITLE 'REFERENTIEL DES MOTIFS DE SORTIE DE COMPOSITION'       00001
         PRINT ON,NOGEN                                                 00002
FB21M0   DFHMSD TYPE=MAP,LANG=COBOL,MODE=INOUT,STORAGE=AUTO,SUFFIX=     00003
         TITLE 'REFERENTIEL DES MOTIFS DE SORTIE DE COMPOSITION'        00004
FB21M00  DFHMDI SIZE=(24,80),MAPATTS=(COLOR),COLUMN=1,LINE=1,          *00005
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
               INITIAL='REFERENTIEL DES MOTIFS DE SORTIE',             *00022
               ATTRB=(PROT,NORM)                                        00023
         DFHMDF POS=(2,64),LENGTH=7,INITIAL='heure :',ATTRB=(PROT,NORM) 00024
* XHEURED                         ECR-XHEURED                           00025
DFH0005  DFHMDF POS=(2,72),LENGTH=8,INITIAL='........',ATTRB=(PROT,NORM*00026
               ),COLOR=BLUE                                             00027
         DFHMDF POS=(3,1),LENGTH=79,                                   *00028
               INITIAL='-----------------------------------------------*00029
               --------------------------------',ATTRB=(PROT,NORM)      00030
* MTACTC - ACTION DEMANDEE
         DFHMDF POS=(5,1),LENGTH=44,                                   *
               INITIAL='ACTION (A=AFF. C=CREER M=MODIF S=SUPPRIMER):',  *
               ATTRB=(ASKIP,NORM)
DFH0006  DFHMDF POS=(5,47),LENGTH=1,ATTRB=(UNPROT,NORM,IC),            *
               COLOR=NEUTRAL
         DFHMDF POS=(5,49),LENGTH=1,ATTRB=(ASKIP,NORM)
* MTCODC - CODE MOTIF / MTELTC - ELEMENT CONCERNE
         DFHMDF POS=(7,1),LENGTH=13,INITIAL='CODE MOTIF  :',           *
               ATTRB=(ASKIP,NORM)
DFH0007  DFHMDF POS=(7,15),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(7,17),LENGTH=41,                                  *
               INITIAL='ELEMENT (V=VEHICULE P=CONDUCTEUR T=TOUS):',    *
               ATTRB=(ASKIP,NORM)
DFH0008  DFHMDF POS=(7,59),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(7,61),LENGTH=1,ATTRB=(ASKIP,NORM)
* MTLIBC - LIBELLE DU MOTIF
         DFHMDF POS=(9,1),LENGTH=13,INITIAL='LIBELLE     :',           *
               ATTRB=(ASKIP,NORM)
DFH0009  DFHMDF POS=(9,15),LENGTH=30,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(9,46),LENGTH=1,ATTRB=(ASKIP,NORM)
* MTEXCC / MTFVAC / MTRELC - CONSEQUENCES AVAL
         DFHMDF POS=(11,1),LENGTH=24,                                  *
               INITIAL='CONSEQUENCES (O/N)     :',                     *
               ATTRB=(ASKIP,NORM)
         DFHMDF POS=(12,3),LENGTH=33,                                  *
               INITIAL='EXCLUSION AF/IF (FCGEEDF1) .....:',            *
               ATTRB=(ASKIP,NORM)
DFH0010  DFHMDF POS=(12,37),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(12,39),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(13,3),LENGTH=33,                                  *
               INITIAL='DECLARATION DE SORTIE FVA ......:',            *
               ATTRB=(ASKIP,NORM)
DFH0011  DFHMDF POS=(13,37),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(13,39),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(14,3),LENGTH=33,                                  *
               INITIAL='DEMANDE DE RELEVE D''INFORMATION :',           *
               ATTRB=(ASKIP,NORM)
DFH0012  DFHMDF POS=(14,37),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(14,39),LENGTH=1,ATTRB=(ASKIP,NORM)
* MTAVTC - LIBELLE DE LA SORTIE SUR L'AVENANT
         DFHMDF POS=(17,1),LENGTH=24,                                  *
               INITIAL='LIBELLE SUR L''AVENANT  :',                    *
               ATTRB=(ASKIP,NORM)
DFH0013  DFHMDF POS=(17,26),LENGTH=30,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(17,57),LENGTH=1,ATTRB=(ASKIP,NORM)
* MTACFC - MOTIF SAISISSABLE DANS FB01
         DFHMDF POS=(18,1),LENGTH=24,                                  *
               INITIAL='SAISISSABLE (O/N)      :',                     *
               ATTRB=(ASKIP,NORM)
DFH0014  DFHMDF POS=(18,26),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(18,28),LENGTH=1,ATTRB=(ASKIP,NORM)
* MTMAJC / MTRACC - DERNIERE MISE A JOUR
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
               INITIAL='CONTROLE A LA SAISIE FB01 - CONSEQUENCES APPLIQ*00051
               UEES PAR FB00B02/FB04B09/FB01B07',ATTRB=(PROT,NORM)      00052
FB21M0   DFHMSD TYPE=FINAL                                              00053
         END                                                            00054
