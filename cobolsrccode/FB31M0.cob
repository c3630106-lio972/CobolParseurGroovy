         TITLE 'LITIGES CRM'                                            00001
         PRINT ON,NOGEN                                                 00002
FB31M0   DFHMSD TYPE=MAP,LANG=COBOL,MODE=INOUT,STORAGE=AUTO,SUFFIX=     00003
         TITLE 'LITIGES CRM'                                            00004
FB31M00  DFHMDI SIZE=(24,80),MAPATTS=(COLOR),COLUMN=1,LINE=1,          *00005
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
         DFHMDF POS=(2,31),LENGTH=18,                                  *00021
               INITIAL='LITIGES SUR LE CRM',                           *00022
               ATTRB=(PROT,NORM)                                        00023
         DFHMDF POS=(2,64),LENGTH=7,INITIAL='heure :',ATTRB=(PROT,NORM) 00024
* XHEURED                         ECR-XHEURED                           00025
DFH0005  DFHMDF POS=(2,72),LENGTH=8,INITIAL='........',ATTRB=(PROT,NORM*00026
               ),COLOR=BLUE                                             00027
         DFHMDF POS=(3,1),LENGTH=79,                                   *00028
               INITIAL='-----------------------------------------------*00029
               --------------------------------',ATTRB=(PROT,NORM)      00030
* LTACTC - ACTION DEMANDEE
         DFHMDF POS=(4,1),LENGTH=52,                                   *
               INITIAL='ACTION (A=AFF. C=OUVRIR M=MODIF D=DECIDER L=LIS*
               TER):',ATTRB=(ASKIP,NORM)
DFH0006  DFHMDF POS=(4,55),LENGTH=1,ATTRB=(UNPROT,NORM,IC),            *
               COLOR=NEUTRAL
         DFHMDF POS=(4,57),LENGTH=1,ATTRB=(ASKIP,NORM)
* LTCONC - CONTRAT / LTRANC - RANG / LTDOUC - OUVERTURE
         DFHMDF POS=(5,1),LENGTH=9,INITIAL='CONTRAT :',                *
               ATTRB=(ASKIP,NORM)
DFH0007  DFHMDF POS=(5,11),LENGTH=12,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(5,24),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(5,26),LENGTH=6,INITIAL='RANG :',ATTRB=(ASKIP,NORM)
DFH0008  DFHMDF POS=(5,33),LENGTH=4,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(5,38),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(5,40),LENGTH=11,INITIAL='OUVERT LE :',            *
               ATTRB=(ASKIP,NORM)
DFH0009  DFHMDF POS=(5,52),LENGTH=8,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(5,61),LENGTH=1,ATTRB=(ASKIP,NORM)
* LTCLIC - CLIENT / LTIMMC - VEHICULE
         DFHMDF POS=(6,1),LENGTH=9,INITIAL='CLIENT  :',                *
               ATTRB=(ASKIP,NORM)
DFH0010  DFHMDF POS=(6,11),LENGTH=11,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(6,23),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(6,26),LENGTH=10,INITIAL='VEHICULE :',             *
               ATTRB=(ASKIP,NORM)
DFH0011  DFHMDF POS=(6,37),LENGTH=10,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(6,48),LENGTH=1,ATTRB=(ASKIP,NORM)
* LTDSIC - SINISTRE CONTESTE / LTRINC - PART ENREGISTREE
         DFHMDF POS=(8,1),LENGTH=22,INITIAL='SINISTRE CONTESTE DU :',  *
               ATTRB=(ASKIP,NORM)
DFH0012  DFHMDF POS=(8,24),LENGTH=8,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(8,33),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(8,36),LENGTH=18,INITIAL='PART ENREGISTREE :',     *
               ATTRB=(ASKIP,NORM)
DFH0013  DFHMDF POS=(8,55),LENGTH=3,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(8,59),LENGTH=1,ATTRB=(ASKIP,NORM)
* LTMOTC - MOTIF DE LA CONTESTATION
         DFHMDF POS=(9,1),LENGTH=45,                                   *
               INITIAL='MOTIF (R=RESPONSABILITE C=AUTRE CONDUCTEUR) :',*
               ATTRB=(ASKIP,NORM)
DFH0014  DFHMDF POS=(9,47),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(9,49),LENGTH=1,ATTRB=(ASKIP,NORM)
* LTRCOC - PART CORRIGEE / LTRAUC - RANG DU RESPONSABLE
         DFHMDF POS=(10,1),LENGTH=15,INITIAL='PART CORRIGEE :',        *
               ATTRB=(ASKIP,NORM)
DFH0015  DFHMDF POS=(10,17),LENGTH=3,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(10,21),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(10,24),LENGTH=32,                                 *
               INITIAL='RANG DU CONDUCTEUR RESPONSABLE :',             *
               ATTRB=(ASKIP,NORM)
DFH0016  DFHMDF POS=(10,57),LENGTH=4,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(10,62),LENGTH=1,ATTRB=(ASKIP,NORM)
* LTPREC - PIECE JUSTIFICATIVE / LTCRMC - CRM CONTESTE
         DFHMDF POS=(11,1),LENGTH=21,INITIAL='PIECE JUSTIFICATIVE :',  *
               ATTRB=(ASKIP,NORM)
DFH0017  DFHMDF POS=(11,23),LENGTH=20,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(11,44),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(11,47),LENGTH=14,INITIAL='CRM CONTESTE :',        *
               ATTRB=(ASKIP,NORM)
DFH0018  DFHMDF POS=(11,62),LENGTH=3,ATTRB=(UNPROT,NUM),COLOR=NEUTRAL
         DFHMDF POS=(11,66),LENGTH=1,ATTRB=(ASKIP,NORM)
* LTDECC - DECISION / LTMDEC - MOTIF DE LA DECISION
         DFHMDF POS=(12,1),LENGTH=18,INITIAL='DECISION (E/A/R) :',     *
               ATTRB=(ASKIP,NORM)
DFH0019  DFHMDF POS=(12,20),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(12,22),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(12,25),LENGTH=7,INITIAL='MOTIF :',                *
               ATTRB=(ASKIP,NORM)
DFH0020  DFHMDF POS=(12,33),LENGTH=30,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(12,64),LENGTH=1,ATTRB=(ASKIP,NORM)
* LTDDEC / LTRDEC - DECISION / LTTRTC - RECALCUL FB04B18
         DFHMDF POS=(13,1),LENGTH=9,INITIAL='DECIDE LE',               *
               ATTRB=(ASKIP,NORM)
DFH0021  DFHMDF POS=(13,11),LENGTH=8,ATTRB=(PROT,NORM),COLOR=BLUE
         DFHMDF POS=(13,21),LENGTH=3,INITIAL='PAR',ATTRB=(ASKIP,NORM)
DFH0022  DFHMDF POS=(13,25),LENGTH=15,ATTRB=(PROT,NORM),COLOR=BLUE
         DFHMDF POS=(13,42),LENGTH=11,INITIAL='RECALCUL LE',           *
               ATTRB=(ASKIP,NORM)
DFH0023  DFHMDF POS=(13,54),LENGTH=8,ATTRB=(PROT,NORM),COLOR=BLUE
* LTCRCC - CRM CORRIGE / LTAGIC - CORRECTION AGIRA
         DFHMDF POS=(14,1),LENGTH=13,INITIAL='CRM CORRIGE :',          *
               ATTRB=(ASKIP,NORM)
DFH0024  DFHMDF POS=(14,15),LENGTH=3,ATTRB=(PROT,NORM),COLOR=BLUE
         DFHMDF POS=(14,21),LENGTH=18,INITIAL='CORRECTION AGIRA :',    *
               ATTRB=(ASKIP,NORM)
DFH0025  DFHMDF POS=(14,40),LENGTH=1,ATTRB=(PROT,NORM),COLOR=BLUE
         DFHMDF POS=(15,1),LENGTH=60,                                  *
               INITIAL='CONTRAT      RANG OUVERT   SINISTRE M RES>COR D*
                RECALCUL CRM',ATTRB=(ASKIP,NORM)
* LTL01-LTL06 - DOSSIERS DE LITIGE (6 LIGNES)
DFH0026  DFHMDF POS=(16,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0027  DFHMDF POS=(17,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0028  DFHMDF POS=(18,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0029  DFHMDF POS=(19,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0030  DFHMDF POS=(20,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0031  DFHMDF POS=(21,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
* XMSGIL                          ECR-XMSGIL                            00046
DFH0032  DFHMDF POS=(22,1),LENGTH=59,ATTRB=(PROT,NORM),COLOR=YELLOW     00047
* XMSGAL                          ECR-XMSGAL                            00048
DFH0033  DFHMDF POS=(23,1),LENGTH=79,ATTRB=(PROT,BRT),COLOR=RED         00049
         DFHMDF POS=(24,1),LENGTH=79,                                  *00050
               INITIAL='DOSSIER ACCEPTE SOLDE PAR LE RECALCUL FB04B18  *00051
                            PF3=RETOUR PF4=MENU',ATTRB=(PROT,NORM)      00052
FB31M0   DFHMSD TYPE=FINAL                                              00053
         END                                                            00054
