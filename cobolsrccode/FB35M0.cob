         TITLE 'CORRESPONDANCES FISCALES DES CONTRATS'                  00001
         PRINT ON,NOGEN                                                 00002
FB35M0   DFHMSD TYPE=MAP,LANG=COBOL,MODE=INOUT,STORAGE=AUTO,SUFFIX=     00003
         TITLE 'CORRESPONDANCES FISCALES DES CONTRATS'                  00004
FB35M00  DFHMDI SIZE=(24,80),MAPATTS=(COLOR),COLUMN=1,LINE=1,          *00005
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
               INITIAL='CORRESPONDANCE FISCALE DU CONTRAT  ',          *00022
               ATTRB=(PROT,NORM)                                        00023
         DFHMDF POS=(2,64),LENGTH=7,INITIAL='heure :',ATTRB=(PROT,NORM) 00024
* XHEURED                         ECR-XHEURED                           00025
DFH0005  DFHMDF POS=(2,72),LENGTH=8,INITIAL='........',ATTRB=(PROT,NORM*00026
               ),COLOR=BLUE                                             00027
         DFHMDF POS=(3,1),LENGTH=79,                                   *00028
               INITIAL='-----------------------------------------------*00029
               --------------------------------',ATTRB=(PROT,NORM)      00030
* COACTC - ACTION DEMANDEE
         DFHMDF POS=(5,1),LENGTH=44,                                   *
               INITIAL='ACTION (A=AFF. C=CREER M=MODIF S=SUPPRIMER):', *
               ATTRB=(ASKIP,NORM)
DFH0006  DFHMDF POS=(5,47),LENGTH=1,ATTRB=(UNPROT,NORM,IC),            *
               COLOR=NEUTRAL
         DFHMDF POS=(5,49),LENGTH=1,ATTRB=(ASKIP,NORM)
* CONUMC - NUMERO DE CONTRAT
         DFHMDF POS=(7,1),LENGTH=24,INITIAL='CONTRAT                :',*
               ATTRB=(ASKIP,NORM)
DFH0007  DFHMDF POS=(7,26),LENGTH=12,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(7,39),LENGTH=1,ATTRB=(ASKIP,NORM)
* COORIC - ORIGINE DE LA CORRESPONDANCE (INFORMATIF)
         DFHMDF POS=(8,1),LENGTH=24,INITIAL='ORIGINE                :',*
               ATTRB=(ASKIP,NORM)
DFH0008  DFHMDF POS=(8,26),LENGTH=30,ATTRB=(PROT,NORM),COLOR=BLUE
* COREGC - REGION DE DECLARATION
         DFHMDF POS=(10,1),LENGTH=24,                                  *
               INITIAL='REGION                 :',ATTRB=(ASKIP,NORM)
DFH0009  DFHMDF POS=(10,26),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(10,28),LENGTH=1,ATTRB=(ASKIP,NORM)
* COINSC - INSTITUTION DE DECLARATION
         DFHMDF POS=(11,1),LENGTH=24,                                  *
               INITIAL='INSTITUTION            :',ATTRB=(ASKIP,NORM)
DFH0010  DFHMDF POS=(11,26),LENGTH=3,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(11,30),LENGTH=1,ATTRB=(ASKIP,NORM)
* COINDC - IDENTIFIANT TECHNIQUE INDIVIDU
         DFHMDF POS=(12,1),LENGTH=24,                                  *
               INITIAL='IDENTIFIANT INDIVIDU   :',ATTRB=(ASKIP,NORM)
DFH0011  DFHMDF POS=(12,26),LENGTH=9,ATTRB=(UNPROT,NUM,NORM),          *
               COLOR=NEUTRAL
         DFHMDF POS=(12,36),LENGTH=1,ATTRB=(ASKIP,NORM)
* CODPRC - IDENTIFIANT TECHNIQUE DPR
         DFHMDF POS=(13,1),LENGTH=24,                                  *
               INITIAL='IDENTIFIANT DPR        :',ATTRB=(ASKIP,NORM)
DFH0012  DFHMDF POS=(13,26),LENGTH=9,ATTRB=(UNPROT,NUM,NORM),          *
               COLOR=NEUTRAL
         DFHMDF POS=(13,36),LENGTH=1,ATTRB=(ASKIP,NORM)
* COMOTC - MOTIF DE LA SAISIE
         DFHMDF POS=(15,1),LENGTH=24,                                  *
               INITIAL='MOTIF                  :',ATTRB=(ASKIP,NORM)
DFH0013  DFHMDF POS=(15,26),LENGTH=30,ATTRB=(UNPROT,NORM),             *
               COLOR=NEUTRAL
         DFHMDF POS=(15,57),LENGTH=1,ATTRB=(ASKIP,NORM)
* COACFC - CORRESPONDANCE EN VIGUEUR
         DFHMDF POS=(16,1),LENGTH=24,                                  *
               INITIAL='EN VIGUEUR (O/N)       :',ATTRB=(ASKIP,NORM)
DFH0014  DFHMDF POS=(16,26),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(16,28),LENGTH=1,ATTRB=(ASKIP,NORM)
* CONBAC - SORTIES RETENUES EN ATTENTE SUR LE CONTRAT
         DFHMDF POS=(18,1),LENGTH=24,                                  *
               INITIAL='SORTIES RETENUES       :',ATTRB=(ASKIP,NORM)
DFH0015  DFHMDF POS=(18,26),LENGTH=5,ATTRB=(PROT,NORM),COLOR=BLUE
         DFHMDF POS=(18,32),LENGTH=26,                                 *
               INITIAL='(EN ATTENTE DE LIBERATION)',ATTRB=(ASKIP,NORM)
* COCREC / CORCRC - CREATION
         DFHMDF POS=(19,1),LENGTH=24,                                  *
               INITIAL='CREEE LE               :',ATTRB=(ASKIP,NORM)
DFH0016  DFHMDF POS=(19,26),LENGTH=8,ATTRB=(PROT,NORM),COLOR=BLUE
         DFHMDF POS=(19,35),LENGTH=4,INITIAL='PAR ',ATTRB=(ASKIP,NORM)
DFH0017  DFHMDF POS=(19,40),LENGTH=15,ATTRB=(PROT,NORM),COLOR=BLUE
* COMAJC / CORMJC - DERNIERE MISE A JOUR
         DFHMDF POS=(20,1),LENGTH=24,                                  *
               INITIAL='DERNIERE MISE A JOUR LE ',ATTRB=(ASKIP,NORM)
DFH0018  DFHMDF POS=(20,26),LENGTH=8,ATTRB=(PROT,NORM),COLOR=BLUE
         DFHMDF POS=(20,35),LENGTH=4,INITIAL='PAR ',ATTRB=(ASKIP,NORM)
DFH0019  DFHMDF POS=(20,40),LENGTH=15,ATTRB=(PROT,NORM),COLOR=BLUE
* XMSGIL                          ECR-XMSGIL                            00046
DFH0020  DFHMDF POS=(22,1),LENGTH=59,ATTRB=(PROT,NORM),COLOR=YELLOW     00047
* XMSGAL                          ECR-XMSGAL                            00048
DFH0021  DFHMDF POS=(23,1),LENGTH=79,ATTRB=(PROT,BRT),COLOR=RED         00049
         DFHMDF POS=(24,1),LENGTH=79,                                  *00050
               INITIAL='PRISE PAR FB00B02 SI L''EXTRAIT FISCAL IGNORE L*00051
               E CONTRAT - RELANCE : FB00B66',ATTRB=(PROT,NORM)         00052
FB35M0   DFHMSD TYPE=FINAL                                              00053
         END                                                            00054
