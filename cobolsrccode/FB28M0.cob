         TITLE 'LOUEURS ET FINANCEURS'                                  00001
         PRINT ON,NOGEN                                                 00002
FB28M0   DFHMSD TYPE=MAP,LANG=COBOL,MODE=INOUT,STORAGE=AUTO,SUFFIX=     00003
         TITLE 'LOUEURS ET FINANCEURS'                                  00004
FB28M00  DFHMDI SIZE=(24,80),MAPATTS=(COLOR),COLUMN=1,LINE=1,          *00005
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
               INITIAL='LOUEURS ET FINANCEURS     ',                   *00022
               ATTRB=(PROT,NORM)                                        00023
         DFHMDF POS=(2,64),LENGTH=7,INITIAL='heure :',ATTRB=(PROT,NORM) 00024
* XHEURED                         ECR-XHEURED                           00025
DFH0005  DFHMDF POS=(2,72),LENGTH=8,INITIAL='........',ATTRB=(PROT,NORM*00026
               ),COLOR=BLUE                                             00027
         DFHMDF POS=(3,1),LENGTH=79,                                   *00028
               INITIAL='-----------------------------------------------*00029
               --------------------------------',ATTRB=(PROT,NORM)      00030
* LOACTC - ACTION DEMANDEE
         DFHMDF POS=(4,1),LENGTH=51,                                   *
               INITIAL='ACTION (A=AFF. C=CREER M=MODIF S=DESACT. L=LIST*
               ER):',ATTRB=(ASKIP,NORM)
DFH0006  DFHMDF POS=(4,55),LENGTH=1,                                   *
               ATTRB=(UNPROT,NORM,IC),COLOR=NEUTRAL
         DFHMDF POS=(4,57),LENGTH=1,ATTRB=(ASKIP,NORM)
* LOCODC - CODE LOUEUR / LONATC - NATURE
         DFHMDF POS=(6,1),LENGTH=13,                                   *
               INITIAL='CODE LOUEUR :',ATTRB=(ASKIP,NORM)
DFH0007  DFHMDF POS=(6,15),LENGTH=5,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(6,21),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(6,24),LENGTH=30,                                  *
               INITIAL='NATURE (L=LOUEUR F=FINANCEUR):',               *
               ATTRB=(ASKIP,NORM)
DFH0008  DFHMDF POS=(6,55),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(6,57),LENGTH=1,ATTRB=(ASKIP,NORM)
* LONOMC - RAISON SOCIALE
         DFHMDF POS=(7,1),LENGTH=13,                                   *
               INITIAL='NOM         :',ATTRB=(ASKIP,NORM)
DFH0009  DFHMDF POS=(7,15),LENGTH=30,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(7,46),LENGTH=1,ATTRB=(ASKIP,NORM)
* LOAD1C-LOAD2C - ADRESSE / LOCPVC - CODE POSTAL ET VILLE
         DFHMDF POS=(8,1),LENGTH=13,                                   *
               INITIAL='ADRESSE     :',ATTRB=(ASKIP,NORM)
DFH0010  DFHMDF POS=(8,15),LENGTH=32,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(8,48),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(9,1),LENGTH=13,                                   *
               INITIAL='            :',ATTRB=(ASKIP,NORM)
DFH0011  DFHMDF POS=(9,15),LENGTH=32,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(9,48),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(10,1),LENGTH=13,                                  *
               INITIAL='CP ET VILLE :',ATTRB=(ASKIP,NORM)
DFH0012  DFHMDF POS=(10,15),LENGTH=32,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(10,48),LENGTH=1,ATTRB=(ASKIP,NORM)
* LOCANC - CANAL DE NOTIFICATION / LOACFC - LOUEUR AFFECTABLE
         DFHMDF POS=(11,1),LENGTH=38,                                  *
               INITIAL='CANAL (C=COURRIER M=MESSAGERIE E=EDI):',       *
               ATTRB=(ASKIP,NORM)
DFH0013  DFHMDF POS=(11,40),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(11,42),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(11,45),LENGTH=13,                                 *
               INITIAL='ACTIF (O/N) :',ATTRB=(ASKIP,NORM)
DFH0014  DFHMDF POS=(11,59),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(11,61),LENGTH=1,ATTRB=(ASKIP,NORM)
* LOELEC - ADRESSE ELECTRONIQUE (MESSAGERIE OU BOITE EDI)
         DFHMDF POS=(12,1),LENGTH=13,                                  *
               INITIAL='ADR. ELECT. :',ATTRB=(ASKIP,NORM)
DFH0015  DFHMDF POS=(12,15),LENGTH=50,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(12,66),LENGTH=1,ATTRB=(ASKIP,NORM)
* LOMAJC / LORACC - DERNIERE MISE A JOUR
         DFHMDF POS=(13,1),LENGTH=24,                                  *
               INITIAL='DERNIERE MISE A JOUR LE ',ATTRB=(ASKIP,NORM)
DFH0016  DFHMDF POS=(13,26),LENGTH=8,ATTRB=(PROT,NORM),COLOR=BLUE
         DFHMDF POS=(13,35),LENGTH=4,                                  *
               INITIAL='PAR ',ATTRB=(ASKIP,NORM)
DFH0017  DFHMDF POS=(13,40),LENGTH=15,ATTRB=(PROT,NORM),COLOR=BLUE
         DFHMDF POS=(15,1),LENGTH=63,                                  *
               INITIAL='CODE  N NOM                            C A ADRE*
               SSE ELECTRONIQUE',ATTRB=(ASKIP,NORM)
* LOL01-LOL06 - LOUEURS DU REFERENTIEL (6 LIGNES)
DFH0018  DFHMDF POS=(16,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0019  DFHMDF POS=(17,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0020  DFHMDF POS=(18,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0021  DFHMDF POS=(19,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0022  DFHMDF POS=(20,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0023  DFHMDF POS=(21,1),LENGTH=70,ATTRB=(PROT,NORM),COLOR=TURQUOISE
* XMSGIL                          ECR-XMSGIL                            00046
DFH0024  DFHMDF POS=(22,1),LENGTH=59,ATTRB=(PROT,NORM),COLOR=YELLOW     00047
* XMSGAL                          ECR-XMSGAL                            00048
DFH0025  DFHMDF POS=(23,1),LENGTH=79,ATTRB=(PROT,BRT),COLOR=RED         00049
         DFHMDF POS=(24,1),LENGTH=79,                                  *00050
               INITIAL='NOTIFICATIONS FB04B17 - AFFECTATION : LOC= SUR *00051
               FB04        PF3=RETOUR PF4=MENU ',ATTRB=(PROT,NORM)      00052
FB28M0   DFHMSD TYPE=FINAL                                              00053
         END                                                            00054
