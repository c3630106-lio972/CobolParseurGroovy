               ATTRB=(ASKIP,NORM)
DFH0013  DFHMDF POS=(13,11),LENGTH=40,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(13,52),LENGTH=1,ATTRB=(ASKIP,NORM)
* PAVPCC / PAVMTC - SEUILS D'ECART N/N-1 DES MONTANTS (F51186)
         DFHMDF POS=(15,1),LENGTH=26,                                  *
               INITIAL='ECARTS N/N-1 - SEUIL (%) :',                   *
               ATTRB=(ASKIP,NORM)
DFH0016  DFHMDF POS=(15,28),LENGTH=3,ATTRB=(UNPROT,NUM,NORM),          *
               COLOR=NEUTRAL
         DFHMDF POS=(15,32),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(15,34),LENGTH=23,INITIAL='ECART MINIMUM (EUROS) :',*
               ATTRB=(ASKIP,NORM)
DFH0017  DFHMDF POS=(15,58),LENGTH=7,ATTRB=(UNPROT,NUM,NORM),          *
               COLOR=NEUTRAL
         DFHMDF POS=(15,66),LENGTH=1,ATTRB=(ASKIP,NORM)
* PATXEC - TAUX D'EXCEPTION / PAREVC - ECARTS REVUS (F51186)
         DFHMDF POS=(16,1),LENGTH=22,                                  *
               INITIAL='TAUX D''EXCEPTION (%) :',                      *
               ATTRB=(ASKIP,NORM)
DFH0018  DFHMDF POS=(16,24),LENGTH=3,ATTRB=(UNPROT,NUM,NORM),          *
               COLOR=NEUTRAL
         DFHMDF POS=(16,28),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(16,34),LENGTH=20,INITIAL='ECARTS REVUS (O/N) :',  *
               ATTRB=(ASKIP,NORM)
DFH0019  DFHMDF POS=(16,55),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(16,57),LENGTH=1,ATTRB=(ASKIP,NORM)
* XMSGIL                          ECR-XMSGIL                            00046
DFH0014  DFHMDF POS=(22,1),LENGTH=59,ATTRB=(PROT,NORM),COLOR=YELLOW     00047
* XMSGAL                          ECR-XMSGAL                            00048
