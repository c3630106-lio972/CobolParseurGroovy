DFH0010  DFHMDF POS=(6,45),LENGTH=4,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(6,50),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(8,1),LENGTH=60,                                   *
               INITIAL='TYPE DATE     RANG ORIGINE  LIGNES DEPOSE LE NO*
                LRAR      AR',ATTRB=(PROT,NORM)
* GDL01..GDL10 - LISTE DES DOCUMENTS
DFH0011  DFHMDF POS=(9,1),LENGTH=60,ATTRB=(PROT,NORM),COLOR=TURQUOISE
DFH0012  DFHMDF POS=(10,1),LENGTH=60,ATTRB=(PROT,NORM),COLOR=TURQUOISE
