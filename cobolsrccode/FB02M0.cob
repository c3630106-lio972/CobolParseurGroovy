               ATTRB=(ASKIP,NORM)
DFH0100  DFHMDF POS=(11,68),LENGTH=1,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(11,70),LENGTH=1,ATTRB=(ASKIP,NORM)
* PRMVALD/MEDFIND/FIMTYPC/FIMFIND - QUALIFICATION PRO (F51181)
         DFHMDF POS=(12,41),LENGTH=13,                                 *
               INITIAL='VALID.C/D AU:',ATTRB=(ASKIP,NORM)
DFH0101  DFHMDF POS=(12,55),LENGTH=8,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(12,64),LENGTH=4,INITIAL='MED:',ATTRB=(ASKIP,NORM)
DFH0102  DFHMDF POS=(12,69),LENGTH=8,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(12,78),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(13,43),LENGTH=9,                                  *
               INITIAL='FIMO/FCO:',ATTRB=(ASKIP,NORM)
DFH0103  DFHMDF POS=(13,53),LENGTH=2,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(13,56),LENGTH=3,INITIAL='AU:',ATTRB=(ASKIP,NORM)
DFH0104  DFHMDF POS=(13,60),LENGTH=8,ATTRB=(UNPROT,NORM),COLOR=NEUTRAL
         DFHMDF POS=(13,69),LENGTH=1,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(14,29),LENGTH=34,                                 *00001120
               INITIAL='      CONDUITE ACCOMPAGNEE (O/N) :',           *00001130
               ATTRB=(ASKIP,NORM)                                       00001140
