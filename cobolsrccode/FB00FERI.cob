F51162*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51162*   FB00FERI : TABLE DES JOURS FERIES FRANCAIS DU MODULE DE     *
F51162*   CALENDRIER FB00SV01 (DECOMPTE DES JOURS OUVRES).            *
F51162*   - FERIES A DATE FIXE : JOUR ET MOIS ;                       *
F51162*   - FERIES MOBILES : DEDUITS DU DIMANCHE DE PAQUES DE         *
F51162*     L'ANNEE (LUNDI DE PAQUES = +1, ASCENSION = +39,           *
F51162*     LUNDI DE PENTECOTE = +50), LU DANS LA TABLE DES           *
F51162*     DATES DE PAQUES CI-DESSOUS.                               *
F51162*   MAINTENANCE : AJOUTER LES ANNEES SUIVANTES EN FIN DE        *
F51162*   TABLE DES PAQUES ET METTRE A JOUR WSS-FERI-NB-PAQUES ;      *
F51162*   UN DECOMPTE EN JOURS OUVRES SUR UNE ANNEE ABSENTE DE LA     *
F51162*   TABLE EST SIGNALE PAR LE CODE RETOUR 20 DU MODULE. UN       *
F51162*   NOUVEAU FERIE A DATE FIXE S'AJOUTE DE MEME EN FIN DE        *
F51162*   LISTE (WSS-FERI-NB-FIXES ET OCCURS A AJUSTER).              *
F51162*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51162 01  WSS-TABLE-FERIES.
F51162     05  WSS-FERI-FIXES-VAL.
F51162*        JOUR DE L'AN                                          *
F51162         10  FILLER              PIC X(04) VALUE '0101'.
F51162*        FETE DU TRAVAIL                                       *
F51162         10  FILLER              PIC X(04) VALUE '0501'.
F51162*        VICTOIRE 1945                                         *
F51162         10  FILLER              PIC X(04) VALUE '0508'.
F51162*        FETE NATIONALE                                        *
F51162         10  FILLER              PIC X(04) VALUE '0714'.
F51162*        ASSOMPTION                                            *
F51162         10  FILLER              PIC X(04) VALUE '0815'.
F51162*        TOUSSAINT                                             *
F51162         10  FILLER              PIC X(04) VALUE '1101'.
F51162*        ARMISTICE 1918                                        *
F51162         10  FILLER              PIC X(04) VALUE '1111'.
F51162*        NOEL                                                  *
F51162         10  FILLER              PIC X(04) VALUE '1225'.
F51162     05  WSS-FERI-FIXES REDEFINES WSS-FERI-FIXES-VAL.
F51162         10  WSS-FERI-FIXE-MMJJ  PIC X(04) OCCURS 8 TIMES.
F51162     05  WSS-FERI-NB-FIXES       PIC 9(02) COMP VALUE 8.
F51162*--- DIMANCHE DE PAQUES PAR ANNEE (SSAAMMJJ), ORDRE CROISSANT
F51162     05  WSS-FERI-PAQUES-VAL.
F51162         10  FILLER              PIC X(08) VALUE '20000423'.
F51162         10  FILLER              PIC X(08) VALUE '20010415'.
F51162         10  FILLER              PIC X(08) VALUE '20020331'.
F51162         10  FILLER              PIC X(08) VALUE '20030420'.
F51162         10  FILLER              PIC X(08) VALUE '20040411'.
F51162         10  FILLER              PIC X(08) VALUE '20050327'.
F51162         10  FILLER              PIC X(08) VALUE '20060416'.
F51162         10  FILLER              PIC X(08) VALUE '20070408'.
F51162         10  FILLER              PIC X(08) VALUE '20080323'.
F51162         10  FILLER              PIC X(08) VALUE '20090412'.
F51162         10  FILLER              PIC X(08) VALUE '20100404'.
F51162         10  FILLER              PIC X(08) VALUE '20110424'.
F51162         10  FILLER              PIC X(08) VALUE '20120408'.
F51162         10  FILLER              PIC X(08) VALUE '20130331'.
F51162         10  FILLER              PIC X(08) VALUE '20140420'.
F51162         10  FILLER              PIC X(08) VALUE '20150405'.
F51162         10  FILLER              PIC X(08) VALUE '20160327'.
F51162         10  FILLER              PIC X(08) VALUE '20170416'.
F51162         10  FILLER              PIC X(08) VALUE '20180401'.
F51162         10  FILLER              PIC X(08) VALUE '20190421'.
F51162         10  FILLER              PIC X(08) VALUE '20200412'.
F51162         10  FILLER              PIC X(08) VALUE '20210404'.
F51162         10  FILLER              PIC X(08) VALUE '20220417'.
F51162         10  FILLER              PIC X(08) VALUE '20230409'.
F51162         10  FILLER              PIC X(08) VALUE '20240331'.
F51162         10  FILLER              PIC X(08) VALUE '20250420'.
F51162         10  FILLER              PIC X(08) VALUE '20260405'.
F51162         10  FILLER              PIC X(08) VALUE '20270328'.
F51162         10  FILLER              PIC X(08) VALUE '20280416'.
F51162         10  FILLER              PIC X(08) VALUE '20290401'.
F51162         10  FILLER              PIC X(08) VALUE '20300421'.
F51162         10  FILLER              PIC X(08) VALUE '20310413'.
F51162         10  FILLER              PIC X(08) VALUE '20320328'.
F51162         10  FILLER              PIC X(08) VALUE '20330417'.
F51162         10  FILLER              PIC X(08) VALUE '20340409'.
F51162         10  FILLER              PIC X(08) VALUE '20350325'.
F51162         10  FILLER              PIC X(08) VALUE '20360413'.
F51162         10  FILLER              PIC X(08) VALUE '20370405'.
F51162         10  FILLER              PIC X(08) VALUE '20380425'.
F51162         10  FILLER              PIC X(08) VALUE '20390410'.
F51162         10  FILLER              PIC X(08) VALUE '20400401'.
F51162         10  FILLER              PIC X(08) VALUE '20410421'.
F51162         10  FILLER              PIC X(08) VALUE '20420406'.
F51162         10  FILLER              PIC X(08) VALUE '20430329'.
F51162         10  FILLER              PIC X(08) VALUE '20440417'.
F51162         10  FILLER              PIC X(08) VALUE '20450409'.
F51162         10  FILLER              PIC X(08) VALUE '20460325'.
F51162         10  FILLER              PIC X(08) VALUE '20470414'.
F51162         10  FILLER              PIC X(08) VALUE '20480405'.
F51162         10  FILLER              PIC X(08) VALUE '20490418'.
F51162         10  FILLER              PIC X(08) VALUE '20500410'.
F51162         10  FILLER              PIC X(08) VALUE '20510402'.
F51162         10  FILLER              PIC X(08) VALUE '20520421'.
F51162         10  FILLER              PIC X(08) VALUE '20530406'.
F51162         10  FILLER              PIC X(08) VALUE '20540329'.
F51162         10  FILLER              PIC X(08) VALUE '20550418'.
F51162         10  FILLER              PIC X(08) VALUE '20560402'.
F51162         10  FILLER              PIC X(08) VALUE '20570422'.
F51162         10  FILLER              PIC X(08) VALUE '20580414'.
F51162         10  FILLER              PIC X(08) VALUE '20590330'.
F51162         10  FILLER              PIC X(08) VALUE '20600418'.
F51162     05  WSS-FERI-PAQUES REDEFINES WSS-FERI-PAQUES-VAL.
F51162         10  WSS-FERI-PAQUES-DATE OCCURS 61 TIMES.
F51162             15  WSS-FERI-PAQ-SSAA PIC 9(04).
F51162             15  WSS-FERI-PAQ-MM   PIC 9(02).
F51162             15  WSS-FERI-PAQ-JJ   PIC 9(02).
F51162     05  WSS-FERI-NB-PAQUES      PIC 9(02) COMP VALUE 61.
