F51091*   CONTROLE : 'B' = BLOQUANT A LA SIGNATURE, 'W' = SIMPLE      *
F51091*   AVERTISSEMENT - PARAMETRABLE FAMILLE PAR FAMILLE EN         *
F51091*   MODIFIANT CETTE TABLE.                                      *
F51181*   INDICATEUR DE QUALIFICATION PROFESSIONNELLE (FD 51181) :    *
F51181*   'O' = LES CONDUCTEURS DE LA FAMILLE DOIVENT DETENIR UN      *
F51181*   PERMIS LOURD EN COURS DE VALIDITE, UNE APTITUDE MEDICALE    *
F51181*   ET UNE FIMO/FCO NON PERIMEES (SAISIES SUR FB02, CONTROLEES  *
F51181*   PAR FB01B09, RELANCEES PAR FB02B10).                        *
F51091*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51091 01  WSS-TABLE-CAT-VEHI.
F51091     05  WSS-CATV-TAB.
F51091*        FAMILLE + MODE + 6 CATEGORIES AUTORISEES (X(03) CHACUNE)
F51181*        + INDICATEUR QUALIFICATION PROFESSIONNELLE EXIGEE
F51091         10  FILLER.
F51091             15  FILLER           PIC X(04) VALUE '4R  '.
F51091             15  FILLER           PIC X(01) VALUE 'B'.
F51091             15  FILLER           PIC X(18) VALUE
F51091                 'B  B96BE          '.
F51181             15  FILLER           PIC X(01) VALUE 'N'.
F51091         10  FILLER.
F51091             15  FILLER           PIC X(04) VALUE 'CC  '.
F51091             15  FILLER           PIC X(01) VALUE 'B'.
F51091             15  FILLER           PIC X(18) VALUE
F51091                 'AM A1 A2 A        '.
F51181             15  FILLER           PIC X(01) VALUE 'N'.
F51091         10  FILLER.
F51091             15  FILLER           PIC X(04) VALUE 'REM '.
F51091             15  FILLER           PIC X(01) VALUE 'W'.
F51091             15  FILLER           PIC X(18) VALUE
F51091                 'BE B96            '.
F51181             15  FILLER           PIC X(01) VALUE 'N'.
F51091         10  FILLER.
F51091             15  FILLER           PIC X(04) VALUE 'CAR '.
F51091             15  FILLER           PIC X(01) VALUE 'W'.
F51091             15  FILLER           PIC X(18) VALUE
F51091                 'BE B96            '.
F51181             15  FILLER           PIC X(01) VALUE 'O'.
F51091     05  WSS-CATV-RED REDEFINES WSS-CATV-TAB.
F51091         10  WSS-CATV-ENR OCCURS 4 TIMES
F51091                                INDEXED BY IX-CATV.
F51091                 20  WSS-CATV-CAT OCCURS 6 TIMES
F51091                                  INDEXED BY IX-CATC
F51091                                  PIC X(03).
F51181             15  WSS-CATV-QUALIF-PRO     PIC X(01).
F51181                 88  CATV-QUALIF-PRO-EXIGEE VALUE 'O'.
