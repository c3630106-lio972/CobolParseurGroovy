      * 02/09/2026  ! FD 51110 : CREATION.                            !
      * P.ESTEVE    !                                                 !
      *-------------+-------------------------------------------------+
F51199* 15/10/2026  ! FD 51199 : LA LISTE AFFICHE LA DATE DE DEPOT    !
F51199* P.ESTEVE    ! POSTAL DES DOCUMENTS AF/IF (PREUVE DE DEPOT DU  !
F51199*             ! PRESTATAIRE, KSDS FCGEPST1 POSE PAR PPGEMB29).  !
F51199*-------------+-------------------------------------------------+
F51200* 15/10/2026  ! FD 51200 : LA LISTE AFFICHE LE NUMERO DE      !
F51200* P.ESTEVE    ! RECOMMANDE ET L'ETAT DE L'AVIS DE RECEPTION     !
F51200*             ! (E/D/R/N) DES LETTRES RECOMMANDEES, PORTES SUR  !
F51200*             ! L'INDEX GED PAR FB00B62.                        !
F51200*-------------+-------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               10  WSS-GEDI-RANG       PIC 9(04).
           05  WSS-GEDI-NB-LIGNES      PIC 9(04).
           05  WSS-GEDI-ORIGINE        PIC X(08).
F51200     05  WSS-GEDI-SUIVI-LRAR.
F51200         10  WSS-GEDI-NO-SUIVI   PIC X(13).
F51200         10  WSS-GEDI-ETAT-AR    PIC X(01).
F51200         10  WSS-GEDI-DATE-AR    PIC X(08).
F51200     05  FILLER                  PIC X(39).
      *
      *--- ENREGISTREMENT DE CORPS DE DOCUMENT (DESSIN FB00GEDC)
       01  WSS-GEDC-ENR.
           05  WSS-LST-ORIGINE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-LST-NB-LIGNES       PIC ZZZ9.
F51199     05  FILLER                  PIC X(03) VALUE SPACES.
F51199     05  WSS-LST-DT-DEPOT        PIC X(08).
F51200     05  FILLER                  PIC X(02) VALUE SPACES.
F51200     05  WSS-LST-NO-SUIVI        PIC X(13).
F51200     05  WSS-LST-ETAT-AR         PIC X(01).
F51200     05  FILLER                  PIC X(01) VALUE SPACES.
F51199*
F51199*--- PREUVE DE DEPOT POSTAL D'UN DOCUMENT AF/IF (DESSIN
F51199*--- FCGEPST1 DE PPGEMB29, MEME CLE QUE L'INDEX GED SANS RANG)
F51199 01  WSS-PST1-ENR.
F51199     05  WSS-PST1-CLE.
F51199         10  WSS-PST1-CLIENT     PIC X(13).
F51199         10  WSS-PST1-TYPE-DOC   PIC X(02).
F51199         10  WSS-PST1-DATE       PIC X(08).
F51199     05  WSS-PST1-AN-CAMPAGNE    PIC X(04).
F51199     05  WSS-PST1-DT-IMPRESSION  PIC X(08).
F51199     05  WSS-PST1-DT-DEPOT       PIC X(08).
F51199     05  WSS-PST1-NO-LOT         PIC X(12).
F51199     05  WSS-PST1-DT-MAJ         PIC X(08).
F51199     05  FILLER                  PIC X(17).
      *
       01  WSS-NB-AFFICHES             PIC S9(4) COMP VALUE +0.
       01  WSS-IND-FIN-BROWSE          PIC X(01) VALUE 'N'.
           MOVE WSS-GEDI-RANG       TO WSS-LST-RANG.
           MOVE WSS-GEDI-ORIGINE    TO WSS-LST-ORIGINE.
           MOVE WSS-GEDI-NB-LIGNES  TO WSS-LST-NB-LIGNES.
F51199     MOVE SPACES              TO WSS-LST-DT-DEPOT.
F51200     MOVE WSS-GEDI-NO-SUIVI   TO WSS-LST-NO-SUIVI.
F51200     MOVE WSS-GEDI-ETAT-AR    TO WSS-LST-ETAT-AR.
F51199     IF WSS-GEDI-ORIGINE = 'PPGEMB17'
F51199        PERFORM LIRE-PREUVE-DEPOT THRU
F51199                FLIRE-PREUVE-DEPOT
F51199     END-IF.
           ADD 1 TO WSS-NB-AFFICHES.
           EVALUATE WSS-NB-AFFICHES
              WHEN 1
           END-EVALUATE.
       FLIRE-INDEX-SUIVANT. EXIT.
      *
F51199*****************************************************************
F51199*    DOCUMENT AF/IF : DATE DE DEPOT POSTAL DU PRESTATAIRE, A    *
F51199*    BLANC TANT QU'AUCUNE PREUVE N'EST REVENUE                  *
F51199*****************************************************************
F51199 LIRE-PREUVE-DEPOT.
F51199*-----------------*
F51199     MOVE WSS-GEDI-CLIENT     TO WSS-PST1-CLIENT.
F51199     MOVE WSS-GEDI-TYPE-DOC   TO WSS-PST1-TYPE-DOC.
F51199     MOVE WSS-GEDI-DATE       TO WSS-PST1-DATE.
F51199     EXEC CICS READ FILE   ('FCGEPST1')
F51199                    INTO   (WSS-PST1-ENR)
F51199                    LENGTH (LENGTH OF WSS-PST1-ENR)
F51199                    RIDFLD (WSS-PST1-CLE)
F51199                    NOHANDLE
F51199     END-EXEC.
F51199     IF EIBRCODE NOT = LOW-VALUE
F51199        GO TO FLIRE-PREUVE-DEPOT
F51199     END-IF.
F51199     MOVE WSS-PST1-DT-DEPOT   TO WSS-LST-DT-DEPOT.
F51199 FLIRE-PREUVE-DEPOT. EXIT.
F51199*
      *****************************************************************
      *    REIMPRESSION DU DOCUMENT VISE : LE CORPS ARCHIVE EST       *
      *    REDEPOSE LIGNE A LIGNE SUR LA FILE TD 'FBED'               *
