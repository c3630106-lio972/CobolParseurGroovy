F51162*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51162*   FB00CALA : ZONE D'APPEL DU MODULE DE CALENDRIER FB00SV01,   *
F51162*   REFERENCE UNIQUE DES DELAIS LEGAUX ET DES CALCULS D'AGE DE  *
F51162*   LA CHAINE (FIN DE LA CONVENTION BASE 360). LE MODULE COMPTE *
F51162*   EN JOURS CALENDAIRES REELS (MOIS ET ANNEES BISSEXTILES      *
F51162*   EXACTS) OU EN JOURS OUVRES FRANCAIS (LUNDI A VENDREDI HORS  *
F51162*   FERIES DE LA TABLE FB00FERI). DATES AU FORMAT SSAAMMJJ.     *
F51162*   FONCTIONS :                                                 *
F51162*   'EC' ECART CALENDAIRE DATE-2 - DATE-1 -> RESULTAT           *
F51162*   'EO' JOURS OUVRES DE ]DATE-1, DATE-2] -> RESULTAT (NEGATIF  *
F51162*        SI DATE-2 < DATE-1)                                    *
F51162*   'AJ' DATE-1 + NOMBRE JOURS CALENDAIRES -> DATE-RESULTAT     *
F51162*   'AO' DATE-1 + NOMBRE JOURS OUVRES -> DATE-RESULTAT          *
F51162*   'AM' DATE-1 + NOMBRE MOIS (JOUR RAMENE AU DERNIER JOUR DU   *
F51162*        MOIS D'ARRIVEE SI BESOIN) -> DATE-RESULTAT             *
F51162*   'AG' AGE EN ANNEES REVOLUES A DATE-2 D'UNE PERSONNE NEE A   *
F51162*        DATE-1 -> RESULTAT                                     *
F51162*   'JS' JOUR DE LA SEMAINE DE DATE-1 ET INDICATEUR OUVRE       *
F51162*   EN SORTIE, CALA-LIB-BASE PORTE LE LIBELLE DE LA BASE DE     *
F51162*   DECOMPTE UTILISEE, A REPRENDRE DANS LES COMPTES RENDUS.     *
F51162*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
F51162 01  WSS-CALA-COMMAREA.
F51162     05  CALA-FONCTION           PIC X(02).
F51162         88  CALA-FONC-ECART-CAL      VALUE 'EC'.
F51162         88  CALA-FONC-ECART-OUV      VALUE 'EO'.
F51162         88  CALA-FONC-AJOUT-CAL      VALUE 'AJ'.
F51162         88  CALA-FONC-AJOUT-OUV      VALUE 'AO'.
F51162         88  CALA-FONC-AJOUT-MOIS     VALUE 'AM'.
F51162         88  CALA-FONC-AGE            VALUE 'AG'.
F51162         88  CALA-FONC-JOUR-SEMAINE   VALUE 'JS'.
F51162     05  CALA-DATE-1             PIC X(08).
F51162     05  CALA-DATE-2             PIC X(08).
F51162     05  CALA-NOMBRE             PIC S9(05) COMP-3.
F51162     05  CALA-DATE-RESULTAT      PIC X(08).
F51162     05  CALA-RESULTAT           PIC S9(07) COMP-3.
F51162     05  CALA-JOUR-SEMAINE       PIC 9(01).
F51162         88  CALA-SAMEDI-DIMANCHE     VALUE 6 7.
F51162     05  CALA-IND-OUVRE          PIC X(01).
F51162         88  CALA-JOUR-OUVRE          VALUE 'O'.
F51162     05  CALA-LIB-BASE           PIC X(30).
F51162     05  CALA-CODE-RETOUR        PIC 9(02).
F51162         88  CALA-RETOUR-OK           VALUE 00.
F51162         88  CALA-DATE-INVALIDE       VALUE 10.
F51162         88  CALA-ANNEE-HORS-TABLE    VALUE 20.
F51162         88  CALA-FONCTION-INCONNUE   VALUE 90.
F51162     05  FILLER                  PIC X(10).
