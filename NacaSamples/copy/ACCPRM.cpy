      *=================================================================
      * ACCPRM   - CARTES DE PARAMETRES DE L'AUDIT MENSUEL DES ACCES
      *            OPERATEURS (80 OCTETS).
      *
      *            LUES PAR ACCEXTR SUR ACCPARM, CONTROLEES, PUIS
      *            RECOPIEES AVEC LES VALEURS PAR DEFAUT RESOLUES SUR
      *            ACCPRMV (CARTE 'G' D'ABORD, PUIS LES CARTES 'C'
      *            DANS L'ORDRE DE SAISIE), QUE RELIT ACCRAP.
      *
      *            CARTE GENERALE, 'G' EN COLONNE 1 (FACULTATIVE) :
      *              2-9   PREMIER JOUR DE LA PERIODE AAAAMMJJ ;
      *              10-17 DERNIER JOUR DE LA PERIODE AAAAMMJJ (LES
      *                    DEUX A BLANC : MOIS CIVIL PRECEDENT) ;
      *              18-21 DEBUT DES HEURES OUVREES HHMM (A BLANC :
      *                    0800) ;
      *              22-25 FIN DES HEURES OUVREES HHMM (A BLANC :
      *                    1900) ;
      *              26-28 NOMBRE D'OPERATEURS DISTINCTS A PARTIR
      *                    DUQUEL UNE CLE CLIENT EST SIGNALEE (A
      *                    BLANC : 5) ;
      *              29-31 SEUIL DE VOLUME ATYPIQUE D'UN OPERATEUR, EN
      *                    % DE LA MOYENNE DES AUTRES OPERATEURS (A
      *                    BLANC : 300).
      *            CARTE DEMANDE, 'C' EN COLONNE 1 (50 AU PLUS), POUR
      *            UNE DEMANDE DE DROIT D'ACCES : QUI A ACCEDE A LA
      *            CLE ENTRE DEUX DATES, HORS PERIODE COMPRISE :
      *              2-10  CLE CLIENT (9 CHIFFRES) ;
      *              11-18 PREMIER JOUR AAAAMMJJ ;
      *              19-26 DERNIER JOUR AAAAMMJJ (A BLANC : JUSQU'A
      *                    LA DERNIERE ENTREE DU JOURNAL).
      *=================================================================
           05  APR-TYPE               PIC X(01).
               88  APR-GENERALE                   VALUE 'G'.
               88  APR-DEMANDE                    VALUE 'C'.
           05  APR-GEN.
               10  APR-DTDEB          PIC X(08).
               10  APR-DTDEB-N        REDEFINES APR-DTDEB
                                      PIC 9(08).
               10  APR-DTFIN          PIC X(08).
               10  APR-DTFIN-N        REDEFINES APR-DTFIN
                                      PIC 9(08).
               10  APR-OUVERTURE      PIC X(04).
               10  APR-OUVERTURE-N    REDEFINES APR-OUVERTURE
                                      PIC 9(04).
               10  APR-FERMETURE      PIC X(04).
               10  APR-FERMETURE-N    REDEFINES APR-FERMETURE
                                      PIC 9(04).
               10  APR-SEUIL-OPER     PIC X(03).
               10  APR-SEUIL-OPER-N   REDEFINES APR-SEUIL-OPER
                                      PIC 9(03).
               10  APR-FACTEUR        PIC X(03).
               10  APR-FACTEUR-N      REDEFINES APR-FACTEUR
                                      PIC 9(03).
               10  FILLER             PIC X(49).
           05  APR-DEM                REDEFINES APR-GEN.
               10  APR-CLE            PIC X(09).
               10  APR-CLE-N          REDEFINES APR-CLE
                                      PIC 9(09).
               10  APR-DEM-DTDEB      PIC X(08).
               10  APR-DEM-DTDEB-N    REDEFINES APR-DEM-DTDEB
                                      PIC 9(08).
               10  APR-DEM-DTFIN      PIC X(08).
               10  APR-DEM-DTFIN-N    REDEFINES APR-DEM-DTFIN
                                      PIC 9(08).
               10  FILLER             PIC X(54).
