      *=================================================================
      * TAUREC   - CARTE DU BAREME DES INTERETS ET FRAIS MENSUELS (80
      *            OCTETS), FICHIER PROD.BATCH1.TAUXINT TENU PAR LA MOA
      *            COMME LES AUTRES DONNEES DE REFERENCE. LU PAR
      *            INTMENS.
      *
      *            'T' PALIER DE TAUX : SEUIL BAS DU PALIER (SOLDE,
      *                SIGNE EN TETE) ET TAUX ANNUEL EN POURCENT (2
      *                ENTIERS, 4 DECIMALES : 001250 = 0,125 %). LE
      *                TAUX D'UN PALIER S'APPLIQUE A LA PART DU SOLDE
      *                COMPRISE ENTRE SON SEUIL ET CELUI DU PALIER
      *                SUIVANT. LES PALIERS SONT DONNES PAR SEUIL
      *                STRICTEMENT CROISSANT, LE PREMIER A ZERO ;
      *                10 PALIERS AU PLUS.
      *            'F' FRAIS FORFAITAIRES DU MOIS (5 ENTIERS, 2
      *                DECIMALES) ET SEUIL D'EXONERATION (SOLDE A
      *                PARTIR DUQUEL LES FRAIS NE SONT PAS PRELEVES,
      *                SIGNE EN TETE ; A BLANC OU ZERO : JAMAIS
      *                EXONERE). UNE SEULE CARTE 'F', FACULTATIVE.
      *            LES CARTES A BLANC ET CELLES QUI COMMENCENT PAR '*'
      *            SONT DES COMMENTAIRES.
      *=================================================================
           05  TAU-TYPE               PIC X(01).
               88  TAU-PALIER                     VALUE 'T'.
               88  TAU-FORFAIT                    VALUE 'F'.
           05  TAU-DONNEES            PIC X(49).
           05  TAU-TAUX-R             REDEFINES TAU-DONNEES.
               10  TAU-SEUIL          PIC X(12).
               10  TAU-SEUIL-N        REDEFINES TAU-SEUIL
                                      PIC S9(09)V99
                                      SIGN LEADING SEPARATE.
               10  TAU-TAUX           PIC X(06).
               10  TAU-TAUX-N         REDEFINES TAU-TAUX
                                      PIC 9(02)V9(04).
               10  FILLER             PIC X(31).
           05  TAU-FRAIS-R            REDEFINES TAU-DONNEES.
               10  TAU-FRAIS          PIC X(07).
               10  TAU-FRAIS-N        REDEFINES TAU-FRAIS
                                      PIC 9(05)V99.
               10  TAU-EXONERE        PIC X(12).
               10  TAU-EXONERE-N      REDEFINES TAU-EXONERE
                                      PIC S9(09)V99
                                      SIGN LEADING SEPARATE.
               10  FILLER             PIC X(30).
           05  TAU-LIBELLE            PIC X(30).
