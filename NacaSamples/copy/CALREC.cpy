      *=================================================================
      * CALREC   - CARTE DU CALENDRIER DES JOURS OUVRES PAR SITE (80
      *            OCTETS), FICHIER PROD.BATCH1.CALENDR TENU PAR LA MOA
      *            COMME LES AUTRES DONNEES DE REFERENCE.
      *
      *            PAR DEFAUT LES JOURS OUVRES SONT LES LUNDIS A
      *            VENDREDIS ; LE CALENDRIER NE PORTE QUE LES
      *            EXCEPTIONS DE CHAQUE SITE (CODES 'FR' GENEVE ET
      *            'DE' ZURICH, COMME LA LANGUE DU SITE SITELNG) :
      *              'F' JOUR FERIE OU PONT (NON OUVRE, MEME EN
      *                  SEMAINE) ;
      *              'O' JOUR OUVRE EXCEPTIONNEL (SAMEDI OU DIMANCHE
      *                  TRAVAILLE).
      *            UNE DATE NE FIGURE QU'UNE FOIS PAR SITE. LES CARTES
      *            A BLANC ET CELLES QUI COMMENCENT PAR '*' SONT DES
      *            COMMENTAIRES. LU PAR CALJOUR.
      *=================================================================
           05  CAL-SITE               PIC X(02).
           05  CAL-DATE               PIC X(08).
           05  CAL-DATE-N             REDEFINES CAL-DATE
                                      PIC 9(08).
           05  CAL-TYPE               PIC X(01).
               88  CAL-FERIE                      VALUE 'F'.
               88  CAL-OUVRE                      VALUE 'O'.
           05  CAL-LIBELLE            PIC X(30).
           05  FILLER                 PIC X(39).
