      *=================================================================
      * ONLINM8S - MAP SYMBOLIQUE DE ONLINEM (MAPSET ONLINE8),
      *            TRANSACTION TRA8 DE CONSULTATION DE L'HISTORIQUE
      *            DES CHANGEMENTS D'UN CLIENT (KSDS FILEHST), LISTE
      *            PAGINEE (PF7/PF8) DU PLUS RECENT AU PLUS ANCIEN.
      *
      *   ONLINEMI - ZONE RECUE/ENVOYEE A CHAQUE PASSAGE (LONGUEUR,
      *              ATTRIBUT, FLAG DE MODIFICATION, VALEUR).
      *   ONLINEMS - COPIE DES VALEURS A CONSERVER DANS LA COMMAREA
      *              D'UN PASSAGE PSEUDO-CONVERSATIONNEL A L'AUTRE,
      *              DONT LA CLE DU CLIENT DONT L'HISTORIQUE EST
      *              AFFICHE ET LA PILE DES CLES D'HISTORIQUE DE
      *              DEBUT DE PAGE (POUR LE RETOUR ARRIERE PF7).
      *=================================================================
       01  ONLINEMI.
           05  DTEXE8L                PIC S9(4) COMP.
           05  DTEXE8F                PIC X.
           05  DTEXE8A REDEFINES DTEXE8F
                                      PIC X.
           05  DTEXE8I                PIC X(08).

           05  HREXE8L                PIC S9(4) COMP.
           05  HREXE8F                PIC X.
           05  HREXE8A REDEFINES HREXE8F
                                      PIC X.
           05  HREXE8I                PIC X(08).

           05  CLE8L                  PIC S9(4) COMP.
           05  CLE8F                  PIC X.
           05  CLE8A REDEFINES CLE8F
                                      PIC X.
           05  CLE8I                  PIC X(09).

           05  NOM8L                  PIC S9(4) COMP.
           05  NOM8F                  PIC X.
           05  NOM8A REDEFINES NOM8F
                                      PIC X.
           05  NOM8I                  PIC X(20).

           05  PRENOM8L               PIC S9(4) COMP.
           05  PRENOM8F               PIC X.
           05  PRENOM8A REDEFINES PRENOM8F
                                      PIC X.
           05  PRENOM8I               PIC X(15).

           05  LIG81L                 PIC S9(4) COMP.
           05  LIG81F                 PIC X.
           05  LIG81A REDEFINES LIG81F
                                      PIC X.
           05  LIG81I                 PIC X(72).

           05  LIG82L                 PIC S9(4) COMP.
           05  LIG82F                 PIC X.
           05  LIG82A REDEFINES LIG82F
                                      PIC X.
           05  LIG82I                 PIC X(72).

           05  LIG83L                 PIC S9(4) COMP.
           05  LIG83F                 PIC X.
           05  LIG83A REDEFINES LIG83F
                                      PIC X.
           05  LIG83I                 PIC X(72).

           05  LIG84L                 PIC S9(4) COMP.
           05  LIG84F                 PIC X.
           05  LIG84A REDEFINES LIG84F
                                      PIC X.
           05  LIG84I                 PIC X(72).

           05  LIG85L                 PIC S9(4) COMP.
           05  LIG85F                 PIC X.
           05  LIG85A REDEFINES LIG85F
                                      PIC X.
           05  LIG85I                 PIC X(72).

           05  LIG86L                 PIC S9(4) COMP.
           05  LIG86F                 PIC X.
           05  LIG86A REDEFINES LIG86F
                                      PIC X.
           05  LIG86I                 PIC X(72).

           05  LIG87L                 PIC S9(4) COMP.
           05  LIG87F                 PIC X.
           05  LIG87A REDEFINES LIG87F
                                      PIC X.
           05  LIG87I                 PIC X(72).

           05  LIG88L                 PIC S9(4) COMP.
           05  LIG88F                 PIC X.
           05  LIG88A REDEFINES LIG88F
                                      PIC X.
           05  LIG88I                 PIC X(72).

           05  PAGE8L                 PIC S9(4) COMP.
           05  PAGE8F                 PIC X.
           05  PAGE8A REDEFINES PAGE8F
                                      PIC X.
           05  PAGE8I                 PIC X(07).

           05  LIERR8L                PIC S9(4) COMP.
           05  LIERR8F                PIC X.
           05  LIERR8A REDEFINES LIERR8F
                                      PIC X.
           05  LIERR8I                PIC X(30).

       01  ONLINEMS.
           05  SDTEXE8I               PIC X(08).
           05  SHREXE8I               PIC X(08).
           05  SCLE8I                 PIC X(09).
      * CLE DU CLIENT DONT L'HISTORIQUE EST AFFICHE : PF7/PF8 PAGINENT
      * SUR ELLE, MEME SI LA ZONE CLE A ETE SURFRAPPEE ENTRE TEMPS.
           05  SCLEHST                PIC X(09).
           05  SPAGE8                 PIC 9(02).
           05  SFINLISTE              PIC X(01).
           05  SDEBPAGE               OCCURS 20 TIMES
                                      PIC X(24).
           05  SLIERR8I               PIC X(30).
