      *=================================================================
      * ONLINM7S - MAP SYMBOLIQUE DE ONLINEL (MAPSET ONLINE7),
      *            TRANSACTION TRA7 DE MAINTENANCE DU NOM ET DU PRENOM
      *            DU MAITRE CLIENT FILEMST.
      *
      *   LES ZONES A... SONT L'ETAT COURANT DU CLIENT (PROTEGEES,
      *   AFFICHAGE SEUL) ; NOM7 ET PRENOM7 SONT LES NOUVELLES
      *   VALEURS, PRE-REMPLIES AVEC LES VALEURS COURANTES ET
      *   SURFRAPPEES PAR L'OPERATEUR.
      *
      *   ONLINELI - ZONE RECUE/ENVOYEE A CHAQUE PASSAGE.
      *   ONLINELS - COPIE DES VALEURS A CONSERVER DANS LA COMMAREA
      *              D'UN PASSAGE PSEUDO-CONVERSATIONNEL A L'AUTRE.
      *=================================================================
       01  ONLINELI.
           05  DTEXE7L                PIC S9(4) COMP.
           05  DTEXE7F                PIC X.
           05  DTEXE7A REDEFINES DTEXE7F
                                      PIC X.
           05  DTEXE7I                PIC X(08).

           05  HREXE7L                PIC S9(4) COMP.
           05  HREXE7F                PIC X.
           05  HREXE7A REDEFINES HREXE7F
                                      PIC X.
           05  HREXE7I                PIC X(08).

           05  CLE7L                  PIC S9(4) COMP.
           05  CLE7F                  PIC X.
           05  CLE7A REDEFINES CLE7F
                                      PIC X.
           05  CLE7I                  PIC X(09).

           05  ANOM7L                 PIC S9(4) COMP.
           05  ANOM7F                 PIC X.
           05  ANOM7A REDEFINES ANOM7F
                                      PIC X.
           05  ANOM7I                 PIC X(20).

           05  APREN7L                PIC S9(4) COMP.
           05  APREN7F                PIC X.
           05  APREN7A REDEFINES APREN7F
                                      PIC X.
           05  APREN7I                PIC X(15).

           05  ADTEFF7L               PIC S9(4) COMP.
           05  ADTEFF7F               PIC X.
           05  ADTEFF7A REDEFINES ADTEFF7F
                                      PIC X.
           05  ADTEFF7I               PIC X(08).

           05  AMONT7L                PIC S9(4) COMP.
           05  AMONT7F                PIC X.
           05  AMONT7A REDEFINES AMONT7F
                                      PIC X.
           05  AMONT7I                PIC X(17).

           05  NOM7L                  PIC S9(4) COMP.
           05  NOM7F                  PIC X.
           05  NOM7A REDEFINES NOM7F
                                      PIC X.
           05  NOM7I                  PIC X(20).

           05  PRENOM7L               PIC S9(4) COMP.
           05  PRENOM7F               PIC X.
           05  PRENOM7A REDEFINES PRENOM7F
                                      PIC X.
           05  PRENOM7I               PIC X(15).

           05  LIERR7L                PIC S9(4) COMP.
           05  LIERR7F                PIC X.
           05  LIERR7A REDEFINES LIERR7F
                                      PIC X.
           05  LIERR7I                PIC X(30).

       01  ONLINELS.
           05  SDTEXE7I               PIC X(08).
           05  SHREXE7I               PIC X(08).
           05  SCLE7I                 PIC X(09).
           05  SAFFICHE               PIC X(01).
      * CLE ET IMAGE MAITRE REELLEMENT AFFICHEES (POSEES PAR LA
      * CONSULTATION ABOUTIE) : PF5 EXIGE QUE LA CLE A L'ECRAN SOIT
      * CELLE-LA, ET QUE LE MAITRE N'AIT PAS BOUGE DEPUIS.
           05  SAFFCLE                PIC X(09).
           05  SAFFIMG                PIC X(68).
           05  SLIERR7I               PIC X(30).
