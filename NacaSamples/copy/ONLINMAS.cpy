      *=================================================================
      * ONLINMAS - MAP SYMBOLIQUE DE ONLINEO (MAPSET ONLINEA),
      *            TRANSACTION TRAA DE CONSULTATION DES EXCEPTIONS DE
      *            SOLDE DE BATCH2 (AJUSTEMENTS NON APPLIQUES CAR ILS
      *            AURAIENT PORTE LE SOLDE SOUS LE PLANCHER DU RUN).
      *
      *   NOEXCA EST LE NO D'EXCEPTION SAISI (7 CHIFFRES, LISTE DANS
      *   LE RAPPORT FILECR DE BATCH2) ; LES ZONES E... SONT LE
      *   MOUVEMENT ECARTE, LES SOLDES ET LE PLANCHER (PROTEGES,
      *   AFFICHAGE SEUL).
      *
      *   ONLINEOI - ZONE RECUE/ENVOYEE A CHAQUE PASSAGE.
      *   ONLINEOS - COPIE DES VALEURS A CONSERVER DANS LA COMMAREA
      *              D'UN PASSAGE PSEUDO-CONVERSATIONNEL A L'AUTRE.
      *=================================================================
       01  ONLINEOI.
           05  DTEXEAL                PIC S9(4) COMP.
           05  DTEXEAF                PIC X.
           05  DTEXEAA REDEFINES DTEXEAF
                                      PIC X.
           05  DTEXEAI                PIC X(08).

           05  HREXEAL                PIC S9(4) COMP.
           05  HREXEAF                PIC X.
           05  HREXEAA REDEFINES HREXEAF
                                      PIC X.
           05  HREXEAI                PIC X(08).

           05  NOEXCAL                PIC S9(4) COMP.
           05  NOEXCAF                PIC X.
           05  NOEXCAA REDEFINES NOEXCAF
                                      PIC X.
           05  NOEXCAI                PIC X(07).

           05  ECLEAL                 PIC S9(4) COMP.
           05  ECLEAF                 PIC X.
           05  ECLEAA REDEFINES ECLEAF
                                      PIC X.
           05  ECLEAI                 PIC X(09).

           05  ECODEAL                PIC S9(4) COMP.
           05  ECODEAF                PIC X.
           05  ECODEAA REDEFINES ECODEAF
                                      PIC X.
           05  ECODEAI                PIC X(01).

           05  ENOMAL                 PIC S9(4) COMP.
           05  ENOMAF                 PIC X.
           05  ENOMAA REDEFINES ENOMAF
                                      PIC X.
           05  ENOMAI                 PIC X(20).

           05  EPRENAL                PIC S9(4) COMP.
           05  EPRENAF                PIC X.
           05  EPRENAA REDEFINES EPRENAF
                                      PIC X.
           05  EPRENAI                PIC X(15).

           05  EDTEFFAL               PIC S9(4) COMP.
           05  EDTEFFAF               PIC X.
           05  EDTEFFAA REDEFINES EDTEFFAF
                                      PIC X.
           05  EDTEFFAI               PIC X(08).

           05  EEXISAL                PIC S9(4) COMP.
           05  EEXISAF                PIC X.
           05  EEXISAA REDEFINES EEXISAF
                                      PIC X.
           05  EEXISAI                PIC X(01).

           05  ESOLDAL                PIC S9(4) COMP.
           05  ESOLDAF                PIC X.
           05  ESOLDAA REDEFINES ESOLDAF
                                      PIC X.
           05  ESOLDAI                PIC X(18).

           05  EDELTAL                PIC S9(4) COMP.
           05  EDELTAF                PIC X.
           05  EDELTAA REDEFINES EDELTAF
                                      PIC X.
           05  EDELTAI                PIC X(18).

           05  EPREVAL                PIC S9(4) COMP.
           05  EPREVAF                PIC X.
           05  EPREVAA REDEFINES EPREVAF
                                      PIC X.
           05  EPREVAI                PIC X(18).

           05  EPLANAL                PIC S9(4) COMP.
           05  EPLANAF                PIC X.
           05  EPLANAA REDEFINES EPLANAF
                                      PIC X.
           05  EPLANAI                PIC X(18).

           05  EDTTRAL                PIC S9(4) COMP.
           05  EDTTRAF                PIC X.
           05  EDTTRAA REDEFINES EDTTRAF
                                      PIC X.
           05  EDTTRAI                PIC X(08).

           05  LIERRAL                PIC S9(4) COMP.
           05  LIERRAF                PIC X.
           05  LIERRAA REDEFINES LIERRAF
                                      PIC X.
           05  LIERRAI                PIC X(30).

       01  ONLINEOS.
           05  SDTEXEAI               PIC X(08).
           05  SHREXEAI               PIC X(08).
           05  SNOEXCAI               PIC X(07).
           05  SLIERRAI               PIC X(30).
