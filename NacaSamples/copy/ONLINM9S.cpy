      *=================================================================
      * ONLINM9S - MAP SYMBOLIQUE DE ONLINEN (MAPSET ONLINE9),
      *            TRANSACTION TRA9 DE VALIDATION DOUBLE REGARD DES
      *            MOUVEMENTS AU-DESSUS DU SEUIL DE LEUR CODE (KSDS
      *            FILEVALV), LISTE PAGINEE (PF7/PF8) PAR DATE DE MISE
      *            EN VALIDATION PUIS NO D'ORDRE.
      *
      *   SEL91 A SEL98 SONT LES ZONES D'ACTION SAISIES EN FACE DE
      *   CHAQUE LIGNE ('A' APPROUVE, 'R' REFUSE) ; LIG91 A LIG98 SONT
      *   LES LIGNES AFFICHEES (PROTEGEES).
      *
      *   ONLINENI - ZONE RECUE/ENVOYEE A CHAQUE PASSAGE (LONGUEUR,
      *              ATTRIBUT, FLAG DE MODIFICATION, VALEUR).
      *   ONLINENS - COPIE DES VALEURS A CONSERVER DANS LA COMMAREA
      *              D'UN PASSAGE PSEUDO-CONVERSATIONNEL A L'AUTRE,
      *              DONT LA PILE DES CLES DE DEBUT DE PAGE (POUR LE
      *              RETOUR ARRIERE PF7) ET, POUR CHAQUE LIGNE
      *              AFFICHEE, SA CLE, SON OPERATEUR EMETTEUR ET SA
      *              DECISION AU MOMENT DE L'AFFICHAGE.
      *=================================================================
       01  ONLINENI.
           05  DTEXE9L                PIC S9(4) COMP.
           05  DTEXE9F                PIC X.
           05  DTEXE9A REDEFINES DTEXE9F
                                      PIC X.
           05  DTEXE9I                PIC X(08).

           05  HREXE9L                PIC S9(4) COMP.
           05  HREXE9F                PIC X.
           05  HREXE9A REDEFINES HREXE9F
                                      PIC X.
           05  HREXE9I                PIC X(08).

           05  SEL91L                 PIC S9(4) COMP.
           05  SEL91F                 PIC X.
           05  SEL91A REDEFINES SEL91F
                                      PIC X.
           05  SEL91I                 PIC X(01).

           05  LIG91L                 PIC S9(4) COMP.
           05  LIG91F                 PIC X.
           05  LIG91A REDEFINES LIG91F
                                      PIC X.
           05  LIG91I                 PIC X(72).

           05  SEL92L                 PIC S9(4) COMP.
           05  SEL92F                 PIC X.
           05  SEL92A REDEFINES SEL92F
                                      PIC X.
           05  SEL92I                 PIC X(01).

           05  LIG92L                 PIC S9(4) COMP.
           05  LIG92F                 PIC X.
           05  LIG92A REDEFINES LIG92F
                                      PIC X.
           05  LIG92I                 PIC X(72).

           05  SEL93L                 PIC S9(4) COMP.
           05  SEL93F                 PIC X.
           05  SEL93A REDEFINES SEL93F
                                      PIC X.
           05  SEL93I                 PIC X(01).

           05  LIG93L                 PIC S9(4) COMP.
           05  LIG93F                 PIC X.
           05  LIG93A REDEFINES LIG93F
                                      PIC X.
           05  LIG93I                 PIC X(72).

           05  SEL94L                 PIC S9(4) COMP.
           05  SEL94F                 PIC X.
           05  SEL94A REDEFINES SEL94F
                                      PIC X.
           05  SEL94I                 PIC X(01).

           05  LIG94L                 PIC S9(4) COMP.
           05  LIG94F                 PIC X.
           05  LIG94A REDEFINES LIG94F
                                      PIC X.
           05  LIG94I                 PIC X(72).

           05  SEL95L                 PIC S9(4) COMP.
           05  SEL95F                 PIC X.
           05  SEL95A REDEFINES SEL95F
                                      PIC X.
           05  SEL95I                 PIC X(01).

           05  LIG95L                 PIC S9(4) COMP.
           05  LIG95F                 PIC X.
           05  LIG95A REDEFINES LIG95F
                                      PIC X.
           05  LIG95I                 PIC X(72).

           05  SEL96L                 PIC S9(4) COMP.
           05  SEL96F                 PIC X.
           05  SEL96A REDEFINES SEL96F
                                      PIC X.
           05  SEL96I                 PIC X(01).

           05  LIG96L                 PIC S9(4) COMP.
           05  LIG96F                 PIC X.
           05  LIG96A REDEFINES LIG96F
                                      PIC X.
           05  LIG96I                 PIC X(72).

           05  SEL97L                 PIC S9(4) COMP.
           05  SEL97F                 PIC X.
           05  SEL97A REDEFINES SEL97F
                                      PIC X.
           05  SEL97I                 PIC X(01).

           05  LIG97L                 PIC S9(4) COMP.
           05  LIG97F                 PIC X.
           05  LIG97A REDEFINES LIG97F
                                      PIC X.
           05  LIG97I                 PIC X(72).

           05  SEL98L                 PIC S9(4) COMP.
           05  SEL98F                 PIC X.
           05  SEL98A REDEFINES SEL98F
                                      PIC X.
           05  SEL98I                 PIC X(01).

           05  LIG98L                 PIC S9(4) COMP.
           05  LIG98F                 PIC X.
           05  LIG98A REDEFINES LIG98F
                                      PIC X.
           05  LIG98I                 PIC X(72).

           05  PAGE9L                 PIC S9(4) COMP.
           05  PAGE9F                 PIC X.
           05  PAGE9A REDEFINES PAGE9F
                                      PIC X.
           05  PAGE9I                 PIC X(07).

           05  LIERR9L                PIC S9(4) COMP.
           05  LIERR9F                PIC X.
           05  LIERR9A REDEFINES LIERR9F
                                      PIC X.
           05  LIERR9I                PIC X(30).

       01  ONLINENS.
           05  SDTEXE9I           PIC X(08).
           05  SHREXE9I           PIC X(08).
           05  SPAGE9             PIC 9(02).
           05  SFINLISTE          PIC X(01).
           05  SDEBPAGE               OCCURS 20 TIMES
                                      PIC X(15).
      * LIGNES DE LA PAGE AFFICHEE : CLE FILEVALV (A BLANC POUR UNE
      * LIGNE VIDE), OPERATEUR EMETTEUR ET DECISION DEJA PRISE.
           05  SLIGNE                 OCCURS 8 TIMES.
               10  SLIGCLE            PIC X(15).
               10  SLIGEMET           PIC X(03).
               10  SLIGDEC            PIC X(01).
           05  SLIERR9I           PIC X(30).
