      *=================================================================
      * DTJREC   - ENREGISTREMENT DE CONTROLE DE LA DATE DE JOURNEE
      *            (80 OCTETS), UN PAR SITE DANS LE KSDS FILEDTJ
      *            (PROD.CICS.FILEDTJ, CLE = CODE SITE EN TETE).
      *
      *            PUBLIE PAR CALJOUR EN TETE DE LA CHAINE BATCH1 A
      *            PARTIR DU CALENDRIER DES JOURS OUVRES DU SITE, ET
      *            LU PAR TOUS CEUX QUI DATENT LA JOURNEE : BATCH2
      *            (AUD-DTTRT, EXC-DTTRT), ANNULMST (AUD-DTTRT DES
      *            ANNULATIONS), CLOTMENS (PERIODE CLOSE),
      *            LISTATT (PROCHAINE LIBERATION) ET LA MISE EN PLACE
      *            DE TUA-I-DTJOUR PAR LES TRANSACTIONS ONLINE.
      *
      *            DTJ-DATE EST LA JOURNEE OUVREE TRAITEE PAR LA
      *            CHAINE DE LA NUIT (ELLE NE CHANGE PAS SI LA CHAINE
      *            PASSE MINUIT) ; DTJ-DATE-SUIV EST LA JOURNEE
      *            OUVREE SUIVANTE, CELLE QUE L'ONLINE AFFICHE ET
      *            ESTAMPILLE JUSQU'A LA CHAINE SUIVANTE.
      *=================================================================
           05  DTJ-SITE               PIC X(02).
           05  DTJ-DATE               PIC 9(08).
           05  DTJ-DATE-PREC          PIC 9(08).
           05  DTJ-DATE-SUIV          PIC 9(08).

      * PLAGE DE DATES D'EFFET DONNEE A BATCH1 (PARM-DTEFF-DEB/FIN) :
      * DU LENDEMAIN DE LA FIN DE PLAGE PRECEDENTE JUSQU'A LA VEILLE
      * DE LA JOURNEE SUIVANTE, JOURS NON OUVRES INTERMEDIAIRES
      * COMPRIS. DTJ-FIN-SUIV = FIN DE PLAGE PREVUE DU RUN SUIVANT
      * (VEILLE DE LA JOURNEE OUVREE QUI SUIT DTJ-DATE-SUIV).
           05  DTJ-DTEFF-DEB          PIC 9(08).
           05  DTJ-DTEFF-FIN          PIC 9(08).
           05  DTJ-FIN-SUIV           PIC 9(08).

      * JOUR DE LA SEMAINE DE DTJ-DATE, 1 (LUNDI) A 7.
           05  DTJ-JOUR-SEM           PIC 9(01).
      * 'O' : DTJ-DATE EST LE DERNIER JOUR OUVRE DE SON MOIS.
           05  DTJ-FIN-MOIS           PIC X(01).
               88  DTJ-DERNIER-OUVRE              VALUE 'O'.
      * DATE CALCULEE SUR LE CALENDRIER OU FORCEE PAR CARTE.
           05  DTJ-ORIGINE            PIC X(01).
               88  DTJ-CALCULEE                   VALUE 'C'.
               88  DTJ-FORCEE                     VALUE 'F'.
      * DATE ET HEURE SYSTEME DE LA PUBLICATION.
           05  DTJ-CALC-DATE          PIC 9(08).
           05  DTJ-CALC-HEURE         PIC 9(06).
           05  FILLER                 PIC X(13).
