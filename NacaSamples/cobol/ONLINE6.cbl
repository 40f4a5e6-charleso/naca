      * SON RC ET SES TROIS PREMIERS COMPTEURS CLES. ENTER
      * RAFRAICHIT L'ECRAN ; UNE LIGNE RESTEE 'EN COURS' APRES LA
      * FENETRE SIGNALE UN RUN ABENDE.
      * UN RUN ABENDE PUIS REPRIS (BATCH2RS) EST CLOS EN 'ABANDON'
      * PAR LA REPRISE, QUI INSCRIT SA PROPRE LIGNE.
      *
      /**********************
       ENVIRONMENT DIVISION.
       77  HEX80                  PIC X            VALUE 'Ø'.
       77  SVEIBCALEN             PIC S9(4) COMP-4 VALUE ZERO.
       77  SVEIBFN                PIC X(2)         VALUE SPACE.
       77  W-RESP                 PIC S9(8) COMP-4 VALUE ZERO.

       01  W-ABEND-DB2.
           05 W-DB2               PIC X            VALUE 'D'.
      * COPY PIVOT SIECLE
           COPY SIECLPAR.

      * COPY LANGUE DU SITE (CLE DE FILEDTJ)
           COPY SITELNG.

      * DATE DE JOURNEE PUBLIEE PAR CALJOUR (LAYOUT DTJREC).
       01  DTJ-ZONE.
           COPY DTJREC.

       01  W-EIBTIME              PIC 9(7)         VALUE ZERO.
       01  FILLER                 REDEFINES W-EIBTIME.
           05 FILLER              PIC X.
           MOVE LOW-VALUE         TO ONLINEKI
           MOVE LOW-VALUE         TO ONLINEKS

           PERFORM                P-DATE-JOURNEE
           MOVE EIBOPID           TO TUA-I-OPID
           MOVE EIBTRMID          TO TUA-I-TRMID

           PERFORM                P-AFFICHE-CHAINE
           PERFORM                ENVOI-MASQUE.

      /************************
       P-DATE-JOURNEE SECTION.
      *************************
      * DATE DE JOURNEE AFFICHEE ET ESTAMPILLEE : JOURNEE OUVREE
      * SUIVANTE PUBLIEE PAR CALJOUR (FILEDTJ, ENREGISTREMENT DU
      * SITE), CELLE QUE TRAITERA LA PROCHAINE CHAINE DE NUIT. A
      * DEFAUT, DATE SYSTEME.
           MOVE SITE-LNG          TO DTJ-SITE

           EXEC CICS READ
                FILE('FILEDTJ')
                INTO(DTJ-ZONE)
                RIDFLD(DTJ-SITE)
                RESP(W-RESP)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) AND DTJ-DATE-SUIV NUMERIC
              MOVE DTJ-DATE-SUIV  TO W-DATE-N
              MOVE W-JOUR         TO W-JJ
              MOVE W-MOIS         TO W-MM
              MOVE W-ANNEE        TO W-AA
           ELSE
              MOVE CIXJOUR        TO W-JJ W-JOUR
              MOVE CIXMOIS        TO W-MM W-MOIS
              MOVE CIXAN          TO W-AA W-ANNEE
              IF W-ANNEE          < SIECL-PIVOT
                 MOVE 20          TO W-SIECLE
              ELSE
                 MOVE 19          TO W-SIECLE
              END-IF
           END-IF
           MOVE W-DATE-FORM       TO TUA-I-DTJOURF
           MOVE W-DATE-N          TO TUA-I-DTJOUR.

      /**********************
       2EME-PASSAGE SECTION.
      ***********************
                  MOVE 'FINI'     TO W-LIG-ETAT-LIB
                WHEN 'E'
                  MOVE 'EN COURS' TO W-LIG-ETAT-LIB
                WHEN 'A'
                  MOVE 'ABANDON'  TO W-LIG-ETAT-LIB
                WHEN OTHER
                  MOVE '?'        TO W-LIG-ETAT-LIB
              END-EVALUATE
