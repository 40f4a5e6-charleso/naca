       77  ECR-VIERGE             PIC X            VALUE SPACE.
       77  SVEIBCALEN             PIC S9(4) COMP-4 VALUE ZERO.
       77  SVEIBFN                PIC X(2)         VALUE SPACE.
       77  W-RESP                 PIC S9(8) COMP-4 VALUE ZERO.

       77  W-CDCENPI              PIC X(3)         VALUE SPACE.

      * COPY PIVOT SIECLE
           COPY SIECLPAR.

      * DATE DE JOURNEE PUBLIEE PAR CALJOUR (LAYOUT DTJREC).
       01  DTJ-ZONE.
           COPY DTJREC.

      * COPY LANGUE DU SITE (SECOURS SI LE PROFIL OPERATEUR N'A PAS
      * DE LANGUE)
           COPY SITELNG.
      **********************
           MOVE LOW-VALUE         TO ONLINEFS
           
           PERFORM                P-DATE-JOURNEE
           MOVE EIBOPID           TO TUA-I-OPID
           MOVE EIBTRMID          TO TUA-I-TRMID

           MOVE -1                TO SRECOLLL RECOLLL
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
