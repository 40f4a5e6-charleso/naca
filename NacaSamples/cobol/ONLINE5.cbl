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
               10  FILLER             PIC X(02)    VALUE SPACES.
           05  FILLER                 PIC X(24)    VALUE SPACES.

      * HORLOGE CICS : DATE CALENDAIRE DES TRACES (LA DATE DE JOURNEE
      * TUA-I-DTJOUR EST LA JOURNEE OUVREE SUIVANTE).
       01  W-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.

       01  W-TRACE-HHMMSS.
           05  W-TRC-HH               PIC XX.
           05  W-TRC-MI               PIC XX.
      **********************
           MOVE LOW-VALUE         TO ONLINEJS

           PERFORM                P-DATE-JOURNEE
           MOVE EIBOPID           TO TUA-I-OPID
           MOVE EIBTRMID          TO TUA-I-TRMID


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
      * TRACE LA CORRECTION ENREGISTREE (NO D'ORDRE, OPERATEUR,
      * TERMINAL, HORODATAGE) DANS LA FILE TRANSITOIRE MSGL, AU
      * MEME FORMAT 80 OCTETS QUE LES ECRITURES DE CALLMSG.
           EXEC CICS ASKTIME
                ABSTIME(W-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(W-ABSTIME)
                YYYYMMDD(TRACE-DATE)
           END-EXEC
           MOVE EIBTIME           TO W-EIBTIME
           MOVE W-HEURE           TO W-TRC-HH
           MOVE W-MINUTE          TO W-TRC-MI
