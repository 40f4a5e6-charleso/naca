      *     JAMAIS DANS LA PLAGE. RC 4 SI DE TELS MOUVEMENTS
      *     EXISTENT, POUR QUE L'EXPLOITATION LES VOIE.
      *
      * LA PREVISION SUIT LE CALENDRIER DES JOURS OUVRES : LA
      * JOURNEE PUBLIEE PAR CALJOUR (FILEDTJ) DONNE LA FIN DE PLAGE
      * PREVUE DU RUN SUIVANT, ET LES DATES D'EFFET QUI Y ENTRENT
      * SONT MARQUEES 'LIBERE AU PROCHAIN RUN' DANS LA VENTILATION,
      * AVEC LEUR TOTAL. SANS JOURNEE PUBLIEE, L'INVENTAIRE EST
      * EDITE SANS CE MARQUAGE.
      *
      /
       ENVIRONMENT DIVISION.
      *=================================================================
       FILE-CONTROL.
           SELECT FILEATT  ASSIGN TO UT-S-FILEATT.
           SELECT ATTPARM  ASSIGN TO UT-S-ATTPARM.
           SELECT FILEDTJ  ASSIGN TO FILEDTJ
                  ORGANIZATION INDEXED
                  ACCESS RANDOM
                  RECORD KEY DTJ-SITE
                  FILE STATUS DTJ-STATUS.
           SELECT LISTE    ASSIGN TO UT-S-LISTE.

       DATA DIVISION.
           05  ATTP-DTLIMITE       PIC 9(08).
           05  FILLER              PIC X(72).

      * FILEDTJ - DATE DE JOURNEE PUBLIEE PAR CALJOUR (UN
      * ENREGISTREMENT PAR SITE).
       FD  FILEDTJ
           RECORD 80.
       01  FILEDTJ-Z.
           COPY DTJREC.

       FD  LISTE
           LABEL RECORDS STANDARD
           BLOCK 0

       77  DTLIMITE                PIC 9(08)          VALUE ZERO.

       77  DTJ-STATUS              PIC X(02)          VALUE SPACES.
       77  SW-DTJ-LU               PIC X              VALUE 'N'.
           88  DTJ-LU                                 VALUE 'O'.
       77  CPT-PROCHAIN            PIC S9(7) COMP-3   VALUE ZERO.
       77  MNT-PROCHAIN            PIC S9(13)V99 COMP-3 VALUE ZERO.

      * COPY LANGUE DU SITE (CLE DE FILEDTJ)
           COPY SITELNG.

       77  SW-FIN-ATT              PIC X              VALUE 'N'.
           88  FIN-ATT                                VALUE 'O'.

           05  LIG-VEN-CPT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-VEN-MNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-VEN-PROCHAIN    PIC X(22).
           05  FILLER              PIC X(06)       VALUE SPACES.

       01  LIG-RAPPORT.
           05  LIG-RAP-LIB         PIC X(25).
                  STOP RUN
           END-READ
           MOVE ATTP-DTLIMITE      TO DTLIMITE
           PERFORM LIT-DATE-JOURNEE

           MOVE 'LISTATT - INVENTAIRE DU FICHIER D''ATTENTE'
                                   TO LISTE-Z
                  DELIMITED BY SIZE
                  INTO LISTE-Z
           WRITE LISTE-Z
           IF DTJ-LU
              MOVE SPACES          TO LISTE-Z
              STRING 'JOURNEE DU ' DTJ-DATE
                     '  PROCHAIN RUN ' DTJ-DATE-SUIV
                     ' (DTEFF JUSQU''AU ' DTJ-FIN-SUIV ')'
                     DELIMITED BY SIZE
                     INTO LISTE-Z
              WRITE LISTE-Z
           END-IF
           MOVE SPACES             TO LISTE-Z
           WRITE LISTE-Z
           MOVE SPACES             TO LISTE-Z

           STOP RUN.

       LIT-DATE-JOURNEE.
      *-----------------------------------------------------------------
      * JOURNEE PUBLIEE DU SITE : FACULTATIVE POUR L'INVENTAIRE.
           OPEN INPUT FILEDTJ
           IF DTJ-STATUS = '00'
              MOVE SITE-LNG        TO DTJ-SITE
              READ FILEDTJ
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET DTJ-LU TO TRUE
              END-READ
              CLOSE FILEDTJ
           END-IF
           IF NOT DTJ-LU
              DISPLAY 'LISTATT - PAS DE JOURNEE PUBLIEE (FILEDTJ, '
                      'STATUS=' DTJ-STATUS '), PREVISION DU PROCHAIN '
                      'RUN NON MARQUEE' UPON CONSOLE
           END-IF.

       LIT-FILEATT.
      *-----------------------------------------------------------------
           READ FILEATT
              MOVE 'DEBORD  '      TO LIG-VEN-DTEFF
              MOVE CPT-VEN-DEBORD  TO LIG-VEN-CPT
              MOVE MNT-VEN-DEBORD  TO LIG-VEN-MNT
              MOVE SPACES          TO LIG-VEN-PROCHAIN
              WRITE LISTE-Z        FROM LIG-VENTIL
           END-IF.

           MOVE VEN-DTEFF (IX-VEN) TO LIG-VEN-DTEFF
           MOVE VEN-CPT (IX-VEN)   TO LIG-VEN-CPT
           MOVE VEN-MNT (IX-VEN)   TO LIG-VEN-MNT
           MOVE SPACES             TO LIG-VEN-PROCHAIN
           IF DTJ-LU AND VEN-DTEFF (IX-VEN) NOT > DTJ-FIN-SUIV
              MOVE 'LIBERE AU PROCHAIN RUN' TO LIG-VEN-PROCHAIN
              ADD VEN-CPT (IX-VEN) TO CPT-PROCHAIN
              ADD VEN-MNT (IX-VEN) TO MNT-PROCHAIN
           END-IF
           WRITE LISTE-Z           FROM LIG-VENTIL.

       ECRIT-TOTAUX.
           MOVE SPACES             TO LIG-TOTAL
           MOVE 'MONTANT TOTAL EN ATTENTE' TO LIG-TOT-LIB
           MOVE MNT-TOTAL          TO LIG-TOT-MNT
           WRITE LISTE-Z           FROM LIG-TOTAL

           IF DTJ-LU
              MOVE SPACES          TO LIG-RAPPORT
              MOVE 'LIBERES AU PROCHAIN RUN' TO LIG-RAP-LIB
              MOVE CPT-PROCHAIN    TO LIG-RAP-CPT
              WRITE LISTE-Z        FROM LIG-RAPPORT
              MOVE SPACES          TO LIG-TOTAL
              MOVE 'MONTANT AU PROCHAIN RUN' TO LIG-TOT-LIB
              MOVE MNT-PROCHAIN    TO LIG-TOT-MNT
              WRITE LISTE-Z        FROM LIG-TOTAL
           END-IF.
