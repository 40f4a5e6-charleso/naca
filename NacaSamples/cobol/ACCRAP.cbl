       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.   ACCRAP.
       AUTHOR.       XXXXXXXXX.
       DATE-WRITTEN. 2026.

      *REMARKS.
      *
      * Programme demo BATCH - AUDIT MENSUEL DES ACCES OPERATEURS,
      * RAPPORT DE REVUE (PROTECTION DES DONNEES).
      *
      * EDITE, A PARTIR DES ACCES EXTRAITS DU JOURNAL PARTAGE PAR
      * ACCEXTR ET TRIES PAR LA JCL AUDACCES :
      *   1. LES CONSULTATIONS ET MODIFICATIONS DE LA PERIODE PAR
      *      OPERATEUR ET PAR TERMINAL, AVEC LE TOTAL DE L'OPERATEUR
      *      ET SES ACCES HORS HEURES OUVREES ;
      *   2. LES OPERATEURS AU VOLUME ATYPIQUE : TOTAL SUPERIEUR AU
      *      SEUIL (CARTE, EN % ) DE LA MOYENNE DES AUTRES OPERATEURS
      *      DE LA PERIODE ;
      *   3. LE DETAIL DES ACCES HORS HEURES OUVREES OU UN SAMEDI OU
      *      UN DIMANCHE, PAR OPERATEUR PUIS DANS LE TEMPS ;
      *   4. LES CLES CLIENT CONSULTEES PAR AU MOINS N OPERATEURS
      *      DIFFERENTS (CARTE), AVEC CES OPERATEURS ET LEUR NOMBRE
      *      DE CONSULTATIONS (LES MODIFICATIONS NE COMPTENT PAS) ;
      *   5. POUR CHAQUE CARTE DEMANDE, QUI A ACCEDE A LA CLE ENTRE
      *      LES DEUX DATES, DANS L'ORDRE CHRONOLOGIQUE ;
      *   6. LES TOTAUX.
      * LES LIGNES DE LA PARTIE 3 SONT ECRITES PENDANT LA LECTURE DE
      * LA PARTIE 1 DANS LE FICHIER DE TRAVAIL ACCHOR, PUIS
      * RECOPIEES APRES LA PARTIE 2, QUI N'EST CONNUE QU'EN FIN DE
      * LECTURE.
      *
      * RC 4 = PLUS D'OPERATEURS QUE LA TABLE N'EN CONTIENT (PARTIE
      * 2 INCOMPLETE) OU LISTE D'OPERATEURS D'UNE CLE TRONQUEE
      * (PARTIE 4), VOIR LE RAPPORT. RC 16 = CARTE G ABSENTE DE
      * ACCPRMV.
      *
      /
       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.

       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT ACCPRMV  ASSIGN TO UT-S-ACCPRMV.
           SELECT ACCOPE   ASSIGN TO UT-S-ACCOPE.
           SELECT ACCCLE   ASSIGN TO UT-S-ACCCLE.
           SELECT ACCDEMT  ASSIGN TO UT-S-ACCDEMT.
           SELECT ACCHOR   ASSIGN TO UT-S-ACCHOR.
           SELECT RAPACC   ASSIGN TO UT-S-RAPACC.

       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * ACCPRMV - CARTES CONTROLEES PAR ACCEXTR (FORMAT ACCPRM) :
      * CARTE 'G' RESOLUE, PUIS LES CARTES 'C' DANS L'ORDRE DE SAISIE.
       FD  ACCPRMV
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  ACCPRMV-Z.
           COPY ACCPRM.

      * ACCOPE - ACCES DE LA PERIODE (ACCREC) PAR OPERATEUR,
      * TERMINAL, DATE ET HEURE.
       FD  ACCOPE
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  ACCOPE-Z                PIC X(80).

      * ACCCLE - ACCES DE LA PERIODE (ACCREC) PAR CLE CLIENT,
      * OPERATEUR, DATE ET HEURE.
       FD  ACCCLE
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  ACCCLE-Z                PIC X(80).

      * ACCDEMT - ACCES REPONDANT AUX CARTES DEMANDE (ACCREC) PAR
      * RANG DE CARTE, DATE ET HEURE.
       FD  ACCDEMT
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  ACCDEMT-Z               PIC X(80).

      * ACCHOR - LIGNES DE LA PARTIE 3, ECRITES PENDANT LA PARTIE 1.
       FD  ACCHOR
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  ACCHOR-Z                PIC X(80).

       FD  RAPACC
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  RAPACC-Z                PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------------
       77  CPT-OPE-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-CLE-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-DEM-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-CONSULT             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-MODIF               PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-HORS                PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-OPERATEURS          PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-ATYPIQUES           PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-CLES-SIGNALEES      PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-OPR-HORS-TABLE      PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-CLES-TRONQUEES      PIC S9(7) COMP-3   VALUE ZERO.

       77  SW-FIN-PRM              PIC X              VALUE 'N'.
           88  FIN-PRM                                VALUE 'O'.
       77  SW-FIN-OPE              PIC X              VALUE 'N'.
           88  FIN-OPE                                VALUE 'O'.
       77  SW-FIN-CLE              PIC X              VALUE 'N'.
           88  FIN-CLE                                VALUE 'O'.
       77  SW-FIN-DEM              PIC X              VALUE 'N'.
           88  FIN-DEM                                VALUE 'O'.
       77  SW-FIN-HOR              PIC X              VALUE 'N'.
           88  FIN-HOR                                VALUE 'O'.

      * PARAMETRES RESOLUS PAR ACCEXTR.
       77  PER-DTDEB               PIC X(08)          VALUE SPACES.
       77  PER-DTFIN               PIC X(08)          VALUE SPACES.
       01  PER-OUVERTURE.
           05  PER-OUV-HH          PIC X(02).
           05  PER-OUV-MI          PIC X(02).
       01  PER-FERMETURE.
           05  PER-FER-HH          PIC X(02).
           05  PER-FER-MI          PIC X(02).
       77  PER-SEUIL-OPER          PIC 9(03)          VALUE ZERO.
       77  PER-FACTEUR             PIC 9(03)          VALUE ZERO.

      * CARTES DEMANDE, DANS L'ORDRE DE SAISIE (RANG = ACC-DEMANDE).
       77  DEM-NB                  PIC S9(4) COMP     VALUE ZERO.
       77  I-DEM                   PIC S9(4) COMP     VALUE ZERO.
       77  DEM-NB-ACCES            PIC S9(7) COMP-3   VALUE ZERO.
       01  TAB-DEMANDES.
           05  DEM-LIGNE           OCCURS 50 TIMES.
               10  DEM-CLE         PIC X(09).
               10  DEM-DTDEB       PIC X(08).
               10  DEM-DTFIN       PIC X(08).

      * ACCES COURANT (LU PAR READ ... INTO SUR L'UN DES TROIS
      * FICHIERS TRIES).
       01  ACC-Z.
           COPY ACCREC.

      * RUPTURES DE LA PARTIE 1 ET CUMULS OPERATEUR / TERMINAL.
       77  OPR-COUR                PIC X(03)          VALUE SPACES.
       77  TRM-COUR                PIC X(04)          VALUE SPACES.
       77  TRM-CONSULT             PIC S9(7) COMP-3   VALUE ZERO.
       77  TRM-MODIF               PIC S9(7) COMP-3   VALUE ZERO.
       77  TRM-HORS                PIC S9(7) COMP-3   VALUE ZERO.
       77  OPR-CONSULT             PIC S9(7) COMP-3   VALUE ZERO.
       77  OPR-MODIF               PIC S9(7) COMP-3   VALUE ZERO.
       77  OPR-HORS                PIC S9(7) COMP-3   VALUE ZERO.

      * TOTAL PAR OPERATEUR POUR LA PARTIE 2. AU-DELA DE OPR-MAX
      * OPERATEURS, LES SUIVANTS NE SONT PAS COMPARES (RC 4).
       77  OPR-MAX                 PIC S9(4) COMP     VALUE 500.
       77  OPR-NB                  PIC S9(4) COMP     VALUE ZERO.
       77  I-OPR                   PIC S9(4) COMP     VALUE ZERO.
       01  TAB-OPERATEURS.
           05  OPR-LIGNE           OCCURS 500 TIMES.
               10  OPR-ID          PIC X(03).
               10  OPR-TOTAL       PIC S9(7) COMP-3.
       77  MOY-AUTRES              PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  RAPPORT-PCT             PIC S9(7) COMP-3   VALUE ZERO.

      * OPERATEURS D'UNE CLE CLIENT (PARTIE 4), DANS L'ORDRE DU TRI.
      * AU-DELA DE KOP-MAX, LES OPERATEURS SONT COMPTES MAIS NON
      * LISTES (RC 4).
       77  CLE-COUR                PIC X(09)          VALUE SPACES.
       77  CLE-NB-OPER             PIC S9(5) COMP-3   VALUE ZERO.
       77  CLE-CONSULT             PIC S9(7) COMP-3   VALUE ZERO.
       77  OPID-PREC               PIC X(03)          VALUE SPACES.
       77  KOP-MAX                 PIC S9(4) COMP     VALUE 105.
       77  KOP-NB                  PIC S9(4) COMP     VALUE ZERO.
       77  I-KOP                   PIC S9(4) COMP     VALUE ZERO.
       77  I-COL                   PIC S9(4) COMP     VALUE ZERO.
       01  TAB-OPER-CLE.
           05  KOP-LIGNE           OCCURS 105 TIMES.
               10  KOP-OPID        PIC X(03).
               10  KOP-NB-CONS     PIC S9(5) COMP-3.

       77  TITRE-PARTIE            PIC X(80)          VALUE SPACES.

      * LIBELLES DES JOURS, 1 = LUNDI.
       01  TAB-JOURS-LIT.
           05  FILLER              PIC X(14)   VALUE 'LUMAMEJEVESADI'.
       01  TAB-JOURS REDEFINES TAB-JOURS-LIT.
           05  LIB-JOUR            PIC X(02)  OCCURS 7 TIMES.

      * HEURE HHMMSS EDITEE EN HH:MM:SS.
       01  HMS.
           05  HMS-HH              PIC X(02).
           05  HMS-MI              PIC X(02).
           05  HMS-SS              PIC X(02).
       01  HMS-EDIT.
           05  HMS-E-HH            PIC X(02).
           05  FILLER              PIC X(01)       VALUE ':'.
           05  HMS-E-MI            PIC X(02).
           05  FILLER              PIC X(01)       VALUE ':'.
           05  HMS-E-SS            PIC X(02).

       01  LIG-OPERATEUR.
           05  LIG-OPE-ID.
               10  LIG-OPE-OPID    PIC X(03).
               10  FILLER          PIC X(03).
               10  LIG-OPE-TRM     PIC X(04).
           05  LIG-OPE-LIB         REDEFINES LIG-OPE-ID
                                   PIC X(10).
           05  FILLER              PIC X(02).
           05  LIG-OPE-CONS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01).
           05  LIG-OPE-MODIF       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01).
           05  LIG-OPE-TOTAL       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  LIG-OPE-HORS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(20).

       01  LIG-ATYPIQUE.
           05  LIG-ATY-OPID        PIC X(03).
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  LIG-ATY-TOTAL       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-ATY-MOY         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-ATY-PCT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01)       VALUE '%'.
           05  FILLER              PIC X(40)       VALUE SPACES.

       01  LIG-ACCES.
           05  LIG-ACC-DATE        PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-ACC-JOUR        PIC X(02).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-ACC-HEURE       PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-ACC-OPID        PIC X(03).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-ACC-TRM         PIC X(04).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-ACC-PGM         PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-ACC-CLE         PIC X(09).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-ACC-NATURE      PIC X(12).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-ACC-MOTIF       PIC X(11).
           05  FILLER              PIC X(07)       VALUE SPACES.

       01  LIG-CLE.
           05  FILLER              PIC X(04)       VALUE 'CLE '.
           05  LIG-CLE-CLE         PIC X(09).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-CLE-NB-OPER     PIC ZZZZ9.
           05  FILLER              PIC X(13)       VALUE
                                   ' OPERATEURS  '.
           05  LIG-CLE-NB-CONS     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(14)       VALUE
                                   ' CONSULTATIONS'.
           05  FILLER              PIC X(26)       VALUE SPACES.

       01  LIG-OPER-CLE.
           05  FILLER              PIC X(04).
           05  LIG-KOP             OCCURS 7 TIMES.
               10  LIG-KOP-OPID    PIC X(03).
               10  LIG-KOP-PAR1    PIC X(01).
               10  LIG-KOP-NB      PIC ZZZ9.
               10  LIG-KOP-PAR2    PIC X(01).
               10  FILLER          PIC X(01).
           05  FILLER              PIC X(06).

       01  LIG-DEMANDE.
           05  FILLER              PIC X(08)       VALUE 'DEMANDE '.
           05  LIG-DEM-RANG        PIC ZZ9.
           05  FILLER              PIC X(07)       VALUE ' - CLE '.
           05  LIG-DEM-CLE         PIC X(09).
           05  FILLER              PIC X(04)       VALUE ' DU '.
           05  LIG-DEM-DTDEB       PIC X(08).
           05  FILLER              PIC X(04)       VALUE ' AU '.
           05  LIG-DEM-DTFIN       PIC X(09).
           05  FILLER              PIC X(28)       VALUE SPACES.

       01  LIG-RAPPORT.
           05  LIG-RAP-LIB         PIC X(25).
           05  LIG-RAP-CPT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(44)       VALUE SPACES.

       PROCEDURE DIVISION.
      *=================================================================
           PERFORM LIT-PARAMETRES

           OPEN OUTPUT RAPACC
           MOVE 'ACCRAP - AUDIT DES ACCES OPERATEURS (JOURNAL PARTAGE)'
                                   TO RAPACC-Z
           WRITE RAPACC-Z
           MOVE ALL '-'            TO RAPACC-Z
           WRITE RAPACC-Z
           MOVE SPACES             TO RAPACC-Z
           STRING 'PERIODE DU ' PER-DTDEB ' AU ' PER-DTFIN
                  DELIMITED BY SIZE
                  INTO RAPACC-Z
           WRITE RAPACC-Z
           MOVE SPACES             TO RAPACC-Z
           STRING 'HEURES OUVREES : ' PER-OUV-HH ':' PER-OUV-MI
                  ' A ' PER-FER-HH ':' PER-FER-MI
                  ', DU LUNDI AU VENDREDI'
                  DELIMITED BY SIZE
                  INTO RAPACC-Z
           WRITE RAPACC-Z

           PERFORM ECRIT-OPERATEURS
           PERFORM ECRIT-ATYPIQUES
           PERFORM ECRIT-HORS-OUVRES
           PERFORM ECRIT-CLES
           PERFORM ECRIT-DEMANDES
           PERFORM ECRIT-TOTAUX

           DISPLAY 'STAT ACCOPE   - READ RECORDS  : '
                    CPT-OPE-LUS      UPON CONSOLE
           DISPLAY 'STAT ACCCLE   - READ RECORDS  : '
                    CPT-CLE-LUS      UPON CONSOLE
           DISPLAY 'STAT ACCDEMT  - READ RECORDS  : '
                    CPT-DEM-LUS      UPON CONSOLE
           DISPLAY 'STAT RAPACC   - OPERATEURS    : '
                    CPT-OPERATEURS   UPON CONSOLE

           CLOSE RAPACC

           IF CPT-OPR-HORS-TABLE > ZERO
              OR CPT-CLES-TRONQUEES > ZERO
              DISPLAY 'ACCRAP - RAPPORT INCOMPLET (TABLE PLEINE) - '
                      'VOIR RAPACC (RC 4)' UPON CONSOLE
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       LIT-PARAMETRES.
      *-----------------------------------------------------------------
      * CARTE 'G' EN TETE (TOUJOURS ECRITE PAR ACCEXTR), PUIS CARTES
      * 'C'.
           OPEN INPUT ACCPRMV
           PERFORM LIT-ACCPRMV
           IF FIN-PRM OR NOT APR-GENERALE
              DISPLAY 'ACCRAP - ERREUR : CARTE G ABSENTE DE ACCPRMV'
                      UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE APR-DTDEB          TO PER-DTDEB
           MOVE APR-DTFIN          TO PER-DTFIN
           MOVE APR-OUVERTURE      TO PER-OUVERTURE
           MOVE APR-FERMETURE      TO PER-FERMETURE
           MOVE APR-SEUIL-OPER-N   TO PER-SEUIL-OPER
           MOVE APR-FACTEUR-N      TO PER-FACTEUR
           PERFORM LIT-ACCPRMV
           PERFORM RANGE-DEMANDE UNTIL FIN-PRM
           CLOSE ACCPRMV.

       LIT-ACCPRMV.
      *-----------------------------------------------------------------
           READ ACCPRMV
                AT END SET FIN-PRM TO TRUE
           END-READ.

       RANGE-DEMANDE.
      *-----------------------------------------------------------------
           ADD 1                   TO DEM-NB
           MOVE APR-CLE            TO DEM-CLE (DEM-NB)
           MOVE APR-DEM-DTDEB      TO DEM-DTDEB (DEM-NB)
           MOVE APR-DEM-DTFIN      TO DEM-DTFIN (DEM-NB)
           PERFORM LIT-ACCPRMV.

       ECRIT-TITRE.
      *-----------------------------------------------------------------
      * RAPACC-Z PORTE LE TITRE DE LA PARTIE.
           MOVE RAPACC-Z           TO TITRE-PARTIE
           MOVE SPACES             TO RAPACC-Z
           WRITE RAPACC-Z
           WRITE RAPACC-Z          FROM TITRE-PARTIE
           MOVE ALL '-'            TO RAPACC-Z
           WRITE RAPACC-Z.

      *=================================================================
      * PARTIE 1 - ACCES PAR OPERATEUR ET TERMINAL
      *=================================================================
       ECRIT-OPERATEURS.
      *-----------------------------------------------------------------
           MOVE '1. ACCES PAR OPERATEUR ET TERMINAL' TO RAPACC-Z
           PERFORM ECRIT-TITRE
           MOVE SPACES             TO RAPACC-Z
           STRING 'OPER  TERM     CONSULT.      MODIF.       TOTAL'
                  '  HORS OUVRES'
                  DELIMITED BY SIZE
                  INTO RAPACC-Z
           WRITE RAPACC-Z

           OPEN INPUT  ACCOPE
                OUTPUT ACCHOR
           PERFORM LIT-ACCOPE
           PERFORM TRAITE-OPERATEUR UNTIL FIN-OPE
           CLOSE ACCOPE
                 ACCHOR

           MOVE SPACES             TO LIG-OPERATEUR
           MOVE 'TOTAL'            TO LIG-OPE-LIB
           MOVE CPT-CONSULT        TO LIG-OPE-CONS
           MOVE CPT-MODIF          TO LIG-OPE-MODIF
           COMPUTE LIG-OPE-TOTAL = CPT-CONSULT + CPT-MODIF
           MOVE CPT-HORS           TO LIG-OPE-HORS
           WRITE RAPACC-Z          FROM LIG-OPERATEUR
           IF CPT-OPERATEURS = ZERO
              MOVE 'AUCUN ACCES OPERATEUR SUR LA PERIODE' TO RAPACC-Z
              WRITE RAPACC-Z
           END-IF.

       LIT-ACCOPE.
      *-----------------------------------------------------------------
           READ ACCOPE INTO ACC-Z
                AT END SET FIN-OPE TO TRUE
                NOT AT END ADD 1 TO CPT-OPE-LUS
           END-READ.

       TRAITE-OPERATEUR.
      *-----------------------------------------------------------------
      * UNE LIGNE PAR TERMINAL DE L'OPERATEUR, PUIS SON TOTAL, GARDE
      * POUR LA PARTIE 2.
           MOVE ACC-OPID           TO OPR-COUR
           ADD 1                   TO CPT-OPERATEURS
           MOVE ZERO               TO OPR-CONSULT
                                      OPR-MODIF
                                      OPR-HORS
           PERFORM TRAITE-TERMINAL
                   UNTIL FIN-OPE
                      OR ACC-OPID NOT = OPR-COUR

           MOVE SPACES             TO LIG-OPERATEUR
           MOVE OPR-COUR           TO LIG-OPE-OPID
           MOVE 'TOUS'             TO LIG-OPE-TRM
           MOVE OPR-CONSULT        TO LIG-OPE-CONS
           MOVE OPR-MODIF          TO LIG-OPE-MODIF
           COMPUTE LIG-OPE-TOTAL = OPR-CONSULT + OPR-MODIF
           MOVE OPR-HORS           TO LIG-OPE-HORS
           WRITE RAPACC-Z          FROM LIG-OPERATEUR
           MOVE SPACES             TO RAPACC-Z
           WRITE RAPACC-Z

           IF OPR-NB < OPR-MAX
              ADD 1                TO OPR-NB
              MOVE OPR-COUR        TO OPR-ID (OPR-NB)
              COMPUTE OPR-TOTAL (OPR-NB) = OPR-CONSULT + OPR-MODIF
           ELSE
              ADD 1                TO CPT-OPR-HORS-TABLE
           END-IF.

       TRAITE-TERMINAL.
      *-----------------------------------------------------------------
           MOVE ACC-TRMID          TO TRM-COUR
           MOVE ZERO               TO TRM-CONSULT
                                      TRM-MODIF
                                      TRM-HORS
           PERFORM CUMULE-ACCES
                   UNTIL FIN-OPE
                      OR ACC-OPID NOT = OPR-COUR
                      OR ACC-TRMID NOT = TRM-COUR

           MOVE SPACES             TO LIG-OPERATEUR
           MOVE OPR-COUR           TO LIG-OPE-OPID
           MOVE TRM-COUR           TO LIG-OPE-TRM
           MOVE TRM-CONSULT        TO LIG-OPE-CONS
           MOVE TRM-MODIF          TO LIG-OPE-MODIF
           COMPUTE LIG-OPE-TOTAL = TRM-CONSULT + TRM-MODIF
           MOVE TRM-HORS           TO LIG-OPE-HORS
           WRITE RAPACC-Z          FROM LIG-OPERATEUR

           ADD TRM-CONSULT         TO OPR-CONSULT
           ADD TRM-MODIF           TO OPR-MODIF
           ADD TRM-HORS            TO OPR-HORS.

       CUMULE-ACCES.
      *-----------------------------------------------------------------
           IF ACC-CONSULTATION
              ADD 1                TO TRM-CONSULT
                                      CPT-CONSULT
           ELSE
              ADD 1                TO TRM-MODIF
                                      CPT-MODIF
           END-IF
           IF NOT ACC-OUVRE
              ADD 1                TO TRM-HORS
                                      CPT-HORS
              PERFORM GARNIR-LIG-ACCES
              WRITE ACCHOR-Z       FROM LIG-ACCES
           END-IF
           PERFORM LIT-ACCOPE.

       GARNIR-LIG-ACCES.
      *-----------------------------------------------------------------
           MOVE ACC-DATE           TO LIG-ACC-DATE
           MOVE LIB-JOUR (ACC-JOUR-SEM) TO LIG-ACC-JOUR
           MOVE ACC-TIME           TO HMS
           MOVE HMS-HH             TO HMS-E-HH
           MOVE HMS-MI             TO HMS-E-MI
           MOVE HMS-SS             TO HMS-E-SS
           MOVE HMS-EDIT           TO LIG-ACC-HEURE
           MOVE ACC-OPID           TO LIG-ACC-OPID
           MOVE ACC-TRMID          TO LIG-ACC-TRM
           MOVE ACC-PGM            TO LIG-ACC-PGM
           MOVE ACC-CLE            TO LIG-ACC-CLE
           IF ACC-CONSULTATION
              MOVE 'CONSULTATION'  TO LIG-ACC-NATURE
           ELSE
              MOVE 'MODIFICATION'  TO LIG-ACC-NATURE
           END-IF
           EVALUATE TRUE
             WHEN ACC-WEEK-END
               MOVE 'WEEK-END'     TO LIG-ACC-MOTIF
             WHEN ACC-HORS-HEURES
               MOVE 'HORS HEURES'  TO LIG-ACC-MOTIF
             WHEN OTHER
               MOVE SPACES         TO LIG-ACC-MOTIF
           END-EVALUATE.

      *=================================================================
      * PARTIE 2 - OPERATEURS AU VOLUME ATYPIQUE
      *=================================================================
       ECRIT-ATYPIQUES.
      *-----------------------------------------------------------------
      * UN OPERATEUR EST ATYPIQUE QUAND SON TOTAL DEPASSE PER-FACTEUR %
      * DE LA MOYENNE DES AUTRES OPERATEURS (LUI-MEME EXCLU, POUR
      * QU'UN GROS VOLUME NE RELEVE PAS SA PROPRE REFERENCE).
           MOVE '2. OPERATEURS AU VOLUME ATYPIQUE' TO RAPACC-Z
           PERFORM ECRIT-TITRE
           MOVE SPACES             TO RAPACC-Z
           STRING 'TOTAL SUPERIEUR A ' PER-FACTEUR
                  ' % DE LA MOYENNE DES AUTRES OPERATEURS'
                  DELIMITED BY SIZE
                  INTO RAPACC-Z
           WRITE RAPACC-Z
           IF OPR-NB < 2
              MOVE 'MOINS DE DEUX OPERATEURS : PAS DE COMPARAISON'
                                   TO RAPACC-Z
              WRITE RAPACC-Z
           ELSE
              MOVE 'OPER        TOTAL  MOY. AUTRES  RAPPORT'
                                   TO RAPACC-Z
              WRITE RAPACC-Z
              PERFORM COMPARE-OPERATEUR
                      VARYING I-OPR FROM 1 BY 1
                      UNTIL I-OPR > OPR-NB
              IF CPT-ATYPIQUES = ZERO
                 MOVE 'AUCUN OPERATEUR ATYPIQUE' TO RAPACC-Z
                 WRITE RAPACC-Z
              END-IF
           END-IF
           IF CPT-OPR-HORS-TABLE > ZERO
              MOVE SPACES          TO RAPACC-Z
              STRING 'ATTENTION : PLUS DE 500 OPERATEURS, LES '
                     'SUIVANTS NE SONT PAS COMPARES'
                     DELIMITED BY SIZE
                     INTO RAPACC-Z
              WRITE RAPACC-Z
           END-IF.

       COMPARE-OPERATEUR.
      *-----------------------------------------------------------------
           COMPUTE MOY-AUTRES ROUNDED =
                   (CPT-CONSULT + CPT-MODIF - OPR-TOTAL (I-OPR))
                 / (CPT-OPERATEURS - 1)
           IF MOY-AUTRES > ZERO
              AND OPR-TOTAL (I-OPR) * 100 > PER-FACTEUR * MOY-AUTRES
              ADD 1                TO CPT-ATYPIQUES
              COMPUTE RAPPORT-PCT ROUNDED =
                      OPR-TOTAL (I-OPR) * 100 / MOY-AUTRES
              MOVE OPR-ID (I-OPR)  TO LIG-ATY-OPID
              MOVE OPR-TOTAL (I-OPR) TO LIG-ATY-TOTAL
              MOVE MOY-AUTRES      TO LIG-ATY-MOY
              MOVE RAPPORT-PCT     TO LIG-ATY-PCT
              WRITE RAPACC-Z       FROM LIG-ATYPIQUE
           END-IF.

      *=================================================================
      * PARTIE 3 - ACCES HORS HEURES OUVREES ET WEEK-END
      *=================================================================
       ECRIT-HORS-OUVRES.
      *-----------------------------------------------------------------
           MOVE '3. ACCES HORS HEURES OUVREES ET WEEK-END' TO RAPACC-Z
           PERFORM ECRIT-TITRE
           PERFORM ECRIT-COLONNES-ACCES
           OPEN INPUT ACCHOR
           PERFORM LIT-ACCHOR
           PERFORM RECOPIE-ACCHOR UNTIL FIN-HOR
           CLOSE ACCHOR
           IF CPT-HORS = ZERO
              MOVE 'AUCUN ACCES HORS HEURES OUVREES' TO RAPACC-Z
              WRITE RAPACC-Z
           END-IF.

       ECRIT-COLONNES-ACCES.
      *-----------------------------------------------------------------
           MOVE SPACES             TO RAPACC-Z
           STRING 'DATE     JR HEURE    OPE TERM PROGRAM  CLE'
                  '       NATURE       MOTIF'
                  DELIMITED BY SIZE
                  INTO RAPACC-Z
           WRITE RAPACC-Z.

       LIT-ACCHOR.
      *-----------------------------------------------------------------
           READ ACCHOR
                AT END SET FIN-HOR TO TRUE
           END-READ.

       RECOPIE-ACCHOR.
      *-----------------------------------------------------------------
           WRITE RAPACC-Z          FROM ACCHOR-Z
           PERFORM LIT-ACCHOR.

      *=================================================================
      * PARTIE 4 - CLES CONSULTEES PAR DE NOMBREUX OPERATEURS
      *=================================================================
       ECRIT-CLES.
      *-----------------------------------------------------------------
      * ACCCLE EST TRIE PAR CLE PUIS OPERATEUR : LES OPERATEURS
      * DISTINCTS D'UNE CLE SE COMPTENT PAR RUPTURE. SEULES LES
      * CONSULTATIONS PORTANT UNE CLE CLIENT SONT RETENUES.
           MOVE '4. CLES CLIENT CONSULTEES PAR DE NOMBREUX OPERATEURS'
                                   TO RAPACC-Z
           PERFORM ECRIT-TITRE
           MOVE SPACES             TO RAPACC-Z
           STRING 'CLES CONSULTEES PAR ' PER-SEUIL-OPER
                  ' OPERATEURS DIFFERENTS OU PLUS - OPERATEUR(NOMBRE)'
                  DELIMITED BY SIZE
                  INTO RAPACC-Z
           WRITE RAPACC-Z

           OPEN INPUT ACCCLE
           PERFORM LIT-ACCCLE-CONSULT
           PERFORM TRAITE-CLE UNTIL FIN-CLE
           CLOSE ACCCLE

           IF CPT-CLES-SIGNALEES = ZERO
              MOVE 'AUCUNE CLE AU-DESSUS DU SEUIL' TO RAPACC-Z
              WRITE RAPACC-Z
           END-IF.

       LIT-ACCCLE.
      *-----------------------------------------------------------------
           READ ACCCLE INTO ACC-Z
                AT END SET FIN-CLE TO TRUE
                NOT AT END ADD 1 TO CPT-CLE-LUS
           END-READ.

       LIT-ACCCLE-CONSULT.
      *-----------------------------------------------------------------
      * PROCHAINE CONSULTATION PORTANT UNE CLE CLIENT.
           PERFORM LIT-ACCCLE
           PERFORM LIT-ACCCLE
                   UNTIL FIN-CLE
                      OR (ACC-CLE NOT = SPACES AND ACC-CONSULTATION).

       TRAITE-CLE.
      *-----------------------------------------------------------------
           MOVE ACC-CLE            TO CLE-COUR
           MOVE ZERO               TO CLE-NB-OPER
                                      CLE-CONSULT
                                      KOP-NB
           MOVE SPACES             TO OPID-PREC
           PERFORM CUMULE-CLE
                   UNTIL FIN-CLE
                      OR ACC-CLE NOT = CLE-COUR

           IF CLE-NB-OPER NOT < PER-SEUIL-OPER
              ADD 1                TO CPT-CLES-SIGNALEES
              MOVE CLE-COUR        TO LIG-CLE-CLE
              MOVE CLE-NB-OPER     TO LIG-CLE-NB-OPER
              MOVE CLE-CONSULT     TO LIG-CLE-NB-CONS
              WRITE RAPACC-Z       FROM LIG-CLE
              MOVE SPACES          TO LIG-OPER-CLE
              MOVE ZERO            TO I-COL
              PERFORM ECRIT-OPER-CLE
                      VARYING I-KOP FROM 1 BY 1
                      UNTIL I-KOP > KOP-NB
              IF I-COL > ZERO
                 WRITE RAPACC-Z    FROM LIG-OPER-CLE
              END-IF
              IF CLE-NB-OPER > KOP-NB
                 ADD 1             TO CPT-CLES-TRONQUEES
                 MOVE SPACES       TO RAPACC-Z
                 MOVE '    ... LISTE LIMITEE AUX 105 PREMIERS'
                                   TO RAPACC-Z
                 WRITE RAPACC-Z
              END-IF
           END-IF.

       CUMULE-CLE.
      *-----------------------------------------------------------------
           ADD 1                   TO CLE-CONSULT
           IF ACC-OPID NOT = OPID-PREC
              ADD 1                TO CLE-NB-OPER
              MOVE ACC-OPID        TO OPID-PREC
              IF KOP-NB < KOP-MAX
                 ADD 1             TO KOP-NB
                 MOVE ACC-OPID     TO KOP-OPID (KOP-NB)
                 MOVE ZERO         TO KOP-NB-CONS (KOP-NB)
              END-IF
           END-IF
           IF CLE-NB-OPER = KOP-NB
              ADD 1                TO KOP-NB-CONS (KOP-NB)
           END-IF
           PERFORM LIT-ACCCLE-CONSULT.

       ECRIT-OPER-CLE.
      *-----------------------------------------------------------------
      * SEPT OPERATEURS PAR LIGNE : OPERATEUR(NOMBRE).
           ADD 1                   TO I-COL
           MOVE KOP-OPID (I-KOP)   TO LIG-KOP-OPID (I-COL)
           MOVE '('                TO LIG-KOP-PAR1 (I-COL)
           MOVE KOP-NB-CONS (I-KOP) TO LIG-KOP-NB (I-COL)
           MOVE ')'                TO LIG-KOP-PAR2 (I-COL)
           IF I-COL = 7
              WRITE RAPACC-Z       FROM LIG-OPER-CLE
              MOVE SPACES          TO LIG-OPER-CLE
              MOVE ZERO            TO I-COL
           END-IF.

      *=================================================================
      * PARTIE 5 - ACCES PAR CLIENT (CARTES DEMANDE)
      *=================================================================
       ECRIT-DEMANDES.
      *-----------------------------------------------------------------
      * ACCDEMT EST TRIE PAR RANG DE CARTE PUIS DANS LE TEMPS. LES
      * DATES D'UNE DEMANDE PEUVENT SORTIR DE LA PERIODE AUDITEE :
      * TOUT LE JOURNAL CONCATENE EST INTERROGE.
           MOVE '5. ACCES PAR CLIENT (DEMANDES DE DROIT D''ACCES)'
                                   TO RAPACC-Z
           PERFORM ECRIT-TITRE
           IF DEM-NB = ZERO
              MOVE 'AUCUNE DEMANDE'   TO RAPACC-Z
              WRITE RAPACC-Z
           ELSE
              OPEN INPUT ACCDEMT
              PERFORM LIT-ACCDEMT
              PERFORM TRAITE-DEMANDE
                      VARYING I-DEM FROM 1 BY 1
                      UNTIL I-DEM > DEM-NB
              CLOSE ACCDEMT
           END-IF.

       LIT-ACCDEMT.
      *-----------------------------------------------------------------
           READ ACCDEMT INTO ACC-Z
                AT END SET FIN-DEM TO TRUE
                NOT AT END ADD 1 TO CPT-DEM-LUS
           END-READ.

       TRAITE-DEMANDE.
      *-----------------------------------------------------------------
           MOVE I-DEM              TO LIG-DEM-RANG
           MOVE DEM-CLE (I-DEM)    TO LIG-DEM-CLE
           MOVE DEM-DTDEB (I-DEM)  TO LIG-DEM-DTDEB
           IF DEM-DTFIN (I-DEM) = '99999999'
              MOVE 'CE JOUR'       TO LIG-DEM-DTFIN
           ELSE
              MOVE DEM-DTFIN (I-DEM) TO LIG-DEM-DTFIN
           END-IF
           MOVE SPACES             TO RAPACC-Z
           WRITE RAPACC-Z
           WRITE RAPACC-Z          FROM LIG-DEMANDE
           PERFORM ECRIT-COLONNES-ACCES

           MOVE ZERO               TO DEM-NB-ACCES
           PERFORM ECRIT-ACCES-DEMANDE
                   UNTIL FIN-DEM
                      OR ACC-DEMANDE NOT = I-DEM

           IF DEM-NB-ACCES = ZERO
              MOVE 'AUCUN ACCES TROUVE' TO RAPACC-Z
              WRITE RAPACC-Z
           ELSE
              MOVE SPACES          TO LIG-RAPPORT
              MOVE 'ACCES TROUVES' TO LIG-RAP-LIB
              MOVE DEM-NB-ACCES    TO LIG-RAP-CPT
              WRITE RAPACC-Z       FROM LIG-RAPPORT
           END-IF.

       ECRIT-ACCES-DEMANDE.
      *-----------------------------------------------------------------
           ADD 1                   TO DEM-NB-ACCES
           PERFORM GARNIR-LIG-ACCES
           WRITE RAPACC-Z          FROM LIG-ACCES
           PERFORM LIT-ACCDEMT.

      *=================================================================
      * PARTIE 6 - TOTAUX
      *=================================================================
       ECRIT-TOTAUX.
      *-----------------------------------------------------------------
           MOVE '6. TOTAUX'        TO RAPACC-Z
           PERFORM ECRIT-TITRE

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'ACCES DE LA PERIODE' TO LIG-RAP-LIB
           MOVE CPT-OPE-LUS        TO LIG-RAP-CPT
           WRITE RAPACC-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'CONSULTATIONS'    TO LIG-RAP-LIB
           MOVE CPT-CONSULT        TO LIG-RAP-CPT
           WRITE RAPACC-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'MODIFICATIONS'    TO LIG-RAP-LIB
           MOVE CPT-MODIF          TO LIG-RAP-CPT
           WRITE RAPACC-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'HORS HEURES OUVREES' TO LIG-RAP-LIB
           MOVE CPT-HORS           TO LIG-RAP-CPT
           WRITE RAPACC-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'OPERATEURS'       TO LIG-RAP-LIB
           MOVE CPT-OPERATEURS     TO LIG-RAP-CPT
           WRITE RAPACC-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'OPERATEURS ATYPIQUES' TO LIG-RAP-LIB
           MOVE CPT-ATYPIQUES      TO LIG-RAP-CPT
           WRITE RAPACC-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'CLES SIGNALEES'   TO LIG-RAP-LIB
           MOVE CPT-CLES-SIGNALEES TO LIG-RAP-CPT
           WRITE RAPACC-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'DEMANDES'         TO LIG-RAP-LIB
           MOVE DEM-NB             TO LIG-RAP-CPT
           WRITE RAPACC-Z          FROM LIG-RAPPORT.
