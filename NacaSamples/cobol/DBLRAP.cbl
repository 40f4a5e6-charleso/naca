       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.   DBLRAP.
       AUTHOR.       XXXXXXXXX.
       DATE-WRITTEN. 2026.

      *REMARKS.
      *
      * Programme demo BATCH - DETECTION DES DOUBLONS CLIENTS,
      * LISTE DE TRAVAIL.
      *
      * EDITE LES GROUPES DE DOUBLONS PRESUMES CONSTITUES PAR DBLGRP,
      * TRIES PAR SOLDE CUMULE DECROISSANT : LA CELLULE QUALITE DES
      * DONNEES TRAITE LA LISTE DANS L'ORDRE ET DEMANDE AUX EMETTEURS
      * DE CONSOLIDER LEURS CLES. POUR CHAQUE GROUPE : RANG, TYPE
      * (EXACT = MEMES NOM ET PRENOM ; APPROCHE = RAPPROCHEMENT APRES
      * NORMALISATION, VOIR DBLEXTR), NOMBRE DE CLES ET SOLDE CUMULE,
      * PUIS UNE LIGNE PAR CLE AVEC NOM, PRENOM, DATE D'EFFET ET
      * SOLDE. LES TOTAUX FINAUX DONNENT LE NOMBRE DE GROUPES PAR
      * TYPE, LE NOMBRE DE CLES CONCERNEES ET LEUR SOLDE CUMULE.
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
           SELECT DBLRANG  ASSIGN TO UT-S-DBLRANG.
           SELECT RAPDBL   ASSIGN TO UT-S-RAPDBL.

       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * DBLRANG - CLES DES GROUPES (DBLGRP) TRIEES PAR SOLDE CUMULE
      * DECROISSANT, PUIS CLE NORMALISEE, NOM ET PRENOM, CLE CLIENT.
       FD  DBLRANG
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 120
           RECORDING F.
       01  DBLRANG-Z.
           COPY DBLREC.

       FD  RAPDBL
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  RAPDBL-Z                PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------------
       77  CPT-LUS                 PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-GROUPES             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-GRP-EXACTS          PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-GRP-APPROCHES       PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-CLES                PIC S9(7) COMP-3   VALUE ZERO.
       77  MNT-TOTAL               PIC S9(13)V99 COMP-3 VALUE ZERO.

       77  SW-FIN-RANG             PIC X              VALUE 'N'.
           88  FIN-RANG                               VALUE 'O'.

       77  GRP-CLE-N               PIC X(35)          VALUE SPACES.

       01  LIG-GROUPE.
           05  FILLER              PIC X(05)       VALUE 'RANG '.
           05  LIG-GRP-RANG        PIC ZZZZ9.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-GRP-TYPE        PIC X(08).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-GRP-NB          PIC ZZZZ9.
           05  FILLER              PIC X(07)       VALUE ' CLES  '.
           05  FILLER              PIC X(13)       VALUE
                                   'SOLDE CUMULE '.
           05  LIG-GRP-MNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(12)       VALUE SPACES.

       01  LIG-MEMBRE.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  LIG-MBR-CLE         PIC X(09).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-MBR-NOM         PIC X(20).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-MBR-PRENOM      PIC X(15).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-MBR-DTEFF       PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-MBR-MNT         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(05)       VALUE SPACES.

       01  LIG-RAPPORT.
           05  LIG-RAP-LIB         PIC X(25).
           05  LIG-RAP-CPT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(44)       VALUE SPACES.

       01  LIG-TOTAL.
           05  LIG-TOT-LIB         PIC X(25).
           05  LIG-TOT-MNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(34)       VALUE SPACES.

       PROCEDURE DIVISION.
      *=================================================================
           OPEN INPUT  DBLRANG
                OUTPUT RAPDBL

           MOVE 'DBLRAP - DOUBLONS PRESUMES DU MAITRE CLIENT'
                                   TO RAPDBL-Z
           WRITE RAPDBL-Z
           MOVE ALL '-'            TO RAPDBL-Z
           WRITE RAPDBL-Z
           MOVE 'GROUPES CLASSES PAR SOLDE CUMULE DECROISSANT'
                                   TO RAPDBL-Z
           WRITE RAPDBL-Z
           MOVE 'EXACT    : MEMES NOM ET PRENOM SOUS PLUSIEURS CLES'
                                   TO RAPDBL-Z
           WRITE RAPDBL-Z
           MOVE 'APPROCHE : NOMS VOISINS (BLANCS, ACCENTS, VARIANTES)'
                                   TO RAPDBL-Z
           WRITE RAPDBL-Z
           MOVE SPACES             TO RAPDBL-Z
           WRITE RAPDBL-Z
           MOVE SPACES             TO RAPDBL-Z
           STRING '   CLE        NOM                  PRENOM'
                  '          DTEFF              SOLDE'
                  DELIMITED BY SIZE
                  INTO RAPDBL-Z
           WRITE RAPDBL-Z
           MOVE SPACES             TO RAPDBL-Z
           WRITE RAPDBL-Z

           PERFORM LIT-DBLRANG
           PERFORM TRAITE-GROUPE UNTIL FIN-RANG

           PERFORM ECRIT-TOTAUX

           DISPLAY 'STAT DBLRANG  - READ RECORDS  : '
                    CPT-LUS          UPON CONSOLE
           DISPLAY 'STAT RAPDBL   - GROUPES       : '
                    CPT-GROUPES      UPON CONSOLE

           CLOSE DBLRANG
                 RAPDBL

           STOP RUN.

       LIT-DBLRANG.
      *-----------------------------------------------------------------
           READ DBLRANG
                AT END SET FIN-RANG TO TRUE
                NOT AT END ADD 1 TO CPT-LUS
           END-READ.

       TRAITE-GROUPE.
      *-----------------------------------------------------------------
      * EN-TETE DU GROUPE (ZONE GROUPE DE SA PREMIERE CLE), PUIS SES
      * CLES JUSQU'AU CHANGEMENT DE CLE NORMALISEE.
           MOVE DBL-CLE-N          TO GRP-CLE-N
           ADD 1                   TO CPT-GROUPES
           ADD DBL-GRP-TOTAL       TO MNT-TOTAL
           ADD DBL-GRP-NB          TO CPT-CLES

           MOVE CPT-GROUPES        TO LIG-GRP-RANG
           IF DBL-GRP-EXACT
              MOVE 'EXACT'         TO LIG-GRP-TYPE
              ADD 1                TO CPT-GRP-EXACTS
           ELSE
              MOVE 'APPROCHE'      TO LIG-GRP-TYPE
              ADD 1                TO CPT-GRP-APPROCHES
           END-IF
           MOVE DBL-GRP-NB         TO LIG-GRP-NB
           MOVE DBL-GRP-TOTAL      TO LIG-GRP-MNT
           WRITE RAPDBL-Z          FROM LIG-GROUPE

           PERFORM ECRIT-MEMBRE
                   UNTIL FIN-RANG
                      OR DBL-CLE-N NOT = GRP-CLE-N

           MOVE SPACES             TO RAPDBL-Z
           WRITE RAPDBL-Z.

       ECRIT-MEMBRE.
      *-----------------------------------------------------------------
           MOVE DBL-CLE            TO LIG-MBR-CLE
           MOVE DBL-NOM            TO LIG-MBR-NOM
           MOVE DBL-PRENOM         TO LIG-MBR-PRENOM
           MOVE DBL-DTEFF          TO LIG-MBR-DTEFF
           MOVE DBL-MONTANT        TO LIG-MBR-MNT
           WRITE RAPDBL-Z          FROM LIG-MEMBRE
           PERFORM LIT-DBLRANG.

       ECRIT-TOTAUX.
      *-----------------------------------------------------------------
           MOVE ALL '-'            TO RAPDBL-Z
           WRITE RAPDBL-Z

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'GROUPES EXACTS'   TO LIG-RAP-LIB
           MOVE CPT-GRP-EXACTS     TO LIG-RAP-CPT
           WRITE RAPDBL-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'GROUPES APPROCHES' TO LIG-RAP-LIB
           MOVE CPT-GRP-APPROCHES  TO LIG-RAP-CPT
           WRITE RAPDBL-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'CLES CONCERNEES'  TO LIG-RAP-LIB
           MOVE CPT-CLES           TO LIG-RAP-CPT
           WRITE RAPDBL-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-TOTAL
           MOVE 'SOLDE CUMULE DES GROUPES' TO LIG-TOT-LIB
           MOVE MNT-TOTAL          TO LIG-TOT-MNT
           WRITE RAPDBL-Z          FROM LIG-TOTAL

           IF CPT-GROUPES = ZERO
              MOVE 'AUCUN DOUBLON PRESUME'           TO RAPDBL-Z
              WRITE RAPDBL-Z
           END-IF.
