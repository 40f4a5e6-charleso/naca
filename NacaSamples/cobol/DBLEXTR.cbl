       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.   DBLEXTR.
       AUTHOR.       XXXXXXXXX.
       DATE-WRITTEN. 2026.

      *REMARKS.
      *
      * Programme demo BATCH - DETECTION DES DOUBLONS CLIENTS,
      * EXTRACTION.
      *
      * UN MEME CLIENT EXISTE SOUVENT SOUS PLUSIEURS CLES FILEREC-CLE,
      * CHAQUE EMETTEUR ATTRIBUANT SES CLES DE SON COTE. LA CHAINE
      * HEBDOMADAIRE DOUBLONS (VOIR DOUBLONS.JCL) EN DRESSE LA LISTE
      * DE TRAVAIL POUR LA CELLULE QUALITE DES DONNEES :
      *   - DBLEXTR (CE PROGRAMME) LIT LE MAITRE PAR LE CHEMIN
      *     ALTERNE SUR MST-NOM (LE PATH QUE LA FCT CICS DECLARE SOUS
      *     LE NOM FILEMSTN, DD FILEMST1 EN BATCH) ET ECRIT CHAQUE
      *     CLIENT AVEC SON NOM ET SON PRENOM NORMALISES (DBLREC) ;
      *   - LE TRI SUR LA CLE NORMALISEE REGROUPE LES DOUBLONS
      *     PRESUMES, QUE DBLGRP CUMULE ;
      *   - LE TRI SUR LE SOLDE CUMULE LES CLASSE, DBLRAP LES EDITE.
      *
      * NORMALISATION (NOM ET PRENOM SEPAREMENT) :
      *   - LETTRES ACCENTUEES RAMENEES A LA LETTRE DE BASE (TABLE EN
      *     CODES EBCDIC DE LA PAGE DE CODE 500 DU MAITRE), ESZETT
      *     RAMENE A S, MINUSCULES PASSEES EN MAJUSCULES ;
      *   - BLANCS, TIRETS, APOSTROPHES, POINTS ET TOUT CARACTERE
      *     AUTRE QU'UNE LETTRE SUPPRIMES (DE LA FONTAINE =
      *     DELAFONTAINE, JEAN-PIERRE = JEAN PIERRE) ;
      *   - VARIANTES D'ORTHOGRAPHE USUELLES : AE, OE, UE -> A, O, U
      *     (TRANSCRIPTION ALLEMANDE DES TREMAS, MUELLER = MULLER),
      *     PH -> F, TH -> T, CK -> K, Y -> I ;
      *   - LETTRES DOUBLEES REDUITES A UNE SEULE (SS, LL, TT...).
      * CES REGLES RAPPROCHENT AUSSI QUELQUES NOMS DISTINCTS : LES
      * GROUPES OBTENUS SONT DES DOUBLONS PRESUMES, A CONFIRMER PAR LA
      * CELLULE QUALITE AVANT TOUTE DEMANDE DE CONSOLIDATION.
      *
      * UN CLIENT DONT LE NOM NORMALISE EST VIDE (NOM A BLANC OU SANS
      * AUCUNE LETTRE) N'EST PAS EXTRAIT : IL SERAIT RAPPROCHE DE
      * TOUS LES AUTRES. IL EST COMPTE A PART.
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
           SELECT FILEMST  ASSIGN TO FILEMST
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY MST-CLE
                  ALTERNATE RECORD KEY MST-NOM WITH DUPLICATES
                  FILE STATUS MST-STATUS.
           SELECT DBLNORM  ASSIGN TO UT-S-DBLNORM.

       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * FILEMST - MAITRE CLIENT VSAM KSDS TENU PAR BATCH2, LAYOUT
      * FILEREC (68 OCTETS, CLE EN TETE). CLE ALTERNE MST-NOM (AIX
      * NON UNIQUE EN UPGRADE, VOIR BATCH2.JCL).
       FD  FILEMST
           RECORD 68.
       01  FILEMST-Z.
           COPY FILEREC
             REPLACING ==FILEREC-CLE==     BY ==MST-CLE==
                       ==FILEREC-NOM==     BY ==MST-NOM==
                       ==FILEREC-PRENOM==  BY ==MST-PRENOM==
                       ==FILEREC-DTEFF==   BY ==MST-DTEFF==
                       ==FILEREC-MONTANT== BY ==MST-MONTANT==.

      * DBLNORM - CLIENTS AVEC CLE NORMALISEE, DANS L'ORDRE DU
      * CHEMIN ALTERNE (A TRIER SUR LA CLE NORMALISEE).
       FD  DBLNORM
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 120
           RECORDING F.
       01  DBLNORM-Z.
           COPY DBLREC.

       WORKING-STORAGE SECTION.
      *------------------------
       77  CPT-LUS                 PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-ECRITS              PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-SANS-NOM            PIC S9(7) COMP-3   VALUE ZERO.

       77  MST-STATUS              PIC X(02)          VALUE SPACES.

       77  SW-FIN-MST              PIC X              VALUE 'N'.
           88  FIN-MST                                VALUE 'O'.
       77  SW-ERR-VSAM             PIC X              VALUE 'N'.
           88  ERR-VSAM                               VALUE 'O'.

      * ZONES DE NORMALISATION : NRM-ENTREE EST TRAITEE CARACTERE PAR
      * CARACTERE VERS NRM-SORTIE (JAMAIS PLUS LONGUE : LES REGLES NE
      * FONT QU'OTER OU SUBSTITUER).
       77  NRM-LONG                PIC S9(4) COMP     VALUE 20.
       77  NRM-I                   PIC S9(4) COMP     VALUE ZERO.
       77  NRM-LG                  PIC S9(4) COMP     VALUE ZERO.
       77  NRM-ENTREE              PIC X(20)          VALUE SPACES.
       77  NRM-SORTIE              PIC X(20)          VALUE SPACES.
       77  NRM-CAR                 PIC X              VALUE SPACE.
       77  NRM-SUIV                PIC X              VALUE SPACE.
       77  NRM-DERNIER             PIC X              VALUE SPACE.
       77  SW-SAUT-CAR             PIC X              VALUE 'N'.
           88  SAUT-CAR                               VALUE 'O'.

      * LETTRES ACCENTUEES ET LEUR LETTRE DE BASE, CODES EBCDIC DE LA
      * PAGE DE CODE 500 (LES DEUX ZONES SE CORRESPONDENT OCTET A
      * OCTET POUR L'INSPECT CONVERTING).
       01  ACC-DE.
      *    MINUSCULES : A CIRC. TREMA GRAVE AIGU TILDE ROND, C CED., N
           05  FILLER              PIC X(08)  VALUE X'4243444546474849'.
      *    MINUSCULES : E CIRC. TREMA GRAVE, I AIGU CIRC. TREMA GRAVE
           05  FILLER              PIC X(08)  VALUE X'5152535455565758'.
      *    MINUSCULES : O CIRC. TREMA GRAVE AIGU TILDE
           05  FILLER              PIC X(05)  VALUE X'CBCCCDCECF'.
      *    MINUSCULES : U CIRC. TREMA GRAVE AIGU, Y TREMA
           05  FILLER              PIC X(05)  VALUE X'DBDCDDDEDF'.
      *    MAJUSCULES : MEMES LETTRES
           05  FILLER              PIC X(08)  VALUE X'6263646566676869'.
           05  FILLER              PIC X(08)  VALUE X'7172737475767778'.
           05  FILLER              PIC X(05)  VALUE X'EBECEDEEEF'.
           05  FILLER              PIC X(04)  VALUE X'FBFCFDFE'.
      *    ESZETT
           05  FILLER              PIC X(01)  VALUE X'59'.
       01  ACC-VERS.
           05  FILLER              PIC X(08)  VALUE 'AAAAAACN'.
           05  FILLER              PIC X(08)  VALUE 'EEEEIIII'.
           05  FILLER              PIC X(05)  VALUE 'OOOOO'.
           05  FILLER              PIC X(05)  VALUE 'UUUUY'.
           05  FILLER              PIC X(08)  VALUE 'AAAAAACN'.
           05  FILLER              PIC X(08)  VALUE 'EEEEIIII'.
           05  FILLER              PIC X(05)  VALUE 'OOOOO'.
           05  FILLER              PIC X(04)  VALUE 'UUUU'.
           05  FILLER              PIC X(01)  VALUE 'S'.

       PROCEDURE DIVISION.
      *=================================================================
           OPEN INPUT  FILEMST
           IF MST-STATUS NOT = '00'
              DISPLAY 'DBLEXTR - ERREUR OPEN FILEMST, STATUS='
                       MST-STATUS UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT DBLNORM

      * POSITIONNEMENT EN TETE DU CHEMIN ALTERNE (PLUS PETIT NOM).
           MOVE LOW-VALUES         TO MST-NOM
           START FILEMST KEY NOT < MST-NOM
                 INVALID KEY SET FIN-MST TO TRUE
           END-START
           IF NOT FIN-MST
              PERFORM LIT-FILEMST
           END-IF

           PERFORM TRAITE-CLIENT UNTIL FIN-MST

           DISPLAY 'STAT FILEMST  - READ RECORDS  : '
                    CPT-LUS          UPON CONSOLE
           DISPLAY 'STAT DBLNORM  - WRITE RECORDS : '
                    CPT-ECRITS       UPON CONSOLE
           DISPLAY 'STAT DBLEXTR  - SANS NOM      : '
                    CPT-SANS-NOM     UPON CONSOLE

           CLOSE FILEMST
                 DBLNORM

           IF ERR-VSAM
              MOVE 16 TO RETURN-CODE
           END-IF

           STOP RUN.

       LIT-FILEMST.
      *-----------------------------------------------------------------
      * STATUS 02 : UN AUTRE ENREGISTREMENT SUIT AVEC LE MEME NOM
      * (CLE ALTERNE EN DOUBLE) - LECTURE NORMALE.
           READ FILEMST NEXT
                AT END SET FIN-MST TO TRUE
                NOT AT END ADD 1 TO CPT-LUS
           END-READ
           IF NOT FIN-MST
              AND MST-STATUS NOT = '00'
              AND MST-STATUS NOT = '02'
              DISPLAY 'DBLEXTR - ERREUR READ FILEMST, STATUS='
                       MST-STATUS UPON CONSOLE
              SET ERR-VSAM         TO TRUE
              SET FIN-MST          TO TRUE
           END-IF.

       TRAITE-CLIENT.
      *-----------------------------------------------------------------
           MOVE SPACES             TO DBLNORM-Z

           MOVE MST-NOM            TO NRM-ENTREE
           PERFORM NORMALISE
           MOVE NRM-SORTIE         TO DBL-NOM-N

           MOVE MST-PRENOM         TO NRM-ENTREE
           PERFORM NORMALISE
           MOVE NRM-SORTIE         TO DBL-PRENOM-N

           IF DBL-NOM-N = SPACES
              ADD 1                TO CPT-SANS-NOM
           ELSE
              MOVE MST-NOM         TO DBL-NOM
              MOVE MST-PRENOM      TO DBL-PRENOM
              MOVE MST-CLE         TO DBL-CLE
              MOVE MST-DTEFF       TO DBL-DTEFF
              IF MST-MONTANT NUMERIC
                 MOVE MST-MONTANT  TO DBL-MONTANT
              ELSE
                 MOVE ZERO         TO DBL-MONTANT
              END-IF
              MOVE ZERO            TO DBL-GRP-TOTAL
                                      DBL-GRP-NB
              WRITE DBLNORM-Z
              ADD 1                TO CPT-ECRITS
           END-IF

           PERFORM LIT-FILEMST.

       NORMALISE.
      *-----------------------------------------------------------------
      * NRM-ENTREE -> NRM-SORTIE (VOIR LES REGLES EN TETE).
           MOVE SPACES             TO NRM-SORTIE
           MOVE ZERO               TO NRM-LG
           MOVE SPACE              TO NRM-DERNIER
           MOVE 'N'                TO SW-SAUT-CAR
           INSPECT NRM-ENTREE CONVERTING ACC-DE TO ACC-VERS
           INSPECT NRM-ENTREE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM NORMALISE-CAR
                   VARYING NRM-I FROM 1 BY 1
                   UNTIL NRM-I > NRM-LONG.

       NORMALISE-CAR.
      *-----------------------------------------------------------------
      * SAUT-CAR : LE CARACTERE A DEJA ETE ABSORBE PAR UNE VARIANTE
      * A DEUX LETTRES (LE H DE PH/TH, LE E DE AE/OE/UE).
           IF SAUT-CAR
              MOVE 'N'             TO SW-SAUT-CAR
           ELSE
              MOVE NRM-ENTREE (NRM-I:1) TO NRM-CAR
              IF NRM-I < NRM-LONG
                 MOVE NRM-ENTREE (NRM-I + 1:1) TO NRM-SUIV
              ELSE
                 MOVE SPACE        TO NRM-SUIV
              END-IF
              PERFORM NORMALISE-VARIANTE
           END-IF.

       NORMALISE-VARIANTE.
      *-----------------------------------------------------------------
           EVALUATE TRUE
             WHEN NRM-CAR = SPACE
             WHEN NRM-CAR NOT ALPHABETIC-UPPER
               CONTINUE
             WHEN NRM-CAR = 'P' AND NRM-SUIV = 'H'
               MOVE 'F'            TO NRM-CAR
               SET SAUT-CAR        TO TRUE
               PERFORM AJOUTE-CAR
             WHEN NRM-CAR = 'T' AND NRM-SUIV = 'H'
               SET SAUT-CAR        TO TRUE
               PERFORM AJOUTE-CAR
             WHEN NRM-CAR = 'C' AND NRM-SUIV = 'K'
               CONTINUE
             WHEN (NRM-CAR = 'A' OR 'O' OR 'U') AND NRM-SUIV = 'E'
               SET SAUT-CAR        TO TRUE
               PERFORM AJOUTE-CAR
             WHEN NRM-CAR = 'Y'
               MOVE 'I'            TO NRM-CAR
               PERFORM AJOUTE-CAR
             WHEN OTHER
               PERFORM AJOUTE-CAR
           END-EVALUATE.

       AJOUTE-CAR.
      *-----------------------------------------------------------------
      * UNE LETTRE IDENTIQUE A LA PRECEDENTE RETENUE EST OMISE
      * (LETTRES DOUBLEES).
           IF NRM-CAR NOT = NRM-DERNIER
              AND NRM-LG < NRM-LONG
              ADD 1                TO NRM-LG
              MOVE NRM-CAR         TO NRM-SORTIE (NRM-LG:1)
              MOVE NRM-CAR         TO NRM-DERNIER
           END-IF.
