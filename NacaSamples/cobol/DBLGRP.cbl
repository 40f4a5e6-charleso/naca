       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.   DBLGRP.
       AUTHOR.       XXXXXXXXX.
       DATE-WRITTEN. 2026.

      *REMARKS.
      *
      * Programme demo BATCH - DETECTION DES DOUBLONS CLIENTS,
      * CONSTITUTION DES GROUPES.
      *
      * LIT L'EXTRACTION DE DBLEXTR TRIEE SUR LA CLE NORMALISEE (PUIS
      * NOM ET PRENOM BRUTS, PUIS CLE CLIENT) : LES CLIENTS DE MEME
      * CLE NORMALISEE SE SUIVENT ET FORMENT UN GROUPE. UN GROUPE
      * D'UNE SEULE CLE N'EST PAS UN DOUBLON ET EST ECARTE ; LES
      * AUTRES SONT REECRITS CLE PAR CLE AVEC LA ZONE GROUPE DE
      * DBLREC (SOLDE CUMULE, NOMBRE DE CLES, TYPE EXACT OU
      * APPROCHE), POUR LE TRI DE CLASSEMENT ET L'EDITION DBLRAP.
      *
      * LE SOLDE CUMULE N'EST CONNU QU'EN FIN DE GROUPE : LES CLES
      * DU GROUPE SONT GARDEES EN TABLE (GRP-MAX). AU-DELA, LES CLES
      * EXCEDENTAIRES SONT COMPTEES DANS LE SOLDE ET LE NOMBRE DU
      * GROUPE MAIS NE SONT PAS REECRITES : LE STEP SE TERMINE EN
      * RC 4 (GROUPE A EXAMINER PAR ONLINE4 SUR LE NOM).
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
           SELECT DBLTRI   ASSIGN TO UT-S-DBLTRI.
           SELECT DBLGRPS  ASSIGN TO UT-S-DBLGRPS.

       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * DBLTRI - EXTRACTION DBLEXTR TRIEE SUR LA CLE NORMALISEE.
       FD  DBLTRI
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 120
           RECORDING F.
       01  DBLTRI-Z.
           COPY DBLREC.

      * DBLGRPS - CLES DES GROUPES D'AU MOINS DEUX CLES, ZONE GROUPE
      * RENSEIGNEE (LAYOUT DBLREC).
       FD  DBLGRPS
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 120
           RECORDING F.
       01  DBLGRPS-Z.
           05  GRS-CLIENT          PIC X(93).
           05  GRS-TOTAL           PIC S9(13)V99 COMP-3.
           05  GRS-NB              PIC 9(05).
           05  GRS-TYPE            PIC X(01).
           05  FILLER              PIC X(13).

       WORKING-STORAGE SECTION.
      *------------------------
       77  CPT-LUS                 PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-ECRITS              PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-GRP-EXACTS          PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-GRP-APPROCHES       PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-GRP-TRONQUES        PIC S9(7) COMP-3   VALUE ZERO.

       77  SW-FIN-TRI              PIC X              VALUE 'N'.
           88  FIN-TRI                                VALUE 'O'.

      * GROUPE EN COURS : CLE NORMALISEE, IDENTITE BRUTE DE LA
      * PREMIERE CLE (UNE IDENTITE DIFFERENTE REND LE GROUPE
      * APPROCHE), CUMULS ET TABLE DES CLES.
       77  GRP-CLE-N               PIC X(35)          VALUE SPACES.
       77  GRP-IDENTITE            PIC X(35)          VALUE SPACES.
       77  GRP-TOTAL               PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  GRP-NB                  PIC S9(5) COMP-3   VALUE ZERO.
       77  SW-GRP-DIVERGENT        PIC X              VALUE 'N'.
           88  GRP-DIVERGENT                          VALUE 'O'.

       77  GRP-MAX                 PIC S9(4) COMP     VALUE 500.
       77  GRP-NB-TAB              PIC S9(4) COMP     VALUE ZERO.
       01  TAB-GROUPE.
           05  GRP-MEMBRE          OCCURS 500 TIMES
                                   INDEXED BY IX-MBR.
               10  GRP-CLIENT      PIC X(93).

       PROCEDURE DIVISION.
      *=================================================================
           OPEN INPUT  DBLTRI
                OUTPUT DBLGRPS

           PERFORM LIT-DBLTRI
           PERFORM TRAITE-GROUPE UNTIL FIN-TRI

           DISPLAY 'STAT DBLTRI   - READ RECORDS  : '
                    CPT-LUS          UPON CONSOLE
           DISPLAY 'STAT DBLGRPS  - WRITE RECORDS : '
                    CPT-ECRITS       UPON CONSOLE
           DISPLAY 'STAT DBLGRP   - GROUPES EXACTS: '
                    CPT-GRP-EXACTS   UPON CONSOLE
           DISPLAY 'STAT DBLGRP   - GRP APPROCHES : '
                    CPT-GRP-APPROCHES UPON CONSOLE

           CLOSE DBLTRI
                 DBLGRPS

           IF CPT-GRP-TRONQUES > ZERO
              DISPLAY 'DBLGRP - AVERTISSEMENT : GROUPES DE PLUS DE '
                      GRP-MAX ' CLES TRONQUES (RC 4)' UPON CONSOLE
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       LIT-DBLTRI.
      *-----------------------------------------------------------------
           READ DBLTRI
                AT END SET FIN-TRI TO TRUE
                NOT AT END ADD 1 TO CPT-LUS
           END-READ.

       TRAITE-GROUPE.
      *-----------------------------------------------------------------
           MOVE DBL-CLE-N          TO GRP-CLE-N
           MOVE DBL-IDENTITE       TO GRP-IDENTITE
           MOVE ZERO               TO GRP-TOTAL
                                      GRP-NB
                                      GRP-NB-TAB
           MOVE 'N'                TO SW-GRP-DIVERGENT

           PERFORM AJOUTE-MEMBRE
                   UNTIL FIN-TRI
                      OR DBL-CLE-N NOT = GRP-CLE-N

           IF GRP-NB > 1
              PERFORM ECRIT-GROUPE
           END-IF.

       AJOUTE-MEMBRE.
      *-----------------------------------------------------------------
           ADD 1                   TO GRP-NB
           ADD DBL-MONTANT         TO GRP-TOTAL
           IF DBL-IDENTITE NOT = GRP-IDENTITE
              SET GRP-DIVERGENT    TO TRUE
           END-IF
           IF GRP-NB-TAB < GRP-MAX
              ADD 1                TO GRP-NB-TAB
              MOVE DBL-CLIENT      TO GRP-CLIENT (GRP-NB-TAB)
           END-IF
           PERFORM LIT-DBLTRI.

       ECRIT-GROUPE.
      *-----------------------------------------------------------------
           MOVE SPACES             TO DBLGRPS-Z
           MOVE GRP-TOTAL          TO GRS-TOTAL
           MOVE GRP-NB             TO GRS-NB
           IF GRP-DIVERGENT
              MOVE 'A'             TO GRS-TYPE
              ADD 1                TO CPT-GRP-APPROCHES
           ELSE
              MOVE 'E'             TO GRS-TYPE
              ADD 1                TO CPT-GRP-EXACTS
           END-IF
           IF GRP-NB > GRP-NB-TAB
              ADD 1                TO CPT-GRP-TRONQUES
              DISPLAY 'DBLGRP - GROUPE TRONQUE : ' GRP-IDENTITE
                      ' (' GRP-NB ' CLES)' UPON CONSOLE
           END-IF

           PERFORM ECRIT-MEMBRE
                   VARYING IX-MBR FROM 1 BY 1
                   UNTIL IX-MBR > GRP-NB-TAB.

       ECRIT-MEMBRE.
      *-----------------------------------------------------------------
           MOVE GRP-CLIENT (IX-MBR) TO GRS-CLIENT
           WRITE DBLGRPS-Z
           ADD 1                   TO CPT-ECRITS.
