       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.   HISTLOAD.
       AUTHOR.       XXXXXXXXX.
       DATE-WRITTEN. 2026.

      *REMARKS.
      *
      * Programme demo BATCH - PREPARATION DE L'HISTORIQUE DES
      * CHANGEMENTS DU MAITRE CLIENT POUR LA CONSULTATION A L'ECRAN
      * (TRANSACTION TRA8).
      *
      * LISTAUD RESTITUE L'HISTORIQUE D'UNE CLE EN BATCH, SUR CARTE
      * AUDPARM ; LE CENTRE D'APPEL A BESOIN DE LA MEME INFORMATION
      * EN LIGNE, DEPUIS LA CONSULTATION TRA3. CE PROGRAMME LIT LES
      * GENERATIONS FILEAUD ACCUMULEES, TRIEES PAR CLE PUIS DATE DE
      * TRAITEMENT (TRI STABLE, ORDRE CHRONOLOGIQUE PRESERVE A DATE
      * EGALE), NUMEROTE LES CHANGEMENTS DE CHAQUE CLE A L'INTERIEUR
      * D'UNE MEME DATE, ET PRODUIT UN ENREGISTREMENT PAR CHANGEMENT
      * (CLE D'HISTORIQUE + IMAGE FILEAUD COMPLETE), QUE LA JCL
      * CHARGE ENSUITE PAR REPRO DANS LE KSDS FILEHST CONSULTE PAR
      * TRA8.
      *
      * CLE D'HISTORIQUE (24 OCTETS) : CLE CLIENT, DATE DE
      * TRAITEMENT ET NO D'ORDRE DANS LA DATE, CES DEUX DERNIERS
      * COMPLEMENTES A 9 : LE PARCOURS CROISSANT DU KSDS SUR UNE CLE
      * CLIENT REND AINSI SES CHANGEMENTS DU PLUS RECENT AU PLUS
      * ANCIEN, ORDRE D'AFFICHAGE DE TRA8. LES IMAGES DES GENERATIONS
      * ANTERIEURES A L'ELARGISSEMENT DE FILEAUD (DATE A BLANC) SONT
      * CHARGEES A LA DATE ZERO : LES PLUS ANCIENNES DE LA CLE.
      *
      * UNE RUPTURE DE SEQUENCE SUR L'ENTREE (TRI AMONT DEFAILLANT)
      * FERAIT DES CLES D'HISTORIQUE EN DOUBLE : RC 8, RIEN N'EST
      * CHARGE.
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
           SELECT FILEAUDT ASSIGN TO UT-S-FILEAUDT.
           SELECT HSTCOMB  ASSIGN TO UT-S-HSTCOMB.

       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * FILEAUDT - GENERATIONS FILEAUD TRIEES PAR CLE (OCTETS 2-10)
      * PUIS DATE DE TRAITEMENT (OCTETS 147-154), TRI STABLE.
       FD  FILEAUDT
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 160
           RECORDING F.
       01  FILEAUDT-Z.
           05  AUD-TYPE            PIC X(01).
           05  AUD-CLE             PIC X(09).
           05  AUD-AVANT           PIC X(68).
           05  AUD-APRES           PIC X(68).
           05  AUD-DTTRT           PIC X(08).
           05  AUD-DTTRT-N REDEFINES AUD-DTTRT
                                   PIC 9(08).
           05  AUD-CODE            PIC X(01).
           05  FILLER              PIC X(05).

      * HSTCOMB - CHANGEMENT HISTORISE (CLE D'HISTORIQUE + IMAGE
      * FILEAUD), CHARGE PAR REPRO DANS LE KSDS FILEHST (CLE =
      * OCTETS 1-24).
       FD  HSTCOMB
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 184
           RECORDING F.
       01  HSTCOMB-Z.
           05  HSTC-CLE            PIC X(09).
           05  HSTC-DTINV          PIC 9(08).
           05  HSTC-SEQINV         PIC 9(07).
           05  HSTC-AUD            PIC X(160).

       WORKING-STORAGE SECTION.
      *------------------------
       77  CPT-AUD-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-ECRITS              PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-CLES                PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-SANS-DATE           PIC S9(7) COMP-3   VALUE ZERO.

       77  SW-FIN-AUD              PIC X              VALUE 'N'.
           88  FIN-AUD                                VALUE 'O'.
       77  SW-ERR-SEQ              PIC X              VALUE 'N'.
           88  ERR-SEQ                                VALUE 'O'.

      * RUPTURE CLE + DATE : NO D'ORDRE DU CHANGEMENT DANS LA DATE.
       77  CLE-PREC                PIC X(09)          VALUE LOW-VALUE.
       77  DATE-PREC               PIC 9(08)          VALUE ZERO.
       77  DATE-COUR               PIC 9(08)          VALUE ZERO.
       77  SEQ-DATE                PIC 9(07)          VALUE ZERO.

       PROCEDURE DIVISION.
      *=================================================================
           OPEN INPUT  FILEAUDT
                OUTPUT HSTCOMB

           PERFORM LIT-FILEAUDT
           PERFORM HISTORISE-IMAGE
                   UNTIL FIN-AUD OR ERR-SEQ

           DISPLAY 'STAT FILEAUDT - READ RECORDS  : '
                    CPT-AUD-LUS      UPON CONSOLE
           DISPLAY 'STAT FILEAUDT - KEYS          : '
                    CPT-CLES         UPON CONSOLE
           DISPLAY 'STAT FILEAUDT - WITHOUT DATE  : '
                    CPT-SANS-DATE    UPON CONSOLE
           DISPLAY 'STAT HSTCOMB  - WRITE RECORDS : '
                    CPT-ECRITS       UPON CONSOLE

           CLOSE FILEAUDT
                 HSTCOMB

           IF ERR-SEQ
              DISPLAY 'HISTLOAD - ERREUR : FILEAUDT HORS SEQUENCE '
                      'CLE/DATE APRES LA CLE ' CLE-PREC
                      UPON CONSOLE
              DISPLAY 'HISTLOAD - CHARGEMENT ABANDONNE (RC 8)'
                      UPON CONSOLE
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

       LIT-FILEAUDT.
      *-----------------------------------------------------------------
           READ FILEAUDT
                AT END SET FIN-AUD TO TRUE
                NOT AT END ADD 1 TO CPT-AUD-LUS
           END-READ.

       HISTORISE-IMAGE.
      *-----------------------------------------------------------------
      * DATE A BLANC (GENERATION ANTERIEURE A L'ELARGISSEMENT) : DATE
      * ZERO. LE NO D'ORDRE REPART A 1 A CHAQUE NOUVEAU COUPLE CLE +
      * DATE ; UN COUPLE EN RECUL SUR LE PRECEDENT EST UNE RUPTURE DE
      * SEQUENCE.
           IF AUD-DTTRT-N NUMERIC
              MOVE AUD-DTTRT-N     TO DATE-COUR
           ELSE
              MOVE ZERO            TO DATE-COUR
              ADD 1                TO CPT-SANS-DATE
           END-IF

           EVALUATE TRUE
             WHEN AUD-CLE < CLE-PREC
               SET ERR-SEQ         TO TRUE
             WHEN AUD-CLE > CLE-PREC
               ADD 1               TO CPT-CLES
               MOVE 1              TO SEQ-DATE
             WHEN DATE-COUR < DATE-PREC
               SET ERR-SEQ         TO TRUE
             WHEN DATE-COUR > DATE-PREC
               MOVE 1              TO SEQ-DATE
             WHEN OTHER
               ADD 1               TO SEQ-DATE
           END-EVALUATE

           IF NOT ERR-SEQ
              MOVE AUD-CLE         TO CLE-PREC
              MOVE DATE-COUR       TO DATE-PREC
              MOVE AUD-CLE         TO HSTC-CLE
              COMPUTE HSTC-DTINV   = 99999999 - DATE-COUR
              COMPUTE HSTC-SEQINV  = 9999999 - SEQ-DATE
              MOVE FILEAUDT-Z      TO HSTC-AUD
              WRITE HSTCOMB-Z
              ADD 1                TO CPT-ECRITS
              PERFORM LIT-FILEAUDT
           END-IF.
