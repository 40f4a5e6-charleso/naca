       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.   STRATMST.
       AUTHOR.       XXXXXXXXX.
       DATE-WRITTEN. 2026.

      *REMARKS.
      *
      * Programme demo BATCH - STRATIFICATION DU PORTEFEUILLE ET
      * CLIENTS DORMANTS.
      *
      * BATCH2CK DONNE LE NOMBRE D'ENREGISTREMENTS ET LE TOTAL DES
      * SOLDES DU MAITRE, PAS LEUR REPARTITION. CE PROGRAMME MENSUEL
      * RELIT LE MAITRE DE BOUT EN BOUT ET EDITE QUATRE PARTIES :
      *   - CLIENTS ET SOLDE TOTAL PAR TRANCHE DE SOLDE, BORNES SUR
      *     LA CARTE STRPARM (JUSQU'A 5 BORNES CROISSANTES, DONC 6
      *     TRANCHES ; BORNES PAR DEFAUT SI LA CARTE N'EN PORTE PAS) ;
      *   - ANCIENNETE PAR ANNEE ET MOIS DE MST-DTEFF, AVEC SOUS-TOTAL
      *     PAR ANNEE ;
      *   - LES 50 PLUS FORTS SOLDES ET LEUR PART DU SOLDE TOTAL ;
      *   - LES CLIENTS DORMANTS : DATE D'EFFET ANTERIEURE AU SEUIL DE
      *     DORMANCE (DATE DE REFERENCE MOINS N MOIS, N SUR LA CARTE)
      *     ET AUCUN CHANGEMENT FILEAUD DEPUIS CE SEUIL. LES GENERATIONS
      *     FILEAUD, TRIEES PAR CLE, SONT RAPPROCHEES DU MAITRE PAR
      *     FUSION SUR LA CLE ; SI LA PLUS ANCIENNE IMAGE LUE EST
      *     POSTERIEURE AU SEUIL, LA PISTE NE COUVRE PAS LA PERIODE ET
      *     LA LISTE EST A PRENDRE AVEC RESERVE (RC 4).
      *
      * LE RAPPORT SE TERMINE PAR LE NOMBRE D'ENREGISTREMENTS ET LE
      * TOTAL DES SOLDES, CALCULES SELON LES MEMES REGLES QUE
      * BATCH2CK (UN MONTANT PACKE INVALIDE EST COMPTE MAIS EXCLU DU
      * TOTAL) ET A RAPPROCHER DE SON DERNIER RAPPORT CRMST. CHAQUE
      * PARTIE EST RECOUPEE CONTRE CES TOTAUX (SOMME DES TRANCHES,
      * SOMME DES MOIS) : UN ECART TERMINE LE STEP EN RC 8.
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
           SELECT STRPARM  ASSIGN TO UT-S-STRPARM.
           SELECT FILEMST  ASSIGN TO FILEMST
                  ORGANIZATION INDEXED
                  ACCESS SEQUENTIAL
                  RECORD KEY MST-CLE
                  FILE STATUS MST-STATUS.
           SELECT FILEAUDT ASSIGN TO UT-S-FILEAUDT.
           SELECT FILEDRM  ASSIGN TO UT-S-FILEDRM.
           SELECT RAPSTR   ASSIGN TO UT-S-RAPSTR.

       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * STRPARM - CARTE DE PARAMETRES :
      *   1-8   DATE DE REFERENCE AAAAMMJJ (A BLANC : DATE SYSTEME) ;
      *   9-11  PERIODE DE DORMANCE EN MOIS (A BLANC : 24) ;
      *   12-71 JUSQU'A 5 BORNES DE TRANCHE, 12 CARACTERES CHACUNE,
      *         SIGNE EN TETE (EX. +00000100000 = 1 000,00),
      *         STRICTEMENT CROISSANTES, LES BORNES INUTILISEES A
      *         BLANC (TOUTES A BLANC : BORNES PAR DEFAUT 0, 1 000,
      *         10 000, 100 000 ET 1 000 000).
       FD  STRPARM
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  STRPARM-Z.
           05  STRP-DTREF          PIC X(08).
           05  STRP-DTREF-N        REDEFINES STRP-DTREF
                                   PIC 9(08).
           05  STRP-MOIS           PIC X(03).
           05  STRP-MOIS-N         REDEFINES STRP-MOIS
                                   PIC 9(03).
           05  STRP-LIMITE         OCCURS 5 TIMES.
               10  STRP-LIM-X      PIC X(12).
               10  STRP-LIM-N      REDEFINES STRP-LIM-X
                                   PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(09).

      * FILEMST - MAITRE CLIENT VSAM KSDS TENU PAR BATCH2, LAYOUT
      * FILEREC (68 OCTETS, CLE EN TETE).
       FD  FILEMST
           RECORD 68.
       01  FILEMST-Z.
           COPY FILEREC
             REPLACING ==FILEREC-CLE==     BY ==MST-CLE==
                       ==FILEREC-NOM==     BY ==MST-NOM==
                       ==FILEREC-PRENOM==  BY ==MST-PRENOM==
                       ==FILEREC-DTEFF==   BY ==MST-DTEFF==
                       ==FILEREC-MONTANT== BY ==MST-MONTANT==.

      * FILEAUDT - GENERATIONS FILEAUD TRIEES PAR CLE (OCTETS 2-10).
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
           05  AUD-DTTRT           PIC 9(08).
           05  AUD-CODE            PIC X(01).
           05  FILLER              PIC X(05).

      * FILEDRM - LIGNES DE LA PARTIE DORMANTS, ECRITES AU FIL DE LA
      * LECTURE DU MAITRE ET RECOPIEES DANS LE RAPPORT APRES LES
      * PARTIES QUI NE SONT CONNUES QU'EN FIN DE LECTURE.
       FD  FILEDRM
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  FILEDRM-Z               PIC X(80).

       FD  RAPSTR
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  RAPSTR-Z                PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------------
       77  CPT-MST-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-AUD-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-MNT-INVALIDES       PIC S9(7) COMP-3   VALUE ZERO.
       77  MNT-TOTAL               PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  MONTANT-COUR            PIC S9(09)V99 COMP-3 VALUE ZERO.

       77  MST-STATUS              PIC X(02)          VALUE SPACES.

       77  SW-FIN-MST              PIC X              VALUE 'N'.
           88  FIN-MST                                VALUE 'O'.
       77  SW-FIN-AUD              PIC X              VALUE 'N'.
           88  FIN-AUD                                VALUE 'O'.
       77  SW-FIN-DRM              PIC X              VALUE 'N'.
           88  FIN-DRM                                VALUE 'O'.
       77  SW-ERR-VSAM             PIC X              VALUE 'N'.
           88  ERR-VSAM                               VALUE 'O'.
       77  SW-ECART                PIC X              VALUE 'N'.
           88  ECART                                  VALUE 'O'.
       77  SW-AUDIT-COURT          PIC X              VALUE 'N'.
           88  AUDIT-COURT                            VALUE 'O'.

      * DATE DE REFERENCE, PERIODE ET SEUIL DE DORMANCE. LE SEUIL
      * GARDE LE JOUR DE LA DATE DE REFERENCE (UN 31 SUR UN MOIS DE
      * 30 JOURS RESTE UNE BORNE DE COMPARAISON CORRECTE).
       77  DTREF                   PIC 9(08)          VALUE ZERO.
       77  MOIS-DORM               PIC 9(03)          VALUE ZERO.
       77  MOIS-ABS                PIC S9(7) COMP     VALUE ZERO.
       01  DTREF-ECLATE.
           05  DTREF-AAAA          PIC 9(04).
           05  DTREF-MM            PIC 9(02).
           05  DTREF-JJ            PIC 9(02).
       01  SEUIL-DORM              PIC 9(08)          VALUE ZERO.
       01  SEUIL-ECLATE REDEFINES SEUIL-DORM.
           05  SEUIL-AAAA          PIC 9(04).
           05  SEUIL-MM            PIC 9(02).
           05  SEUIL-JJ            PIC 9(02).

      * TRANCHES DE SOLDE : TRA-NB-LIM BORNES CROISSANTES DEFINISSENT
      * TRA-NB-LIM + 1 TRANCHES (SOLDE < BORNE 1, BORNE 1 <= SOLDE <
      * BORNE 2, ..., SOLDE >= DERNIERE BORNE).
       77  TRA-NB-LIM              PIC S9(4) COMP     VALUE ZERO.
       77  TRA-NB                  PIC S9(4) COMP     VALUE ZERO.
       77  I-TRA                   PIC S9(4) COMP     VALUE ZERO.
       01  TAB-LIMITES.
           05  TRA-LIMITE          OCCURS 5 TIMES
                                   PIC S9(09)V99 COMP-3.
       01  TAB-TRANCHES.
           05  TRA-LIGNE           OCCURS 6 TIMES
                                   INDEXED BY IX-TRA.
               10  TRA-CPT         PIC S9(7) COMP-3.
               10  TRA-MNT         PIC S9(13)V99 COMP-3.
       77  SW-TRA-TROUVE           PIC X              VALUE 'N'.
           88  TRA-TROUVE                             VALUE 'O'.
       77  SW-LIM-FIN              PIC X              VALUE 'N'.
           88  LIM-FIN                                VALUE 'O'.

      * ANCIENNETE PAR MOIS DE DATE D'EFFET, TABLE TENUE EN ORDRE
      * CROISSANT D'AAAAMM. TABLE PLEINE : LES MOIS EXCEDENTAIRES SONT
      * REGROUPES SOUS UNE LIGNE DEBORD ; LES DATES NON NUMERIQUES
      * SOUS UNE LIGNE DATE INVALIDE.
       77  AGE-MAX                 PIC S9(4) COMP     VALUE 600.
       77  AGE-NB                  PIC S9(4) COMP     VALUE ZERO.
       77  I-POS                   PIC S9(4) COMP     VALUE ZERO.
       77  I-DEC                   PIC S9(4) COMP     VALUE ZERO.
       77  AAAAMM-COUR             PIC 9(06)          VALUE ZERO.
       77  AAAA-PREC               PIC 9(04)          VALUE ZERO.
       77  CPT-AGE-INVAL           PIC S9(7) COMP-3   VALUE ZERO.
       77  MNT-AGE-INVAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  CPT-AGE-DEBORD          PIC S9(7) COMP-3   VALUE ZERO.
       77  MNT-AGE-DEBORD          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  CPT-AGE-ANNEE           PIC S9(7) COMP-3   VALUE ZERO.
       77  MNT-AGE-ANNEE           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  TAB-AGES.
           05  AGE-LIGNE           OCCURS 600 TIMES
                                   INDEXED BY IX-AGE.
               10  AGE-AAAAMM      PIC 9(06).
               10  AGE-AAAAMM-R    REDEFINES AGE-AAAAMM.
                   15  AGE-AAAA    PIC 9(04).
                   15  AGE-MM      PIC 9(02).
               10  AGE-CPT         PIC S9(7) COMP-3.
               10  AGE-MNT         PIC S9(13)V99 COMP-3.
       77  SW-AGE-POSE             PIC X              VALUE 'N'.
           88  AGE-POSE                               VALUE 'O'.

      * LES 50 PLUS FORTS SOLDES, TABLE TENUE EN ORDRE DECROISSANT.
       77  TOP-MAX                 PIC S9(4) COMP     VALUE 50.
       77  TOP-NB                  PIC S9(4) COMP     VALUE ZERO.
       77  MNT-TOP                 PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  PART-TOP                PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  TAB-TOP.
           05  TOP-LIGNE           OCCURS 50 TIMES
                                   INDEXED BY IX-TOP.
               10  TOP-CLE         PIC X(09).
               10  TOP-NOM         PIC X(20).
               10  TOP-PRENOM      PIC X(15).
               10  TOP-MNT         PIC S9(09)V99 COMP-3.
       77  SW-TOP-POSE             PIC X              VALUE 'N'.
           88  TOP-POSE                               VALUE 'O'.

      * DORMANCE : DERNIER CHANGEMENT FILEAUD DE LA CLE EN COURS ET
      * PLUS ANCIENNE IMAGE LUE (COUVERTURE DE LA PISTE).
       77  CLE-COUR                PIC X(09)          VALUE SPACES.
       77  DERNIER-AUD             PIC 9(08)          VALUE ZERO.
       77  AUD-DATE                PIC 9(08)          VALUE ZERO.
       77  AUD-DTTRT-MIN           PIC 9(08)          VALUE 99999999.
       77  CPT-DORMANTS            PIC S9(7) COMP-3   VALUE ZERO.
       77  MNT-DORMANTS            PIC S9(13)V99 COMP-3 VALUE ZERO.

      * RECOUPEMENT DES PARTIES CONTRE LES TOTAUX.
       77  CPT-RECOUPE             PIC S9(7) COMP-3   VALUE ZERO.
       77  MNT-RECOUPE             PIC S9(13)V99 COMP-3 VALUE ZERO.

       77  EDIT-BORNE              PIC -ZZZ,ZZZ,ZZ9.99.

       01  LIG-TRANCHE.
           05  LIG-TRA-DE          PIC X(15).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-TRA-A           PIC X(15).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-TRA-CPT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-TRA-MNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(12)       VALUE SPACES.

       01  LIG-AGE.
           05  LIG-AGE-PER         PIC X(14).
           05  FILLER              PIC X(20)       VALUE SPACES.
           05  LIG-AGE-CPT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-AGE-MNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(12)       VALUE SPACES.

       01  LIG-TOP.
           05  LIG-TOP-RANG        PIC ZZ9.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-TOP-CLE         PIC X(09).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-TOP-NOM         PIC X(20).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-TOP-PRENOM      PIC X(15).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-TOP-MNT         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-TOP-PART        PIC -ZZZ9.99.
           05  FILLER              PIC X(02)       VALUE ' %'.
           05  FILLER              PIC X(03)       VALUE SPACES.

       01  LIG-DORMANT.
           05  LIG-DRM-CLE         PIC X(09).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-DRM-NOM         PIC X(20).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-DRM-PRENOM      PIC X(15).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-DRM-DTEFF       PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-DRM-DTAUD       PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-DRM-MNT         PIC -ZZZ,ZZZ,ZZ9.99.

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
           OPEN INPUT  STRPARM
                OUTPUT RAPSTR

           READ STRPARM
                AT END
                  DISPLAY 'STRATMST - ERREUR : CARTE STRPARM ABSENTE'
                          UPON CONSOLE
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
           END-READ
           PERFORM LIT-PARAMETRES
           CLOSE STRPARM

           MOVE 'STRATMST - STRATIFICATION DU MAITRE CLIENT'
                                   TO RAPSTR-Z
           WRITE RAPSTR-Z
           MOVE ALL '-'            TO RAPSTR-Z
           WRITE RAPSTR-Z
           MOVE SPACES             TO RAPSTR-Z
           STRING 'DATE DE REFERENCE ' DTREF
                  ' - SEUIL DE DORMANCE ' SEUIL-DORM
                  ' (' MOIS-DORM ' MOIS)'
                  DELIMITED BY SIZE
                  INTO RAPSTR-Z
           WRITE RAPSTR-Z

           OPEN INPUT FILEMST
           IF MST-STATUS NOT = '00'
              DISPLAY 'STRATMST - ERREUR OPEN FILEMST, STATUS='
                       MST-STATUS UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT  FILEAUDT
                OUTPUT FILEDRM

           PERFORM LIT-FILEAUDT
           PERFORM LIT-FILEMST
           PERFORM TRAITE-CLIENT UNTIL FIN-MST
      * FIN DE LA PISTE (CLES SUPPRIMEES DU MAITRE) : LUE POUR LA
      * COUVERTURE.
           PERFORM LIT-FILEAUDT UNTIL FIN-AUD

           CLOSE FILEMST
                 FILEAUDT
                 FILEDRM

           IF AUD-DTTRT-MIN > SEUIL-DORM
              SET AUDIT-COURT      TO TRUE
           END-IF

           PERFORM ECRIT-TRANCHES
           PERFORM ECRIT-ANCIENNETE
           PERFORM ECRIT-TOP
           PERFORM ECRIT-DORMANTS
           PERFORM ECRIT-TOTAUX

           DISPLAY 'STAT FILEMST  - READ RECORDS  : '
                    CPT-MST-LUS      UPON CONSOLE
           DISPLAY 'STAT FILEAUD  - READ RECORDS  : '
                    CPT-AUD-LUS      UPON CONSOLE
           DISPLAY 'STAT STRATMST - DORMANTS      : '
                    CPT-DORMANTS     UPON CONSOLE

           CLOSE RAPSTR

           EVALUATE TRUE
             WHEN ERR-VSAM
               MOVE 16 TO RETURN-CODE
             WHEN ECART
               DISPLAY 'STRATMST - ECART DE RECOUPEMENT - VOIR '
                       'RAPPORT RAPSTR (RC 8)' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
             WHEN AUDIT-COURT
               DISPLAY 'STRATMST - AVERTISSEMENT : PISTE D''AUDIT '
                       'PLUS COURTE QUE LA DORMANCE (RC 4)'
                       UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       LIT-PARAMETRES.
      *-----------------------------------------------------------------
      * DATE DE REFERENCE, PERIODE DE DORMANCE ET BORNES ; UNE CARTE
      * INVALIDE ARRETE LE STEP (RC 16) AVANT TOUTE LECTURE.
           IF STRP-DTREF = SPACES
              ACCEPT DTREF FROM DATE YYYYMMDD
           ELSE
              IF STRP-DTREF-N NOT NUMERIC
                 DISPLAY 'STRATMST - ERREUR : DATE DE REFERENCE '
                         'INVALIDE : ' STRP-DTREF UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE STRP-DTREF-N    TO DTREF
           END-IF

           IF STRP-MOIS = SPACES
              MOVE 24              TO MOIS-DORM
           ELSE
              IF STRP-MOIS-N NOT NUMERIC
                 OR STRP-MOIS-N = ZERO
                 DISPLAY 'STRATMST - ERREUR : PERIODE DE DORMANCE '
                         'INVALIDE : ' STRP-MOIS UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE STRP-MOIS-N     TO MOIS-DORM
           END-IF

      * SEUIL = DATE DE REFERENCE MOINS MOIS-DORM MOIS (CALCUL EN
      * MOIS ABSOLUS DEPUIS L'AN 0).
           MOVE DTREF              TO DTREF-ECLATE
           COMPUTE MOIS-ABS = DTREF-AAAA * 12 + DTREF-MM - 1
                            - MOIS-DORM
           DIVIDE MOIS-ABS BY 12 GIVING SEUIL-AAAA
                                 REMAINDER SEUIL-MM
           ADD 1                   TO SEUIL-MM
           MOVE DTREF-JJ           TO SEUIL-JJ

           MOVE 'N'                TO SW-LIM-FIN
           PERFORM LIT-LIMITE
                   VARYING I-TRA FROM 1 BY 1
                   UNTIL I-TRA > 5 OR LIM-FIN
           IF TRA-NB-LIM = ZERO
              MOVE 5               TO TRA-NB-LIM
              MOVE ZERO            TO TRA-LIMITE (1)
              MOVE 1000            TO TRA-LIMITE (2)
              MOVE 10000           TO TRA-LIMITE (3)
              MOVE 100000          TO TRA-LIMITE (4)
              MOVE 1000000         TO TRA-LIMITE (5)
           END-IF
           COMPUTE TRA-NB = TRA-NB-LIM + 1
           INITIALIZE TAB-TRANCHES.

       LIT-LIMITE.
      *-----------------------------------------------------------------
      * LA PREMIERE BORNE A BLANC TERMINE LA LISTE.
           IF STRP-LIM-X (I-TRA) = SPACES
              SET LIM-FIN          TO TRUE
           ELSE
              IF STRP-LIM-N (I-TRA) NOT NUMERIC
                 DISPLAY 'STRATMST - ERREUR : BORNE ' I-TRA
                         ' INVALIDE : ' STRP-LIM-X (I-TRA)
                         UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF I-TRA > 1
                 AND STRP-LIM-N (I-TRA) NOT > TRA-LIMITE (I-TRA - 1)
                 DISPLAY 'STRATMST - ERREUR : BORNES NON '
                         'CROISSANTES (BORNE ' I-TRA ')' UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE STRP-LIM-N (I-TRA) TO TRA-LIMITE (I-TRA)
              ADD 1                TO TRA-NB-LIM
           END-IF.

       LIT-FILEMST.
      *-----------------------------------------------------------------
           READ FILEMST
                AT END SET FIN-MST TO TRUE
                NOT AT END ADD 1 TO CPT-MST-LUS
           END-READ
           IF NOT FIN-MST
              AND MST-STATUS NOT = '00'
              DISPLAY 'STRATMST - ERREUR READ FILEMST, STATUS='
                       MST-STATUS UPON CONSOLE
              SET ERR-VSAM         TO TRUE
              SET FIN-MST          TO TRUE
           END-IF.

       LIT-FILEAUDT.
      *-----------------------------------------------------------------
      * UNE IMAGE SANS DATE (GENERATION ANTERIEURE A L'ELARGISSEMENT
      * DE FILEAUD) EST DATEE ZERO : LA PLUS ANCIENNE POSSIBLE.
           READ FILEAUDT
                AT END SET FIN-AUD TO TRUE
                NOT AT END ADD 1 TO CPT-AUD-LUS
           END-READ
           IF NOT FIN-AUD
              IF AUD-DTTRT NUMERIC
                 MOVE AUD-DTTRT    TO AUD-DATE
              ELSE
                 MOVE ZERO         TO AUD-DATE
              END-IF
              IF AUD-DATE < AUD-DTTRT-MIN
                 MOVE AUD-DATE     TO AUD-DTTRT-MIN
              END-IF
           END-IF.

       TRAITE-CLIENT.
      *-----------------------------------------------------------------
           IF MST-MONTANT NUMERIC
              MOVE MST-MONTANT     TO MONTANT-COUR
              ADD MST-MONTANT      TO MNT-TOTAL
              PERFORM VENTILE-TRANCHE
              PERFORM CLASSE-TOP
           ELSE
              MOVE ZERO            TO MONTANT-COUR
              ADD 1                TO CPT-MNT-INVALIDES
           END-IF
           PERFORM VENTILE-AGE
           PERFORM CONTROLE-DORMANCE
           PERFORM LIT-FILEMST.

       VENTILE-TRANCHE.
      *-----------------------------------------------------------------
      * PREMIERE TRANCHE DONT LA BORNE HAUTE DEPASSE LE SOLDE, OU LA
      * DERNIERE TRANCHE (SANS BORNE HAUTE).
           MOVE 'N'                TO SW-TRA-TROUVE
           PERFORM CHERCHE-TRANCHE
                   VARYING I-TRA FROM 1 BY 1
                   UNTIL I-TRA > TRA-NB-LIM OR TRA-TROUVE
           IF NOT TRA-TROUVE
              SET IX-TRA           TO TRA-NB
              ADD 1                TO TRA-CPT (IX-TRA)
              ADD MONTANT-COUR     TO TRA-MNT (IX-TRA)
           END-IF.

       CHERCHE-TRANCHE.
      *-----------------------------------------------------------------
           IF MONTANT-COUR < TRA-LIMITE (I-TRA)
              SET IX-TRA           TO I-TRA
              ADD 1                TO TRA-CPT (IX-TRA)
              ADD MONTANT-COUR     TO TRA-MNT (IX-TRA)
              SET TRA-TROUVE       TO TRUE
           END-IF.

       VENTILE-AGE.
      *-----------------------------------------------------------------
      * LE MOIS EST CHERCHE DANS LA TABLE TRIEE ; ABSENT, IL EST
      * INSERE A SA PLACE EN DECALANT LA FIN DE TABLE D'UN CRAN.
           IF MST-DTEFF NOT NUMERIC
              ADD 1                TO CPT-AGE-INVAL
              ADD MONTANT-COUR     TO MNT-AGE-INVAL
           ELSE
              DIVIDE MST-DTEFF BY 100 GIVING AAAAMM-COUR
              MOVE 'N'             TO SW-AGE-POSE
              PERFORM CHERCHE-AGE
                      VARYING I-POS FROM 1 BY 1
                      UNTIL I-POS > AGE-NB OR AGE-POSE
              IF NOT AGE-POSE
                 PERFORM INSERE-AGE
              END-IF
           END-IF.

       CHERCHE-AGE.
      *-----------------------------------------------------------------
           SET IX-AGE              TO I-POS
           IF AGE-AAAAMM (IX-AGE) = AAAAMM-COUR
              ADD 1                TO AGE-CPT (IX-AGE)
              ADD MONTANT-COUR     TO AGE-MNT (IX-AGE)
              SET AGE-POSE         TO TRUE
           ELSE
              IF AGE-AAAAMM (IX-AGE) > AAAAMM-COUR
                 PERFORM INSERE-AGE
              END-IF
           END-IF.

       INSERE-AGE.
      *-----------------------------------------------------------------
      * INSERTION EN POSITION I-POS (AGE-NB + 1 EN FIN DE TABLE).
           SET AGE-POSE            TO TRUE
           IF AGE-NB < AGE-MAX
              PERFORM DECALE-AGE
                      VARYING I-DEC FROM AGE-NB BY -1
                      UNTIL I-DEC < I-POS
              ADD 1                TO AGE-NB
              SET IX-AGE           TO I-POS
              MOVE AAAAMM-COUR     TO AGE-AAAAMM (IX-AGE)
              MOVE 1               TO AGE-CPT (IX-AGE)
              MOVE MONTANT-COUR    TO AGE-MNT (IX-AGE)
           ELSE
              ADD 1                TO CPT-AGE-DEBORD
              ADD MONTANT-COUR     TO MNT-AGE-DEBORD
           END-IF.

       DECALE-AGE.
      *-----------------------------------------------------------------
           MOVE AGE-LIGNE (I-DEC)  TO AGE-LIGNE (I-DEC + 1).

       CLASSE-TOP.
      *-----------------------------------------------------------------
      * UN SOLDE ENTRE DANS LA TABLE S'IL RESTE DE LA PLACE OU S'IL
      * DEPASSE LE PLUS PETIT RETENU ; A SOLDE EGAL, LE PREMIER LU
      * GARDE LE MEILLEUR RANG.
           MOVE 'O'                TO SW-TOP-POSE
           IF TOP-NB < TOP-MAX
              MOVE 'N'             TO SW-TOP-POSE
           ELSE
              IF MONTANT-COUR > TOP-MNT (TOP-MAX)
                 MOVE 'N'          TO SW-TOP-POSE
              END-IF
           END-IF
           IF NOT TOP-POSE
              PERFORM CHERCHE-TOP
                      VARYING I-POS FROM 1 BY 1
                      UNTIL I-POS > TOP-NB OR TOP-POSE
              IF NOT TOP-POSE
                 PERFORM INSERE-TOP
              END-IF
           END-IF.

       CHERCHE-TOP.
      *-----------------------------------------------------------------
           IF MONTANT-COUR > TOP-MNT (I-POS)
              PERFORM INSERE-TOP
           END-IF.

       INSERE-TOP.
      *-----------------------------------------------------------------
      * INSERTION EN POSITION I-POS ; TABLE PLEINE, LE DERNIER SORT.
           SET TOP-POSE            TO TRUE
           IF TOP-NB < TOP-MAX
              ADD 1                TO TOP-NB
           END-IF
           PERFORM DECALE-TOP
                   VARYING I-DEC FROM TOP-NB BY -1
                   UNTIL I-DEC <= I-POS
           SET IX-TOP              TO I-POS
           MOVE MST-CLE            TO TOP-CLE (IX-TOP)
           MOVE MST-NOM            TO TOP-NOM (IX-TOP)
           MOVE MST-PRENOM         TO TOP-PRENOM (IX-TOP)
           MOVE MONTANT-COUR       TO TOP-MNT (IX-TOP).

       DECALE-TOP.
      *-----------------------------------------------------------------
           MOVE TOP-LIGNE (I-DEC - 1) TO TOP-LIGNE (I-DEC).

       CONTROLE-DORMANCE.
      *-----------------------------------------------------------------
      * FUSION SUR LA CLE : LES IMAGES DE CLES ABSENTES DU MAITRE
      * (SUPPRIMEES) SONT PASSEES, CELLES DE LA CLE EN COURS DONNENT
      * SA DATE DE DERNIER CHANGEMENT.
           MOVE MST-CLE            TO CLE-COUR
           MOVE ZERO               TO DERNIER-AUD
           PERFORM LIT-FILEAUDT
                   UNTIL FIN-AUD OR AUD-CLE NOT < CLE-COUR
           PERFORM CUMULE-AUDIT
                   UNTIL FIN-AUD OR AUD-CLE NOT = CLE-COUR

           IF MST-DTEFF NUMERIC
              AND MST-DTEFF < SEUIL-DORM
              AND DERNIER-AUD < SEUIL-DORM
              ADD 1                TO CPT-DORMANTS
              ADD MONTANT-COUR     TO MNT-DORMANTS
              MOVE MST-CLE         TO LIG-DRM-CLE
              MOVE MST-NOM         TO LIG-DRM-NOM
              MOVE MST-PRENOM      TO LIG-DRM-PRENOM
              MOVE MST-DTEFF       TO LIG-DRM-DTEFF
              IF DERNIER-AUD = ZERO
                 MOVE 'AUCUN'      TO LIG-DRM-DTAUD
              ELSE
                 MOVE DERNIER-AUD  TO LIG-DRM-DTAUD
              END-IF
              MOVE MONTANT-COUR    TO LIG-DRM-MNT
              WRITE FILEDRM-Z      FROM LIG-DORMANT
           END-IF.

       CUMULE-AUDIT.
      *-----------------------------------------------------------------
           IF AUD-DATE > DERNIER-AUD
              MOVE AUD-DATE        TO DERNIER-AUD
           END-IF
           PERFORM LIT-FILEAUDT.

       ECRIT-TRANCHES.
      *-----------------------------------------------------------------
           MOVE SPACES             TO RAPSTR-Z
           WRITE RAPSTR-Z
           MOVE 'REPARTITION PAR TRANCHE DE SOLDE'  TO RAPSTR-Z
           WRITE RAPSTR-Z
           MOVE ALL '-'            TO RAPSTR-Z
           WRITE RAPSTR-Z
           MOVE SPACES             TO RAPSTR-Z
           STRING '    A PARTIR DE         MOINS DE      CLIENTS'
                  '            SOLDE TOTAL'
                  DELIMITED BY SIZE
                  INTO RAPSTR-Z
           WRITE RAPSTR-Z

           MOVE ZERO               TO CPT-RECOUPE
                                      MNT-RECOUPE
           PERFORM ECRIT-TRANCHE-LIGNE
                   VARYING I-TRA FROM 1 BY 1
                   UNTIL I-TRA > TRA-NB

           IF CPT-MNT-INVALIDES > ZERO
              MOVE SPACES          TO LIG-TRANCHE
              MOVE 'MNT INVALIDE'  TO LIG-TRA-DE
              MOVE CPT-MNT-INVALIDES TO LIG-TRA-CPT
              MOVE ZERO            TO LIG-TRA-MNT
              WRITE RAPSTR-Z       FROM LIG-TRANCHE
              ADD CPT-MNT-INVALIDES TO CPT-RECOUPE
           END-IF
           PERFORM RECOUPE-PARTIE.

       ECRIT-TRANCHE-LIGNE.
      *-----------------------------------------------------------------
           MOVE SPACES             TO LIG-TRANCHE
           IF I-TRA = 1
              MOVE '      (MINIMUM)' TO LIG-TRA-DE
           ELSE
              MOVE TRA-LIMITE (I-TRA - 1) TO EDIT-BORNE
              MOVE EDIT-BORNE      TO LIG-TRA-DE
           END-IF
           IF I-TRA > TRA-NB-LIM
              MOVE '      (MAXIMUM)' TO LIG-TRA-A
           ELSE
              MOVE TRA-LIMITE (I-TRA) TO EDIT-BORNE
              MOVE EDIT-BORNE      TO LIG-TRA-A
           END-IF
           SET IX-TRA              TO I-TRA
           MOVE TRA-CPT (IX-TRA)   TO LIG-TRA-CPT
           MOVE TRA-MNT (IX-TRA)   TO LIG-TRA-MNT
           WRITE RAPSTR-Z          FROM LIG-TRANCHE
           ADD TRA-CPT (IX-TRA)    TO CPT-RECOUPE
           ADD TRA-MNT (IX-TRA)    TO MNT-RECOUPE.

       ECRIT-ANCIENNETE.
      *-----------------------------------------------------------------
           MOVE SPACES             TO RAPSTR-Z
           WRITE RAPSTR-Z
           MOVE 'ANCIENNETE PAR MOIS DE DATE D''EFFET' TO RAPSTR-Z
           WRITE RAPSTR-Z
           MOVE ALL '-'            TO RAPSTR-Z
           WRITE RAPSTR-Z

           MOVE ZERO               TO CPT-RECOUPE
                                      MNT-RECOUPE
                                      CPT-AGE-ANNEE
                                      MNT-AGE-ANNEE
           IF AGE-NB > ZERO
              MOVE AGE-AAAA (1)    TO AAAA-PREC
           END-IF
           PERFORM ECRIT-AGE-LIGNE
                   VARYING IX-AGE FROM 1 BY 1
                   UNTIL IX-AGE > AGE-NB
           IF AGE-NB > ZERO
              PERFORM ECRIT-AGE-ANNEE
           END-IF

           IF CPT-AGE-DEBORD > ZERO
              MOVE SPACES          TO LIG-AGE
              MOVE 'DEBORD'        TO LIG-AGE-PER
              MOVE CPT-AGE-DEBORD  TO LIG-AGE-CPT
              MOVE MNT-AGE-DEBORD  TO LIG-AGE-MNT
              WRITE RAPSTR-Z       FROM LIG-AGE
              ADD CPT-AGE-DEBORD   TO CPT-RECOUPE
              ADD MNT-AGE-DEBORD   TO MNT-RECOUPE
           END-IF
           IF CPT-AGE-INVAL > ZERO
              MOVE SPACES          TO LIG-AGE
              MOVE 'DATE INVALIDE' TO LIG-AGE-PER
              MOVE CPT-AGE-INVAL   TO LIG-AGE-CPT
              MOVE MNT-AGE-INVAL   TO LIG-AGE-MNT
              WRITE RAPSTR-Z       FROM LIG-AGE
              ADD CPT-AGE-INVAL    TO CPT-RECOUPE
              ADD MNT-AGE-INVAL    TO MNT-RECOUPE
           END-IF
           PERFORM RECOUPE-PARTIE.

       ECRIT-AGE-LIGNE.
      *-----------------------------------------------------------------
      * RUPTURE D'ANNEE : SOUS-TOTAL DE L'ANNEE PRECEDENTE.
           IF AGE-AAAA (IX-AGE) NOT = AAAA-PREC
              PERFORM ECRIT-AGE-ANNEE
              MOVE AGE-AAAA (IX-AGE) TO AAAA-PREC
           END-IF
           MOVE SPACES             TO LIG-AGE
           STRING '  ' AGE-AAAA (IX-AGE) '-' AGE-MM (IX-AGE)
                  DELIMITED BY SIZE
                  INTO LIG-AGE-PER
           MOVE AGE-CPT (IX-AGE)   TO LIG-AGE-CPT
           MOVE AGE-MNT (IX-AGE)   TO LIG-AGE-MNT
           WRITE RAPSTR-Z          FROM LIG-AGE
           ADD AGE-CPT (IX-AGE)    TO CPT-AGE-ANNEE
                                      CPT-RECOUPE
           ADD AGE-MNT (IX-AGE)    TO MNT-AGE-ANNEE
                                      MNT-RECOUPE.

       ECRIT-AGE-ANNEE.
      *-----------------------------------------------------------------
           MOVE SPACES             TO LIG-AGE
           STRING 'TOTAL ' AAAA-PREC
                  DELIMITED BY SIZE
                  INTO LIG-AGE-PER
           MOVE CPT-AGE-ANNEE      TO LIG-AGE-CPT
           MOVE MNT-AGE-ANNEE      TO LIG-AGE-MNT
           WRITE RAPSTR-Z          FROM LIG-AGE
           MOVE SPACES             TO RAPSTR-Z
           WRITE RAPSTR-Z
           MOVE ZERO               TO CPT-AGE-ANNEE
                                      MNT-AGE-ANNEE.

       ECRIT-TOP.
      *-----------------------------------------------------------------
      * PART DU SOLDE TOTAL, CALCULEE SEULEMENT SI CE TOTAL EST
      * POSITIF.
           MOVE SPACES             TO RAPSTR-Z
           WRITE RAPSTR-Z
           MOVE 'LES 50 PLUS FORTS SOLDES' TO RAPSTR-Z
           WRITE RAPSTR-Z
           MOVE ALL '-'            TO RAPSTR-Z
           WRITE RAPSTR-Z
           MOVE SPACES             TO RAPSTR-Z
           STRING 'RNG CLE       NOM                  PRENOM'
                  '                    SOLDE     PART'
                  DELIMITED BY SIZE
                  INTO RAPSTR-Z
           WRITE RAPSTR-Z

           MOVE ZERO               TO MNT-TOP
           PERFORM ECRIT-TOP-LIGNE
                   VARYING IX-TOP FROM 1 BY 1
                   UNTIL IX-TOP > TOP-NB

           MOVE SPACES             TO LIG-TOTAL
           MOVE 'CUMUL DES PLUS FORTS'  TO LIG-TOT-LIB
           MOVE MNT-TOP            TO LIG-TOT-MNT
           WRITE RAPSTR-Z          FROM LIG-TOTAL
           MOVE MNT-TOP            TO MONTANT-COUR
           PERFORM CALCULE-PART
           MOVE SPACES             TO LIG-TOP
           MOVE 'PART CUMULEE'     TO LIG-TOP-NOM
           MOVE PART-TOP           TO LIG-TOP-PART
           WRITE RAPSTR-Z          FROM LIG-TOP.

       ECRIT-TOP-LIGNE.
      *-----------------------------------------------------------------
           MOVE SPACES             TO LIG-TOP
           SET I-POS               TO IX-TOP
           MOVE I-POS              TO LIG-TOP-RANG
           MOVE TOP-CLE (IX-TOP)   TO LIG-TOP-CLE
           MOVE TOP-NOM (IX-TOP)   TO LIG-TOP-NOM
           MOVE TOP-PRENOM (IX-TOP) TO LIG-TOP-PRENOM
           MOVE TOP-MNT (IX-TOP)   TO LIG-TOP-MNT
                                      MONTANT-COUR
           PERFORM CALCULE-PART
           MOVE PART-TOP           TO LIG-TOP-PART
           WRITE RAPSTR-Z          FROM LIG-TOP
           ADD TOP-MNT (IX-TOP)    TO MNT-TOP.

       CALCULE-PART.
      *-----------------------------------------------------------------
           IF MNT-TOTAL > ZERO
              COMPUTE PART-TOP ROUNDED
                      = MONTANT-COUR * 100 / MNT-TOTAL
                      ON SIZE ERROR MOVE ZERO TO PART-TOP
              END-COMPUTE
           ELSE
              MOVE ZERO            TO PART-TOP
           END-IF.

       ECRIT-DORMANTS.
      *-----------------------------------------------------------------
      * RECOPIE DES LIGNES ECRITES PENDANT LA LECTURE DU MAITRE.
           MOVE SPACES             TO RAPSTR-Z
           WRITE RAPSTR-Z
           MOVE SPACES             TO RAPSTR-Z
           STRING 'CLIENTS DORMANTS : DATE D''EFFET ET DERNIER '
                  'CHANGEMENT AVANT ' SEUIL-DORM
                  DELIMITED BY SIZE
                  INTO RAPSTR-Z
           WRITE RAPSTR-Z
           MOVE ALL '-'            TO RAPSTR-Z
           WRITE RAPSTR-Z
           MOVE SPACES             TO RAPSTR-Z
           STRING 'CLE       NOM                  PRENOM'
                  '          DTEFF    DERN.AUD           SOLDE'
                  DELIMITED BY SIZE
                  INTO RAPSTR-Z
           WRITE RAPSTR-Z

           OPEN INPUT FILEDRM
           PERFORM LIT-FILEDRM
           PERFORM ECRIT-DORMANT UNTIL FIN-DRM
           CLOSE FILEDRM

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'CLIENTS DORMANTS' TO LIG-RAP-LIB
           MOVE CPT-DORMANTS       TO LIG-RAP-CPT
           WRITE RAPSTR-Z          FROM LIG-RAPPORT
           MOVE SPACES             TO LIG-TOTAL
           MOVE 'SOLDE DES DORMANTS' TO LIG-TOT-LIB
           MOVE MNT-DORMANTS       TO LIG-TOT-MNT
           WRITE RAPSTR-Z          FROM LIG-TOTAL

           IF AUDIT-COURT
              MOVE SPACES          TO RAPSTR-Z
              STRING 'ATTENTION : PISTE D''AUDIT LUE DEPUIS LE '
                     AUD-DTTRT-MIN ' SEULEMENT (RC 4)'
                     DELIMITED BY SIZE
                     INTO RAPSTR-Z
              WRITE RAPSTR-Z
           END-IF.

       LIT-FILEDRM.
      *-----------------------------------------------------------------
           READ FILEDRM
                AT END SET FIN-DRM TO TRUE
           END-READ.

       ECRIT-DORMANT.
      *-----------------------------------------------------------------
           WRITE RAPSTR-Z          FROM FILEDRM-Z
           PERFORM LIT-FILEDRM.

       RECOUPE-PARTIE.
      *-----------------------------------------------------------------
      * LA PARTIE QUI VIENT D'ETRE EDITEE DOIT REDONNER LE NOMBRE
      * D'ENREGISTREMENTS ET LE TOTAL DES SOLDES.
           IF CPT-RECOUPE NOT = CPT-MST-LUS
              OR MNT-RECOUPE NOT = MNT-TOTAL
              SET ECART            TO TRUE
              MOVE 'ECART AVEC LES TOTAUX DU MAITRE (RC 8)'
                                   TO RAPSTR-Z
              WRITE RAPSTR-Z
           END-IF.

       ECRIT-TOTAUX.
      *-----------------------------------------------------------------
           MOVE SPACES             TO RAPSTR-Z
           WRITE RAPSTR-Z
           MOVE ALL '-'            TO RAPSTR-Z
           WRITE RAPSTR-Z

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'ENREGISTREMENTS LUS' TO LIG-RAP-LIB
           MOVE CPT-MST-LUS        TO LIG-RAP-CPT
           WRITE RAPSTR-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'DONT MONTANT INVALIDE' TO LIG-RAP-LIB
           MOVE CPT-MNT-INVALIDES  TO LIG-RAP-CPT
           WRITE RAPSTR-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-TOTAL
           MOVE 'TOTAL DES SOLDES'  TO LIG-TOT-LIB
           MOVE MNT-TOTAL          TO LIG-TOT-MNT
           WRITE RAPSTR-Z          FROM LIG-TOTAL

           MOVE 'RAPPROCHER DU DERNIER AUDIT BATCH2CK (CRMST)'
                                   TO RAPSTR-Z
           WRITE RAPSTR-Z

           IF ECART
              MOVE 'PARTIES NON RECOUPEES - RAPPORT A NE PAS DIFFUSER'
                                   TO RAPSTR-Z
           ELSE
              MOVE 'PARTIES RECOUPEES AVEC LES TOTAUX'
                                   TO RAPSTR-Z
           END-IF
           WRITE RAPSTR-Z.
