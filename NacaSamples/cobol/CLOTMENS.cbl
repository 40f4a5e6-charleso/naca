      * MAITRE/AUDIT TERMINE LE STEP EN RC 8 : LA CLOTURE EST
      * BLOQUEE SUR UNE VRAIE DIVERGENCE, PAS DECOUVERTE A L'AUDIT.
      *
      * PERIODE CLOSE : LES IMAGES FILEAUD SONT DATEES DE LA JOURNEE
      * OUVREE PUBLIEE PAR CALJOUR (FILEDTJ), PLUS DE LA DATE SYSTEME
      * DE BATCH2. LA PERIODE DE LA CARTE CLOPARM PEUT DONC ETRE
      * LAISSEE A BLANC : ELLE EST ALORS LE MOIS DE LA DERNIERE
      * JOURNEE PUBLIEE, QUI DOIT ETRE LE DERNIER JOUR OUVRE DE CE
      * MOIS (SINON RC 16 : LA CLOTURE EST LANCEE TROP TOT OU TROP
      * TARD). UNE PERIODE SAISIE QUI N'EST PAS CELLE DE LA JOURNEE
      * PUBLIEE (RELANCE D'UNE CLOTURE ANTERIEURE) EST SIGNALEE ET
      * RESPECTEE.
      *
      /
       ENVIRONMENT DIVISION.
      *=================================================================
                  ACCESS SEQUENTIAL
                  RECORD KEY MST-CLE
                  FILE STATUS MST-STATUS.
           SELECT FILEDTJ  ASSIGN TO FILEDTJ
                  ORGANIZATION INDEXED
                  ACCESS RANDOM
                  RECORD KEY DTJ-SITE
                  FILE STATUS DTJ-STATUS.
           SELECT CLOPARM  ASSIGN TO UT-S-CLOPARM.
           SELECT FILECPTM ASSIGN TO UT-S-FILECPTM.
           SELECT RAPCLO   ASSIGN TO UT-S-RAPCLO.
                       ==FILEREC-DTEFF==   BY ==MST-DTEFF==
                       ==FILEREC-MONTANT== BY ==MST-MONTANT==.

      * FILEDTJ - DATE DE JOURNEE PUBLIEE PAR CALJOUR (UN
      * ENREGISTREMENT PAR SITE).
       FD  FILEDTJ
           RECORD 80.
       01  FILEDTJ-Z.
           COPY DTJREC.

      * CLOPARM - CARTE DE CLOTURE : PERIODE (AAAAMM, A BLANC = MOIS
      * DE LA JOURNEE PUBLIEE) ET SOLDE TOTAL D'OUVERTURE DU MAITRE
      * (SIGNE EN TETE), REPRIS DU RAPPORT DE LA CLOTURE PRECEDENTE
      * OU DE L'AUDIT BATCH2CK DU DEBUT DE PERIODE.
       FD  CLOPARM
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORDING F.
       01  CLOPARM-Z.
           05  CLO-PERIODE         PIC 9(06).
           05  CLO-PERIODE-X       REDEFINES CLO-PERIODE
                                   PIC X(06).
           05  CLO-SOLDE-OUV       PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(58).
       77  CPT-MST-INVALIDES       PIC S9(7) COMP-3   VALUE ZERO.

       77  MST-STATUS              PIC X(02)          VALUE SPACES.
       77  DTJ-STATUS              PIC X(02)          VALUE SPACES.
       77  SW-DTJ-LU               PIC X              VALUE 'N'.
           88  DTJ-LU                                 VALUE 'O'.

      * PERIODE CLOSE (CARTE OU JOURNEE PUBLIEE).
       77  PERIODE                 PIC 9(06)          VALUE ZERO.
       77  PERIODE-DTJ             PIC 9(06)          VALUE ZERO.

      * COPY LANGUE DU SITE (CLE DE FILEDTJ)
           COPY SITELNG.

       77  SW-FIN-FIC              PIC X              VALUE 'N'.
           88  FIN-FIC                                VALUE 'O'.
           END-READ
           MOVE CLO-SOLDE-OUV      TO SOLDE-OUVERTURE
           CLOSE CLOPARM
           PERFORM DETERMINE-PERIODE

           MOVE 'CLOTMENS - CLOTURE MENSUELLE' TO RAPCLO-Z
           WRITE RAPCLO-Z
           MOVE ALL '-'            TO RAPCLO-Z
           WRITE RAPCLO-Z
           MOVE SPACES             TO RAPCLO-Z
           STRING 'PERIODE ' PERIODE
                  DELIMITED BY SIZE
                  INTO RAPCLO-Z
           WRITE RAPCLO-Z
           IF DTJ-LU
              MOVE SPACES          TO RAPCLO-Z
              STRING 'JOURNEE DU ' DTJ-DATE
                     '  JOURNEE SUIVANTE ' DTJ-DATE-SUIV
                     DELIMITED BY SIZE
                     INTO RAPCLO-Z
              WRITE RAPCLO-Z
           END-IF

           PERFORM AGREGE-FILECPT
           PERFORM CUMULE-FILEAUD

           STOP RUN.

       DETERMINE-PERIODE.
      *-----------------------------------------------------------------
      * JOURNEE PUBLIEE DU SITE. INDISPENSABLE QUAND LA CARTE NE
      * DONNE PAS LA PERIODE ; SINON SEULEMENT CONFRONTEE A LA CARTE.
           OPEN INPUT FILEDTJ
           IF DTJ-STATUS = '00'
              MOVE SITE-LNG        TO DTJ-SITE
              READ FILEDTJ
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET DTJ-LU TO TRUE
              END-READ
              CLOSE FILEDTJ
           END-IF
           IF DTJ-LU
              DIVIDE DTJ-DATE BY 100 GIVING PERIODE-DTJ
           END-IF

           IF CLO-PERIODE-X = SPACES OR CLO-PERIODE-X = ZERO
              IF NOT DTJ-LU
                 DISPLAY 'CLOTMENS - ERREUR : PERIODE A BLANC ET '
                         'AUCUNE JOURNEE PUBLIEE (FILEDTJ, STATUS='
                         DTJ-STATUS ')' UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF NOT DTJ-DERNIER-OUVRE
                 DISPLAY 'CLOTMENS - ERREUR : LA JOURNEE PUBLIEE '
                         DTJ-DATE ' N''EST PAS LE DERNIER JOUR OUVRE '
                         'DU MOIS - PERIODE A SAISIR SUR CLOPARM'
                         UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PERIODE-DTJ     TO PERIODE
           ELSE
              IF CLO-PERIODE-X NOT NUMERIC
                 DISPLAY 'CLOTMENS - ERREUR : PERIODE CLOPARM '
                         'INVALIDE (' CLO-PERIODE-X ')' UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CLO-PERIODE     TO PERIODE
              IF DTJ-LU AND PERIODE NOT = PERIODE-DTJ
                 DISPLAY 'CLOTMENS - PERIODE CLOPARM ' PERIODE
                         ' <> MOIS DE LA JOURNEE PUBLIEE ' DTJ-DATE
                         ' - PERIODE CLOPARM RETENUE' UPON CONSOLE
              END-IF
           END-IF.

       AGREGE-FILECPT.
      *-----------------------------------------------------------------
           MOVE 'N' TO SW-FIN-FIC
           IF AUD-DTTRT NOT NUMERIC
              ADD 1                TO CPT-AUD-SANS-DATE
           ELSE
              IF AUD-TRT-AAAAMM = PERIODE
                 ADD 1             TO CPT-AUD-PERIODE
                 MOVE ZERO         TO VAR-AUD-ENR
                 IF AUD-APR-MONTANT NUMERIC
