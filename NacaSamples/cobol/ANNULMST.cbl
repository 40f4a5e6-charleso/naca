       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.   ANNULMST.
       AUTHOR.       XXXXXXXXX.
       DATE-WRITTEN. 2026.

      *REMARKS.
      *
      * Programme demo BATCH - ANNULATION D'UNE JOURNEE DE MISE A
      * JOUR DU MAITRE CLIENT A PARTIR DES IMAGES AVANT DE FILEAUD.
      *
      * QUAND UN EMETTEUR A ENVOYE UN FICHIER FAUX QUE BATCH1EM ET
      * BATCH1 ONT LAISSE PASSER ET QUE BATCH2 A APPLIQUE, LE SEUL
      * RETOUR ARRIERE ETAIT UNE RECONSTRUCTION COMPLETE (RECONMST)
      * DEPUIS UNE SAUVEGARDE. CE PROGRAMME DEFAIT EXACTEMENT LES
      * CHANGEMENTS D'UNE DATE DE TRAITEMENT (AUD-DTTRT DE LA CARTE
      * ANNPARM) SUR FILEMST, A PARTIR DES GENERATIONS FILEAUD
      * FOURNIES PAR LA JCL - TOUTES CELLES QUI PEUVENT PORTER LA
      * DATE, OU UNE SEULE POUR LIMITER L'ANNULATION A UN RUN -
      * TRIEES PAR CLE EN TRI STABLE (ORDRE CHRONOLOGIQUE PRESERVE
      * AU SEIN D'UNE CLE).
      *
      * PAR CLE, LES IMAGES DE LA DATE DONNENT L'ETAT A RESTAURER
      * (IMAGE AVANT DE LA PREMIERE, OU RIEN SI ELLE EST UNE
      * CREATION) ET L'ETAT ATTENDU SUR LE MAITRE (IMAGE APRES DE
      * LA DERNIERE, OU RIEN SI ELLE EST UNE SUPPRESSION) :
      * - CLE MISE A JOUR LE JOUR : L'IMAGE AVANT EST REECRITE ;
      * - CLE CREEE LE JOUR : ELLE EST SUPPRIMEE ;
      * - CLE SUPPRIMEE LE JOUR : ELLE EST RECREEE ;
      * - CLE CREEE PUIS SUPPRIMEE LE JOUR : RIEN A FAIRE.
      * UNE CLE DONT L'ETAT COURANT N'EST PLUS L'ETAT ATTENDU A
      * CHANGE DEPUIS (JOUR SUIVANT, SAISIE ONLINE, ANNULATION DEJA
      * FAITE) : ELLE EST REFUSEE, LAISSEE EN L'ETAT ET LISTEE POUR
      * TRAITEMENT MANUEL (RC 4).
      *
      * CHAQUE ANNULATION APPLIQUEE LAISSE SA PROPRE IMAGE DANS UNE
      * NOUVELLE GENERATION FILEAUD, AVEC LE TYPE DE SON EFFET
      * PHYSIQUE ('M' RESTAURATION, 'D' SUPPRESSION, 'I'
      * RECREATION), LA JOURNEE OUVREE DU RUN D'ANNULATION (FILEDTJ,
      * ENREGISTREMENT DU SITE, COMME BATCH2) ET LE CODE
      * MOUVEMENT 'A' : LISTAUD L'EDITE COMME ANNULATION, CLOTMENS
      * EN PREND LA VARIATION (APRES - AVANT) DANS LE MOIS DU RUN
      * ET RECONMST LA REJOUE COMME UN CHANGEMENT ORDINAIRE.
      *
      * LA CARTE PEUT DEMANDER UNE SIMULATION : MEMES CONTROLES ET
      * MEME RAPPORT, SANS ECRITURE SUR LE MAITRE NI SUR FILEAUD.
      * LE RAPPORT RAPANNUL DONNE LES COMPTEURS PAR NATURE, LES CLES
      * REFUSEES ET L'EFFET NET SUR LE TOTAL DES SOLDES, POUR LA
      * COMPTABILITE.
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
           SELECT ANNPARM  ASSIGN TO UT-S-ANNPARM.
           SELECT FILEAUDT ASSIGN TO UT-S-FILEAUDT.
           SELECT FILEMST  ASSIGN TO FILEMST
                  ORGANIZATION INDEXED
                  ACCESS RANDOM
                  RECORD KEY MST-CLE
                  FILE STATUS MST-STATUS.
           SELECT FILEDTJ  ASSIGN TO FILEDTJ
                  ORGANIZATION INDEXED
                  ACCESS RANDOM
                  RECORD KEY DTJ-SITE
                  FILE STATUS DTJ-STATUS.
           SELECT FILEAUD  ASSIGN TO UT-S-FILEAUD.
           SELECT RAPANNUL ASSIGN TO UT-S-RAPANNUL.

       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * ANNPARM - CARTE D'ANNULATION : DATE DE TRAITEMENT A DEFAIRE
      * (AAAAMMJJ, OBLIGATOIRE) ET MODE ('REEL' POUR APPLIQUER ;
      * TOUTE AUTRE VALEUR, OU BLANC, = SIMULATION).
       FD  ANNPARM
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  ANNPARM-Z.
           05  ANNP-DTTRT          PIC X(08).
           05  ANNP-MODE           PIC X(04).
               88  ANNP-REEL                          VALUE 'REEL'.
           05  FILLER              PIC X(68).

      * FILEAUDT - GENERATIONS FILEAUD RETENUES PAR LA JCL, TRIEES
      * PAR CLE EN TRI STABLE.
       FD  FILEAUDT
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 160
           RECORDING F.
       01  FILEAUDT-Z.
           05  AUDT-TYPE           PIC X(01).
           05  AUDT-CLE            PIC X(09).
           05  AUDT-AVANT          PIC X(68).
           05  AUDT-APRES          PIC X(68).
           05  AUDT-DTTRT          PIC 9(08).
           05  AUDT-CODE           PIC X(01).
           05  FILLER              PIC X(05).

      * FILEMST - MAITRE CLIENT VSAM KSDS, MIS A JOUR SUR PLACE.
       FD  FILEMST
           RECORD 68.
       01  FILEMST-Z.
           COPY FILEREC
             REPLACING ==FILEREC-CLE==     BY ==MST-CLE==
                       ==FILEREC-NOM==     BY ==MST-NOM==
                       ==FILEREC-PRENOM==  BY ==MST-PRENOM==
                       ==FILEREC-DTEFF==   BY ==MST-DTEFF==
                       ==FILEREC-MONTANT== BY ==MST-MONTANT==.

      * FILEDTJ - DATE DE JOURNEE PUBLIEE PAR CALJOUR (UN
      * ENREGISTREMENT PAR SITE).
       FD  FILEDTJ
           RECORD 80.
       01  FILEDTJ-Z.
           COPY DTJREC.

      * FILEAUD - IMAGES DES ANNULATIONS APPLIQUEES, AU LAYOUT DE
      * LA PISTE D'AUDIT DE BATCH2 (CODE MOUVEMENT 'A').
       FD  FILEAUD
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 160
           RECORDING F.
       01  FILEAUD-Z.
           05  AUD-TYPE            PIC X(01).
           05  AUD-CLE             PIC X(09).
           05  AUD-AVANT           PIC X(68).
           05  AUD-APRES           PIC X(68).
           05  AUD-DTTRT           PIC 9(08).
           05  AUD-CODE            PIC X(01).
           05  FILLER              PIC X(05).

       FD  RAPANNUL
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  RAPANNUL-Z              PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------------
       77  CPT-AUD-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-AUD-JOUR            PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-CLES-JOUR           PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-RESTAURES           PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-SUPPRIMES           PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-RECREES             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-SANS-EFFET          PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-REFUSES             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-AUD-ECRITS          PIC S9(7) COMP-3   VALUE ZERO.

      * SOLDES DES CLES ANNULEES AVANT ET APRES L'ANNULATION : LEUR
      * DIFFERENCE EST L'EFFET NET SUR LE TOTAL DES SOLDES DU
      * MAITRE. UNE IMAGE ABSENTE (CLE INEXISTANTE) VAUT ZERO.
       77  MNT-AVANT-ANNUL         PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  MNT-APRES-ANNUL         PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  MNT-EFFET-NET           PIC S9(13)V99 COMP-3 VALUE ZERO.

       77  MST-STATUS              PIC X(02)          VALUE SPACES.
       77  DTJ-STATUS              PIC X(02)          VALUE SPACES.

       77  SW-FIN-AUD              PIC X              VALUE 'N'.
           88  FIN-AUD                                VALUE 'O'.
       77  SW-ERR-VSAM             PIC X              VALUE 'N'.
           88  ERR-VSAM                               VALUE 'O'.
       77  SW-REEL                 PIC X              VALUE 'N'.
           88  MODE-REEL                              VALUE 'O'.

      * DATE DE TRAITEMENT A ANNULER (CARTE) ET JOURNEE OUVREE DU
      * RUN D'ANNULATION (FILEDTJ, ESTAMPILLEE SUR LES IMAGES FILEAUD).
       77  DATE-ANNUL              PIC 9(08)          VALUE ZERO.
       01  DATE-TRT                PIC 9(8)           VALUE ZEROS.

      * COPY LANGUE DU SITE (CLE DE FILEDTJ)
           COPY SITELNG.

      * ETAT DE LA CLE EN COURS : NOMBRE D'IMAGES DE LA DATE, ETAT A
      * RESTAURER (AVANT LA PREMIERE IMAGE DE LA DATE) ET ETAT
      * ATTENDU SUR LE MAITRE (APRES LA DERNIERE).
       77  CLE-GROUPE              PIC X(09)          VALUE SPACES.
       77  NB-IMG-JOUR             PIC S9(4) COMP     VALUE ZERO.
       77  SW-EXISTAIT             PIC X              VALUE 'N'.
           88  EXISTAIT                               VALUE 'O'.
       77  SW-DOIT-EXISTER         PIC X              VALUE 'N'.
           88  DOIT-EXISTER                           VALUE 'O'.
       77  SW-EXISTE               PIC X              VALUE 'N'.
           88  EXISTE                                 VALUE 'O'.
       77  MOTIF-REFUS             PIC X(30)          VALUE SPACES.

       01  IMG-RESTAURE            PIC X(68)          VALUE SPACES.
       01  RST-DET REDEFINES IMG-RESTAURE.
           COPY FILEREC
             REPLACING ==FILEREC-CLE==     BY ==RST-CLE==
                       ==FILEREC-NOM==     BY ==RST-NOM==
                       ==FILEREC-PRENOM==  BY ==RST-PRENOM==
                       ==FILEREC-DTEFF==   BY ==RST-DTEFF==
                       ==FILEREC-MONTANT== BY ==RST-MONTANT==.

       01  IMG-ATTENDUE            PIC X(68)          VALUE SPACES.
       01  ATT-DET REDEFINES IMG-ATTENDUE.
           COPY FILEREC
             REPLACING ==FILEREC-CLE==     BY ==ATT-CLE==
                       ==FILEREC-NOM==     BY ==ATT-NOM==
                       ==FILEREC-PRENOM==  BY ==ATT-PRENOM==
                       ==FILEREC-DTEFF==   BY ==ATT-DTEFF==
                       ==FILEREC-MONTANT== BY ==ATT-MONTANT==.

       01  LIG-REFUS.
           05  FILLER              PIC X(10)
                                   VALUE 'REFUSEE : '.
           05  LIG-REF-CLE         PIC X(09).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-REF-MOTIF       PIC X(30).
           05  FILLER              PIC X(29)       VALUE SPACES.

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
           OPEN INPUT  ANNPARM
           READ ANNPARM
                AT END MOVE SPACES TO ANNPARM-Z
           END-READ
           CLOSE ANNPARM

           IF ANNP-DTTRT NOT NUMERIC
              DISPLAY 'ANNULMST - ERREUR : DATE A ANNULER ABSENTE OU '
                      'INVALIDE SUR LA CARTE ANNPARM' UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ANNP-DTTRT         TO DATE-ANNUL
           IF ANNP-REEL
              SET MODE-REEL        TO TRUE
           END-IF
           PERFORM LIT-DATE-JOURNEE

      * EN SIMULATION LE MAITRE N'EST QUE LU ET AUCUNE IMAGE N'EST
      * ECRITE (FILEAUD EST EN DUMMY DANS LA JCL DE SIMULATION).
           OPEN INPUT  FILEAUDT
                OUTPUT FILEAUD
                       RAPANNUL
           IF MODE-REEL
              OPEN I-O    FILEMST
           ELSE
              OPEN INPUT  FILEMST
           END-IF
           IF MST-STATUS NOT = '00'
              DISPLAY 'ANNULMST - ERREUR OPEN FILEMST, STATUS='
                       MST-STATUS UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 'ANNULMST - ANNULATION D''UNE JOURNEE DU MAITRE'
                                   TO RAPANNUL-Z
           WRITE RAPANNUL-Z
           MOVE ALL '-'            TO RAPANNUL-Z
           WRITE RAPANNUL-Z
           MOVE SPACES             TO RAPANNUL-Z
           IF MODE-REEL
              STRING 'DATE DE TRAITEMENT ANNULEE : ' DATE-ANNUL
                     ' - MODE REEL'
                     DELIMITED BY SIZE
                     INTO RAPANNUL-Z
           ELSE
              STRING 'DATE DE TRAITEMENT ANNULEE : ' DATE-ANNUL
                     ' - SIMULATION, MAITRE INCHANGE'
                     DELIMITED BY SIZE
                     INTO RAPANNUL-Z
           END-IF
           WRITE RAPANNUL-Z
           MOVE SPACES             TO RAPANNUL-Z
           WRITE RAPANNUL-Z

           PERFORM LIT-FILEAUDT
           PERFORM TRAITE-GROUPE
                   UNTIL FIN-AUD OR ERR-VSAM

           PERFORM ECRIT-RAPPORT

           DISPLAY 'STAT FILEAUDT - READ RECORDS  : '
                    CPT-AUD-LUS      UPON CONSOLE
           DISPLAY 'STAT FILEAUDT - DATE RECORDS  : '
                    CPT-AUD-JOUR     UPON CONSOLE
           DISPLAY 'STAT FILEMST  - RESTORED      : '
                    CPT-RESTAURES    UPON CONSOLE
           DISPLAY 'STAT FILEMST  - DELETED       : '
                    CPT-SUPPRIMES    UPON CONSOLE
           DISPLAY 'STAT FILEMST  - RE-CREATED    : '
                    CPT-RECREES      UPON CONSOLE
           DISPLAY 'STAT FILEMST  - REFUSED KEYS  : '
                    CPT-REFUSES      UPON CONSOLE
           DISPLAY 'STAT FILEAUD  - WRITE RECORDS : '
                    CPT-AUD-ECRITS   UPON CONSOLE

           CLOSE FILEAUDT
                 FILEMST
                 FILEAUD
                 RAPANNUL

      * UNE ERREUR VSAM LAISSE UNE ANNULATION PARTIELLE (RC 16) ;
      * DES CLES REFUSEES DONNENT UN AVERTISSEMENT RC 4, LEUR LISTE
      * ETANT DANS LE RAPPORT. UNE DATE SANS AUCUNE IMAGE TRAHIT UNE
      * CARTE OU UNE GENERATION ERRONEE (RC 8).
           EVALUATE TRUE
             WHEN ERR-VSAM
               MOVE 16 TO RETURN-CODE
             WHEN CPT-AUD-JOUR = ZERO
               DISPLAY 'ANNULMST - AUCUNE IMAGE FILEAUD A LA DATE '
                       DATE-ANNUL UPON CONSOLE
               MOVE 8 TO RETURN-CODE
             WHEN CPT-REFUSES > ZERO
               DISPLAY 'ANNULMST - AVERTISSEMENT : CLES REFUSEES - '
                       'VOIR RAPPORT RAPANNUL' UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       LIT-DATE-JOURNEE.
      *-----------------------------------------------------------------
      * JOURNEE OUVREE PUBLIEE PAR CALJOUR POUR LE SITE, COMME POUR
      * BATCH2 : LES IMAGES D'ANNULATION SONT DATEES COMME LES AUTRES
      * IMAGES DE LA PISTE. SANS ELLE, ARRET AVANT TOUTE MISE A JOUR.
           OPEN INPUT FILEDTJ
           IF DTJ-STATUS NOT = '00'
              DISPLAY 'ANNULMST - ERREUR OPEN FILEDTJ, STATUS='
                       DTJ-STATUS UPON CONSOLE
              MOVE 16              TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SITE-LNG           TO DTJ-SITE
           READ FILEDTJ
                INVALID KEY
                  DISPLAY 'ANNULMST - ERREUR : AUCUNE JOURNEE PUBLIEE '
                          'POUR LE SITE ' SITE-LNG ' - RUN ABANDONNE'
                          UPON CONSOLE
                  MOVE 16          TO RETURN-CODE
                  STOP RUN
           END-READ
           CLOSE FILEDTJ
           MOVE DTJ-DATE           TO DATE-TRT
           DISPLAY 'ANNULMST - JOURNEE DU RUN : ' DATE-TRT
                   UPON CONSOLE.

       LIT-FILEAUDT.
      *-----------------------------------------------------------------
           READ FILEAUDT
                AT END SET FIN-AUD TO TRUE
                NOT AT END ADD 1 TO CPT-AUD-LUS
           END-READ.

       TRAITE-GROUPE.
      *-----------------------------------------------------------------
      * PARCOURT TOUTES LES IMAGES D'UNE CLE. SEULES CELLES DE LA
      * DATE A ANNULER COMPTENT ; UNE CLE SANS IMAGE A CETTE DATE
      * N'EST PAS TOUCHEE.
           MOVE AUDT-CLE           TO CLE-GROUPE
           MOVE ZERO               TO NB-IMG-JOUR
           PERFORM PREND-IMAGE
                   UNTIL FIN-AUD
                      OR AUDT-CLE NOT = CLE-GROUPE
           IF NB-IMG-JOUR > ZERO
              ADD 1                TO CPT-CLES-JOUR
              PERFORM ANNULE-CLE
           END-IF.

       PREND-IMAGE.
      *-----------------------------------------------------------------
      * LA PREMIERE IMAGE DE LA DATE FIXE L'ETAT A RESTAURER, CHAQUE
      * IMAGE DE LA DATE FIXE L'ETAT ATTENDU (LA DERNIERE L'EMPORTE).
           IF AUDT-DTTRT NUMERIC
              AND AUDT-DTTRT = DATE-ANNUL
              ADD 1                TO CPT-AUD-JOUR
              ADD 1                TO NB-IMG-JOUR
              IF NB-IMG-JOUR = 1
                 IF AUDT-TYPE = 'I'
                    MOVE 'N'       TO SW-EXISTAIT
                    MOVE SPACES    TO IMG-RESTAURE
                 ELSE
                    SET EXISTAIT   TO TRUE
                    MOVE AUDT-AVANT TO IMG-RESTAURE
                 END-IF
              END-IF
              IF AUDT-TYPE = 'D'
                 MOVE 'N'          TO SW-DOIT-EXISTER
                 MOVE SPACES       TO IMG-ATTENDUE
              ELSE
                 SET DOIT-EXISTER  TO TRUE
                 MOVE AUDT-APRES   TO IMG-ATTENDUE
              END-IF
           END-IF
           PERFORM LIT-FILEAUDT.

       ANNULE-CLE.
      *-----------------------------------------------------------------
      * CONTROLE DE L'ETAT COURANT PUIS ANNULATION SELON LA NATURE
      * NETTE DES CHANGEMENTS DE LA DATE.
           MOVE CLE-GROUPE         TO MST-CLE
           MOVE 'N'                TO SW-EXISTE
           READ FILEMST
                INVALID KEY CONTINUE
           END-READ
           EVALUATE MST-STATUS
             WHEN '00'
               SET EXISTE          TO TRUE
             WHEN '23'
               CONTINUE
             WHEN OTHER
               DISPLAY 'ANNULMST - ERREUR READ FILEMST, CLE='
                        CLE-GROUPE ' STATUS=' MST-STATUS
                        UPON CONSOLE
               SET ERR-VSAM        TO TRUE
           END-EVALUATE

           EVALUATE TRUE
             WHEN ERR-VSAM
               CONTINUE
             WHEN DOIT-EXISTER AND NOT EXISTE
               MOVE 'ABSENTE DU MAITRE'          TO MOTIF-REFUS
               PERFORM SIGNALE-REFUS
             WHEN DOIT-EXISTER AND FILEMST-Z NOT = IMG-ATTENDUE
               MOVE 'MODIFIEE DEPUIS LA DATE'    TO MOTIF-REFUS
               PERFORM SIGNALE-REFUS
             WHEN NOT DOIT-EXISTER AND EXISTE
               MOVE 'RECREEE DEPUIS LA DATE'     TO MOTIF-REFUS
               PERFORM SIGNALE-REFUS
             WHEN EXISTAIT AND DOIT-EXISTER
               PERFORM RESTAURE-CLE
             WHEN DOIT-EXISTER
               PERFORM SUPPRIME-CLE
             WHEN EXISTAIT
               PERFORM RECREE-CLE
             WHEN OTHER
               ADD 1               TO CPT-SANS-EFFET
           END-EVALUATE.

       RESTAURE-CLE.
      *-----------------------------------------------------------------
      * CLE MISE A JOUR A LA DATE : RETOUR A L'IMAGE AVANT.
           MOVE SPACES             TO FILEAUD-Z
           MOVE 'M'                TO AUD-TYPE
           MOVE CLE-GROUPE         TO AUD-CLE
           MOVE FILEMST-Z          TO AUD-AVANT
           MOVE IMG-RESTAURE       TO AUD-APRES
           IF MODE-REEL
              MOVE IMG-RESTAURE    TO FILEMST-Z
              REWRITE FILEMST-Z
                   INVALID KEY CONTINUE
              END-REWRITE
              IF MST-STATUS NOT = '00'
                 DISPLAY 'ANNULMST - ERREUR REWRITE FILEMST, CLE='
                          CLE-GROUPE ' STATUS=' MST-STATUS
                          UPON CONSOLE
                 SET ERR-VSAM      TO TRUE
              END-IF
           END-IF
           IF NOT ERR-VSAM
              ADD 1                TO CPT-RESTAURES
              PERFORM CUMULE-EFFET
              PERFORM ECRIT-AUDIT
           END-IF.

       SUPPRIME-CLE.
      *-----------------------------------------------------------------
      * CLE CREEE A LA DATE : ELLE DISPARAIT.
           MOVE SPACES             TO FILEAUD-Z
           MOVE 'D'                TO AUD-TYPE
           MOVE CLE-GROUPE         TO AUD-CLE
           MOVE FILEMST-Z          TO AUD-AVANT
           MOVE SPACES             TO AUD-APRES
           IF MODE-REEL
              DELETE FILEMST RECORD
                   INVALID KEY CONTINUE
              END-DELETE
              IF MST-STATUS NOT = '00'
                 DISPLAY 'ANNULMST - ERREUR DELETE FILEMST, CLE='
                          CLE-GROUPE ' STATUS=' MST-STATUS
                          UPON CONSOLE
                 SET ERR-VSAM      TO TRUE
              END-IF
           END-IF
           IF NOT ERR-VSAM
              ADD 1                TO CPT-SUPPRIMES
              PERFORM CUMULE-EFFET
              PERFORM ECRIT-AUDIT
           END-IF.

       RECREE-CLE.
      *-----------------------------------------------------------------
      * CLE SUPPRIMEE A LA DATE : ELLE EST RECREEE A L'IDENTIQUE.
           MOVE SPACES             TO FILEAUD-Z
           MOVE 'I'                TO AUD-TYPE
           MOVE CLE-GROUPE         TO AUD-CLE
           MOVE SPACES             TO AUD-AVANT
           MOVE IMG-RESTAURE       TO AUD-APRES
           IF MODE-REEL
              MOVE IMG-RESTAURE    TO FILEMST-Z
              WRITE FILEMST-Z
                   INVALID KEY CONTINUE
              END-WRITE
              IF MST-STATUS NOT = '00'
                 DISPLAY 'ANNULMST - ERREUR WRITE FILEMST, CLE='
                          CLE-GROUPE ' STATUS=' MST-STATUS
                          UPON CONSOLE
                 SET ERR-VSAM      TO TRUE
              END-IF
           END-IF
           IF NOT ERR-VSAM
              ADD 1                TO CPT-RECREES
              PERFORM CUMULE-EFFET
              PERFORM ECRIT-AUDIT
           END-IF.

       CUMULE-EFFET.
      *-----------------------------------------------------------------
      * SOLDE ATTENDU (AVANT ANNULATION) ET SOLDE RESTAURE (APRES),
      * UNE CLE INEXISTANTE VALANT ZERO.
           IF DOIT-EXISTER AND ATT-MONTANT NUMERIC
              ADD ATT-MONTANT      TO MNT-AVANT-ANNUL
           END-IF
           IF EXISTAIT AND RST-MONTANT NUMERIC
              ADD RST-MONTANT      TO MNT-APRES-ANNUL
           END-IF.

       ECRIT-AUDIT.
      *-----------------------------------------------------------------
      * ESTAMPILLE DE L'ANNULATION : JOURNEE DU RUN ET CODE 'A'. RIEN
      * N'EST ECRIT EN SIMULATION.
           MOVE DATE-TRT           TO AUD-DTTRT
           MOVE 'A'                TO AUD-CODE
           IF MODE-REEL
              WRITE FILEAUD-Z
              ADD 1                TO CPT-AUD-ECRITS
           END-IF.

       SIGNALE-REFUS.
      *-----------------------------------------------------------------
      * CLE LAISSEE EN L'ETAT, LISTEE AU FIL DE L'EAU DANS LE
      * RAPPORT POUR TRAITEMENT MANUEL.
           ADD 1                   TO CPT-REFUSES
           MOVE CLE-GROUPE         TO LIG-REF-CLE
           MOVE MOTIF-REFUS        TO LIG-REF-MOTIF
           WRITE RAPANNUL-Z        FROM LIG-REFUS.

       ECRIT-RAPPORT.
      *-----------------------------------------------------------------
           MOVE SPACES             TO RAPANNUL-Z
           WRITE RAPANNUL-Z

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'IMAGES FILEAUD LUES' TO LIG-RAP-LIB
           MOVE CPT-AUD-LUS        TO LIG-RAP-CPT
           WRITE RAPANNUL-Z        FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'IMAGES DE LA DATE' TO LIG-RAP-LIB
           MOVE CPT-AUD-JOUR       TO LIG-RAP-CPT
           WRITE RAPANNUL-Z        FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'CLES DE LA DATE'   TO LIG-RAP-LIB
           MOVE CPT-CLES-JOUR      TO LIG-RAP-CPT
           WRITE RAPANNUL-Z        FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'MISES A JOUR RESTAUREES' TO LIG-RAP-LIB
           MOVE CPT-RESTAURES      TO LIG-RAP-CPT
           WRITE RAPANNUL-Z        FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'CREATIONS SUPPRIMEES' TO LIG-RAP-LIB
           MOVE CPT-SUPPRIMES      TO LIG-RAP-CPT
           WRITE RAPANNUL-Z        FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'SUPPRESSIONS RECREEES' TO LIG-RAP-LIB
           MOVE CPT-RECREES        TO LIG-RAP-CPT
           WRITE RAPANNUL-Z        FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'CLES SANS EFFET NET' TO LIG-RAP-LIB
           MOVE CPT-SANS-EFFET     TO LIG-RAP-CPT
           WRITE RAPANNUL-Z        FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'CLES REFUSEES'     TO LIG-RAP-LIB
           MOVE CPT-REFUSES        TO LIG-RAP-CPT
           WRITE RAPANNUL-Z        FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'IMAGES FILEAUD ECRITES' TO LIG-RAP-LIB
           MOVE CPT-AUD-ECRITS     TO LIG-RAP-CPT
           WRITE RAPANNUL-Z        FROM LIG-RAPPORT

           MOVE SPACES             TO RAPANNUL-Z
           WRITE RAPANNUL-Z

           COMPUTE MNT-EFFET-NET = MNT-APRES-ANNUL - MNT-AVANT-ANNUL

           MOVE SPACES             TO LIG-TOTAL
           MOVE 'SOLDES AVANT ANNULATION' TO LIG-TOT-LIB
           MOVE MNT-AVANT-ANNUL    TO LIG-TOT-MNT
           WRITE RAPANNUL-Z        FROM LIG-TOTAL

           MOVE SPACES             TO LIG-TOTAL
           MOVE 'SOLDES APRES ANNULATION' TO LIG-TOT-LIB
           MOVE MNT-APRES-ANNUL    TO LIG-TOT-MNT
           WRITE RAPANNUL-Z        FROM LIG-TOTAL

           MOVE SPACES             TO LIG-TOTAL
           MOVE 'EFFET NET SUR LE TOTAL' TO LIG-TOT-LIB
           MOVE MNT-EFFET-NET      TO LIG-TOT-MNT
           WRITE RAPANNUL-Z        FROM LIG-TOTAL

           IF ERR-VSAM
              MOVE 'ERREUR VSAM - ANNULATION PARTIELLE (RC 16)'
                                   TO RAPANNUL-Z
              WRITE RAPANNUL-Z
           END-IF.
