      * CONFIANCE AUX COMPTEURS DE BATCH1 : CE PROGRAMME RELIT
      * INDEPENDAMMENT LES GENERATIONS DU JOUR (FILEIN TRIE, FILERCY,
      * FILEATT ENTREE ET SORTIE, FILEOUT1/2, FILEREJ/FILEREJD,
      * FILEDBL, KSDS FILEVALV ET GENERATION FILEVAL), RECALCULE LES
      * VOLUMES ET LES CUMULS DE MONTANTS PAR FILEIN-CODE, PROUVE
      * L'EQUATION DE CONSERVATION
      *
      *   DATA FILEIN + RECYCLES + ATTENTE LUE + VALIDATION LUE =
      *   OUT1 + OUT2 + REJETS + DOUBLONS + ATTENTE ECRITE
      *   + VALIDATION ECRITE + FILTRES
      *
      * (UN MOUVEMENT APPROUVE OU REFUSE SORT DE LA VALIDATION PAR
      * SA DESTINATION DE ROUTAGE OU PAR FILEREJ ; UN MOUVEMENT SANS
      * DECISION OU NOUVELLEMENT AU-DESSUS DE SON SEUIL SORT DANS LA
      * NOUVELLE GENERATION FILEVAL)
      *
      * ET RAPPROCHE LIGNE A LIGNE SES COMPTAGES DE CE QUE BATCH1 A
      * ECRIT : LES VOLUMES CONTRE LE RAPPORT FILECR (LIBELLES EN
           SELECT FILEDBL  ASSIGN TO UT-S-FILEDBL.
           SELECT FILECR   ASSIGN TO UT-S-FILECR.
           SELECT FILECPT  ASSIGN TO UT-S-FILECPT.
           SELECT FILEVALV ASSIGN TO FILEVALV
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY VALV-CLE
                           FILE STATUS VALV-STATUS.
           SELECT FILEVALS ASSIGN TO UT-S-FILEVALS.
           SELECT CRCHK    ASSIGN TO UT-S-CRCHK.

       DATA DIVISION.
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(50).

      * FILEVALV - MOUVEMENTS EN VALIDATION LUS PAR BATCH1 (KSDS CICS,
      * FERME COTE CICS JUSQU'AU RECHARGEMENT VALLOAD) ; FILEVALS -
      * NOUVELLE GENERATION ECRITE PAR BATCH1 (MONTANT DE
      * L'ENREGISTREMENT FILEIN EMBARQUE, OCTETS 16-84).
       FD  FILEVALV
           RECORD 128.
       01  FILEVALV-Z.
           05  VALV-CLE            PIC X(15).
           05  FILLER              PIC X(113).

       FD  FILEVALS
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 128
           RECORDING F.
       01  FILEVALS-Z.
           05  FILLER              PIC X(15).
           05  FILEVALS-ENR.
               10  FILLER          PIC X(1).
               10  FILLER          PIC X(44).
               10  FILLER          PIC X(8).
               10  FILEVALS-MONTANT PIC S9(09)V99 COMP-3.
               10  FILLER          PIC X(10).
           05  FILLER              PIC X(44).

       FD  CRCHK
           LABEL RECORDS STANDARD
           BLOCK 0
       77  CPT-REJ                 PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-REJD                PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-DBL                 PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-VAL-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-VAL-ECR             PIC S9(7) COMP-3   VALUE ZERO.

       77  MNT-OUT1                PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  MNT-OUT2                PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  MNT-REJ                 PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  MNT-DBL                 PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  MNT-ATT                 PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  MNT-VAL                 PIC S9(11)V99 COMP-3 VALUE ZERO.

      * VALEURS DECLAREES PAR BATCH1, RELUES DANS FILECR (VOLUMES) ET
      * FILECPT (MONTANTS).
       77  DCL-ATT-LUS             PIC S9(11) COMP-3  VALUE ZERO.
       77  DCL-ATT-NOUV            PIC S9(11) COMP-3  VALUE ZERO.
       77  DCL-ATT-REP             PIC S9(11) COMP-3  VALUE ZERO.
       77  DCL-VAL-LUS             PIC S9(11) COMP-3  VALUE ZERO.
       77  DCL-VAL-RESTE           PIC S9(11) COMP-3  VALUE ZERO.

       77  DCL-MNT-OUT1            PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  DCL-MNT-OUT2            PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  DCL-MNT-REJ             PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  DCL-MNT-DBL             PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  DCL-MNT-ATT             PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  DCL-MNT-VAL             PIC S9(11)V99 COMP-3 VALUE ZERO.

      * RECEPTION DU MOVE DE DE-EDITION DU COMPTEUR RELU DANS FILECR.
       77  DEDIT-NUM               PIC 9(11)          VALUE ZERO.
           88  FIN-FIC                                VALUE 'O'.
       77  SW-ECART                PIC X              VALUE 'N'.
           88  ECART                                  VALUE 'O'.
       77  VALV-STATUS             PIC XX             VALUE '00'.

      * CUMULS RECALCULES PAR FILEIN-CODE SUR LE FICHIER TRIE.
       77  TABC-MAX                PIC S9(4) COMP     VALUE 10.
           PERFORM COMPTE-FILEREJ
           PERFORM COMPTE-FILEREJD
           PERFORM COMPTE-FILEDBL
           PERFORM COMPTE-FILEVALV
           PERFORM COMPTE-FILEVALS

           PERFORM RELIT-FILECR
           PERFORM RELIT-FILECPT
           END-IF
           PERFORM LIT-FILEDBL.

       COMPTE-FILEVALV.
      *-----------------------------------------------------------------
      * KSDS ABSENT OU VIDE (STATUS 35) : AUCUN MOUVEMENT N'ETAIT EN
      * VALIDATION, COMME POUR BATCH1. TOUTE AUTRE ERREUR EST UN
      * ECART : LE TERME NE PEUT PAS ETRE RECALCULE.
           MOVE 'N' TO SW-FIN-FIC
           OPEN INPUT FILEVALV
           EVALUATE VALV-STATUS
             WHEN '00'
               PERFORM LIT-FILEVALV
               PERFORM BOUCLE-FILEVALV UNTIL FIN-FIC
               CLOSE FILEVALV
             WHEN '35'
               CONTINUE
             WHEN OTHER
               MOVE SPACES         TO CRCHK-Z
               STRING 'FILEVALV ILLISIBLE, STATUS=' VALV-STATUS
                      DELIMITED BY SIZE
                      INTO CRCHK-Z
               WRITE CRCHK-Z
               SET ECART           TO TRUE
           END-EVALUATE.

       LIT-FILEVALV.
      *-----------------------------------------------------------------
           READ FILEVALV
                AT END SET FIN-FIC TO TRUE
                NOT AT END ADD 1 TO CPT-VAL-LUS
           END-READ
           IF NOT FIN-FIC
              AND VALV-STATUS NOT = '00'
              MOVE SPACES          TO CRCHK-Z
              STRING 'FILEVALV ILLISIBLE, STATUS=' VALV-STATUS
                     DELIMITED BY SIZE
                     INTO CRCHK-Z
              WRITE CRCHK-Z
              SET ECART            TO TRUE
              SET FIN-FIC          TO TRUE
           END-IF.

       BOUCLE-FILEVALV.
      *-----------------------------------------------------------------
           PERFORM LIT-FILEVALV.

       COMPTE-FILEVALS.
      *-----------------------------------------------------------------
           MOVE 'N' TO SW-FIN-FIC
           OPEN INPUT FILEVALS
           PERFORM LIT-FILEVALS
           PERFORM BOUCLE-FILEVALS UNTIL FIN-FIC
           CLOSE FILEVALS.

       LIT-FILEVALS.
      *-----------------------------------------------------------------
           READ FILEVALS
                AT END SET FIN-FIC TO TRUE
                NOT AT END ADD 1 TO CPT-VAL-ECR
           END-READ.

       BOUCLE-FILEVALS.
      *-----------------------------------------------------------------
           IF FILEVALS-MONTANT NUMERIC
              ADD FILEVALS-MONTANT TO MNT-VAL
           END-IF
           PERFORM LIT-FILEVALS.

       RELIT-FILECR.
      *-----------------------------------------------------------------
      * RELIT LE RAPPORT DE BATCH1 ET CAPTURE LES VOLUMES DECLARES :
             WHEN 'REPORTES (FUTURS)        '
               PERFORM DEDIT-COMPTEUR
               MOVE DEDIT-NUM TO DCL-ATT-REP
             WHEN 'LUS A VALIDER            '
               PERFORM DEDIT-COMPTEUR
               MOVE DEDIT-NUM TO DCL-VAL-LUS
             WHEN 'RESTANT EN VALIDATION    '
               PERFORM DEDIT-COMPTEUR
               MOVE DEDIT-NUM TO DCL-VAL-RESTE
           END-EVALUATE
           PERFORM LIT-FILECR.

                  MOVE FILECPT-MNT TO DCL-MNT-DBL
                WHEN 'ATTENTE'
                  MOVE FILECPT-MNT TO DCL-MNT-ATT
                WHEN 'VALIDAT'
                  MOVE FILECPT-MNT TO DCL-MNT-VAL
              END-EVALUATE
           END-IF
           PERFORM LIT-FILECPT.
           MOVE TOT-SORTIES        TO LIG-CMP-DECLARE
           PERFORM VERDICT-VOLUME

           MOVE 'VALIDATION LUE'   TO LIG-CMP-LIB
           MOVE CPT-VAL-LUS        TO LIG-CMP-RECALC
           MOVE DCL-VAL-LUS        TO LIG-CMP-DECLARE
           PERFORM VERDICT-VOLUME

           MOVE 'VALIDATION ECRITE' TO LIG-CMP-LIB
           MOVE CPT-VAL-ECR        TO LIG-CMP-RECALC
           MOVE DCL-VAL-RESTE      TO LIG-CMP-DECLARE
           PERFORM VERDICT-VOLUME

      * LE NOMBRE DE REJETS DOIT AUSSI CONCORDER AVEC SON COMPAGNON
      * FILEREJD, ECRIT EN PARALLELE PAR BATCH1.
           MOVE 'REJETS FILEREJD'  TO LIG-CMP-LIB
           MOVE 'MONTANT ATTENTE'  TO LIG-CMM-LIB
           MOVE MNT-ATT            TO CMP-MNT-RECALC
           MOVE DCL-MNT-ATT        TO CMP-MNT-DECLARE
           PERFORM VERDICT-MONTANT

           MOVE 'MONTANT VALIDAT'  TO LIG-CMM-LIB
           MOVE MNT-VAL            TO CMP-MNT-RECALC
           MOVE DCL-MNT-VAL        TO CMP-MNT-DECLARE
           PERFORM VERDICT-MONTANT.

       VERDICT-MONTANT.
      * EQUATION DE CONSERVATION : TOUT ENREGISTREMENT ENTRE DOIT SE
      * RETROUVER DANS UNE ET UNE SEULE DESTINATION. LE NOMBRE DE
      * FILTRES (SEUL TERME SANS SOURCE INDEPENDANTE) EST REPRIS DE
      * FILECR. LES MOUVEMENTS EN VALIDATION ENTRENT PAR FILEVALV ET
      * SORTENT, A DEFAUT D'UNE AUTRE DESTINATION, PAR FILEVAL.
           MOVE SPACES             TO CRCHK-Z
           WRITE CRCHK-Z
           MOVE 'EQUATION DE CONSERVATION'  TO CRCHK-Z
           WRITE CRCHK-Z

           COMPUTE TOT-ENTREES = CPT-IN-DATA + CPT-RCY + CPT-ATT-LUS
                               + CPT-VAL-LUS
           COMPUTE TOT-SORTIES = CPT-OUT1 + CPT-OUT2 + CPT-REJ
                               + CPT-DBL + CPT-ATT-ECR + CPT-VAL-ECR
                               + DCL-FILTRE

           MOVE 'ENTREES (DATA)'   TO LIG-CMP-LIB
           MOVE TOT-ENTREES        TO LIG-CMP-RECALC
