       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.   INTMENS.
       AUTHOR.       XXXXXXXXX.
       DATE-WRITTEN. 2026.

      *REMARKS.
      *
      * Programme demo BATCH - ARRETE MENSUEL DES INTERETS ET FRAIS.
      *
      * LES INTERETS SUR SOLDE ET LES FRAIS MENSUELS ETAIENT CALCULES
      * HORS DU SYSTEME PUIS SAISIS PAR LA COMPTABILITE EN CORRECTIONS
      * CODE '2', A LA MAIN. CE PROGRAMME, STEP DE LA CHAINE BATCH1
      * ENTRE CALJOUR ET BATCH1EM, LES CALCULE LE DERNIER JOUR OUVRE
      * DU MOIS :
      *   - INTERETS DU MOIS SUR MST-MONTANT, PAR PALIERS DU BAREME
      *     TAUXINT (CARTES TAUREC) : CHAQUE PALIER REMUNERE LA PART
      *     DU SOLDE COMPRISE ENTRE SON SEUIL ET CELUI DU PALIER
      *     SUIVANT, AU TAUX ANNUEL DU PALIER / 12. ARRONDI AU
      *     CENTIME PAR CLIENT. UN SOLDE NUL OU NEGATIF NE PORTE PAS
      *     D'INTERETS ;
      *   - FRAIS FORFAITAIRES DU MOIS (CARTE 'F'), SAUF SOLDE AU
      *     MOINS EGAL AU SEUIL D'EXONERATION. DES FRAIS QUI
      *     RENDRAIENT LE SOLDE NEGATIF (INTERETS DU MOIS COMPRIS) NE
      *     SONT PAS PRELEVES : LE MOUVEMENT SERAIT ECARTE PAR LE
      *     CONTROLE DE SOLDE DE BATCH2. ILS SONT LISTES ET TOTALISES
      *     A PART ;
      *   - UN MOUVEMENT CODE '2' PAR CLIENT (AJUSTEMENT : INTERETS
      *     MOINS FRAIS, AJOUTE AU SOLDE PAR BATCH2), DATE D'EFFET =
      *     DERNIER JOUR CALENDAIRE DU MOIS, NOM ET PRENOM DU MAITRE.
      *     UN NET NUL NE DONNE PAS DE MOUVEMENT.
      *
      * LES MOUVEMENTS SONT ECRITS SUR FILEINT AU FORMAT FILEIN, SOUS
      * L'IDENTIFIANT EMETTEUR 'INTERETS', AVEC ENTETE (DATE DE
      * GESTION = JOURNEE PUBLIEE) ET PIED (NOMBRE ET CUMUL) : LA JCL
      * CONCATENE FILEINT A LA TRANSMISSION DU JOUR, ET LE GROUPE
      * SUIT LE CHEMIN DE TOUT EMETTEUR (CONTROLE BATCH1EM, TRI,
      * BATCH1, BATCH2). LA DATE D'EFFET EST DANS LA PLAGE DU RUN DE
      * LA FIN DE MOIS ; LES MOUVEMENTS SONT DONC DANS LA CLOTURE
      * CLOTMENS DU MOIS, LIGNE CODE '2' DU MOIS D'EFFET, ET LE TOTAL
      * DU RAPPORT RAPINT EST A Y RETROUVER. CHAQUE MOUVEMENT PORTE
      * L'ORIGINE 'INT' DANS LA ZONE DE RESERVE (DERNIERS OCTETS,
      * APRES L'ESTAMPILLE OPERATEUR/TERMINAL) : BATCH1 ADMET, POUR
      * UNE CLE, CE MOUVEMENT EN PLUS DU MOUVEMENT ORDINAIRE DU JOUR,
      * ET BATCH2 LES APPLIQUE TOUS LES DEUX. LES INTERETS D'UN
      * CLIENT QUI RECOIT LE MEME SOIR UN AUTRE MOUVEMENT NE PARTENT
      * DONC PAS EN DOUBLON (FILEDBL).
      *
      * LES AUTRES JOURS, LE STEP N'ECRIT RIEN (FILEINT VIDE) ET NE
      * LIT NI LE BAREME NI LE MAITRE. LA CARTE INTPARM, FACULTATIVE,
      * FORCE LA PERIODE (RELANCE APRES UN INCIDENT) ; SA DATE D'EFFET
      * DOIT ALORS ETRE DANS LA PLAGE DU RUN, SINON RIEN N'EST ECRIT
      * (RC 4). LE CALCUL EST FAIT SUR LE MAITRE TEL QU'IL EST AVANT
      * LA CHAINE DU SOIR : RELANCER LE STEP LA MEME NUIT DONNE LE
      * MEME RESULTAT, MAIS LE RELANCER APRES LE BATCH2 DE LA FIN DE
      * MOIS COMPTERAIT LES INTERETS DEUX FOIS.
      *
      * RC 16 = JOURNEE NON PUBLIEE, CARTE OU BAREME INVALIDE, ERREUR
      * SUR LE MAITRE : LE PIED N'EST PAS ECRIT ET LA CHAINE S'ARRETE.
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
           SELECT INTPARM  ASSIGN TO UT-S-INTPARM.
           SELECT TAUXINT  ASSIGN TO UT-S-TAUXINT.
           SELECT FILEMST  ASSIGN TO FILEMST
                  ORGANIZATION INDEXED
                  ACCESS SEQUENTIAL
                  RECORD KEY MST-CLE
                  FILE STATUS MST-STATUS.
           SELECT FILEDTJ  ASSIGN TO FILEDTJ
                  ORGANIZATION INDEXED
                  ACCESS RANDOM
                  RECORD KEY DTJ-SITE
                  FILE STATUS DTJ-STATUS.
           SELECT FILEINT  ASSIGN TO UT-S-FILEINT.
           SELECT RAPINT   ASSIGN TO UT-S-RAPINT.

       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * INTPARM - CARTE FACULTATIVE (DD DUMMY EN EXPLOITATION NORMALE) :
      *   1-6   PERIODE AAAAMM A ARRETER (A BLANC : MOIS DE LA JOURNEE
      *         PUBLIEE, SEULEMENT SI C'EST LE DERNIER JOUR OUVRE).
       FD  INTPARM
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  INTPARM-Z.
           05  IPA-PERIODE         PIC X(06).
           05  IPA-PERIODE-N       REDEFINES IPA-PERIODE
                                   PIC 9(06).
           05  IPA-PERIODE-R       REDEFINES IPA-PERIODE.
               10  IPA-AAAA        PIC 9(04).
               10  IPA-MM          PIC 9(02).
           05  FILLER              PIC X(74).

      * TAUXINT - BAREME DES INTERETS ET FRAIS (PALIERS 'T', FORFAIT
      * 'F').
       FD  TAUXINT
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  TAUXINT-Z.
           COPY TAUREC.

      * FILEMST - MAITRE CLIENT VSAM KSDS, RELU SEQUENTIELLEMENT.
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

      * FILEINT - GROUPE EMETTEUR 'INTERETS' AU FORMAT FILEIN (ENTETE,
      * MOUVEMENTS CODE '2', PIED), CONCATENE A LA TRANSMISSION.
       FD  FILEINT
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 69
           RECORDING F.
       01  FILEINT-Z.
           05  INT-CODE            PIC X(1).
           05  INT-DATA.
               COPY FILEREC
                 REPLACING ==FILEREC-CLE==     BY ==INT-CLE==
                           ==FILEREC-NOM==     BY ==INT-NOM==
                           ==FILEREC-PRENOM==  BY ==INT-PRENOM==
                           ==FILEREC-DTEFF==   BY ==INT-DTEFF==
                           ==FILEREC-MONTANT==
                                   BY ==INT-MONTANT==.
           05  INT-CTL REDEFINES INT-DATA.
               10  INT-CTL-CLE     PIC 9(09).
               10  INT-CTL-DTGEST  PIC 9(08).
               10  INT-CTL-NBENR   PIC 9(07).
               10  INT-CTL-MONTANT PIC S9(13)V99 COMP-3.
               10  INT-CTL-EMET    PIC X(08).
               10  FILLER          PIC X(28).
      * ZONE DE RESERVE D'UN MOUVEMENT : ORIGINE APRES L'ESTAMPILLE
      * OPERATEUR/TERMINAL (VOIR FILEIN-ESTAMPILLE DANS BATCH1).
           05  INT-RESERVE REDEFINES INT-DATA.
               10  FILLER          PIC X(65).
               10  INT-ORIG        PIC X(03).

      * RAPINT - DETAIL PAR CLIENT ET TOTAUX DE L'ARRETE.
       FD  RAPINT
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  RAPINT-Z                PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------------
       77  CPT-MST-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-MNT-INVALIDES       PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-INTERETS            PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-FRAIS               PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-EXONERES            PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-INSUFFISANTS        PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-SANS-MVT            PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-MVT                 PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-TAU-LUES            PIC S9(7) COMP-3   VALUE ZERO.

       77  MNT-SOLDES              PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  MNT-INTERETS            PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  MNT-FRAIS               PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  MNT-NON-PRELEVES        PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  MNT-MVT                 PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  MNT-RECOUPE             PIC S9(13)V99 COMP-3 VALUE ZERO.

       77  MST-STATUS              PIC X(02)          VALUE SPACES.
       77  DTJ-STATUS              PIC X(02)          VALUE SPACES.

       77  SW-DTJ-LU               PIC X              VALUE 'N'.
           88  DTJ-LU                                 VALUE 'O'.
       77  SW-ARRETE               PIC X              VALUE 'N'.
           88  ARRETE                                 VALUE 'O'.
       77  SW-HORS-PLAGE           PIC X              VALUE 'N'.
           88  HORS-PLAGE                             VALUE 'O'.
       77  SW-FIN-MST              PIC X              VALUE 'N'.
           88  FIN-MST                                VALUE 'O'.
       77  SW-FIN-TAU              PIC X              VALUE 'N'.
           88  FIN-TAU                                VALUE 'O'.
       77  SW-ERR-VSAM             PIC X              VALUE 'N'.
           88  ERR-VSAM                               VALUE 'O'.
       77  SW-ECART                PIC X              VALUE 'N'.
           88  ECART                                  VALUE 'O'.

      * COPY LANGUE DU SITE (CLE DE FILEDTJ)
           COPY SITELNG.

      * PERIODE ARRETEE ET DATE D'EFFET DES MOUVEMENTS (DERNIER JOUR
      * CALENDAIRE DE LA PERIODE).
       77  PERIODE                 PIC 9(06)          VALUE ZERO.
       77  PERIODE-DTJ             PIC 9(06)          VALUE ZERO.
       01  DTEFF-ARRETE            PIC 9(08)          VALUE ZERO.
       01  DTEFF-ECLATE REDEFINES DTEFF-ARRETE.
           05  DTEFF-AAAA          PIC 9(04).
           05  DTEFF-MM            PIC 9(02).
           05  DTEFF-JJ            PIC 9(02).

       77  BISS-Q                  PIC S9(4) COMP     VALUE ZERO.
       77  BISS-R4                 PIC S9(4) COMP     VALUE ZERO.
       77  BISS-R100               PIC S9(4) COMP     VALUE ZERO.
       77  BISS-R400               PIC S9(4) COMP     VALUE ZERO.

      * NOMBRE DE JOURS PAR MOIS (ANNEE NON BISSEXTILE).
       01  TAB-JOURS-MOIS-VAL      PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  TAB-JOURS-MOIS REDEFINES TAB-JOURS-MOIS-VAL.
           05  JOURS-MOIS          OCCURS 12 TIMES
                                   PIC 9(02).

      * BAREME : PALIERS PAR SEUIL CROISSANT (LE PREMIER A ZERO) ET
      * FORFAIT MENSUEL.
       77  PAL-MAX                 PIC S9(4) COMP     VALUE 10.
       77  PAL-NB                  PIC S9(4) COMP     VALUE ZERO.
       77  I-PAL                   PIC S9(4) COMP     VALUE ZERO.
       01  TAB-PALIERS.
           05  PAL-LIGNE           OCCURS 10 TIMES.
               10  PAL-SEUIL       PIC S9(09)V99 COMP-3.
               10  PAL-TAUX        PIC 9(02)V9(04) COMP-3.
               10  PAL-LIBELLE     PIC X(30).
       77  SW-FORFAIT              PIC X              VALUE 'N'.
           88  FORFAIT-LU                             VALUE 'O'.
       77  BAR-FRAIS               PIC 9(05)V99 COMP-3 VALUE ZERO.
       77  BAR-EXONERE             PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  BAR-LIBELLE             PIC X(30)          VALUE SPACES.

      * CALCUL DU CLIENT EN COURS. LES INTERETS DES PALIERS SONT
      * CUMULES SANS ARRONDI, L'ARRONDI AU CENTIME EST FAIT UNE FOIS.
       77  SOLDE-COUR              PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  PART-PALIER             PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  INTERET-CUMUL           PIC S9(11)V9(6) COMP-3 VALUE ZERO.
       77  INTERET-COUR            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  FRAIS-COUR              PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  NET-COUR                PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  SOLDE-APRES             PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  REM-COUR                PIC X(03)          VALUE SPACES.

       77  EDIT-SEUIL              PIC -ZZZ,ZZZ,ZZ9.99.
       77  EDIT-TAUX               PIC Z9.9999.
       77  EDIT-FRAIS              PIC ZZ,ZZ9.99.

       01  LIG-CLIENT.
           05  LIG-CLI-CLE         PIC X(09).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-CLI-NOM         PIC X(12).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-CLI-SOLDE       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-CLI-INTERET     PIC -Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-CLI-FRAIS       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-CLI-NET         PIC -Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-CLI-REM         PIC X(03).

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
           PERFORM LIT-INTPARM

           OPEN OUTPUT FILEINT
                       RAPINT

           PERFORM LIT-DATE-JOURNEE
           PERFORM DETERMINE-PERIODE

           MOVE 'INTMENS - ARRETE MENSUEL DES INTERETS ET FRAIS'
                                   TO RAPINT-Z
           WRITE RAPINT-Z
           MOVE ALL '-'            TO RAPINT-Z
           WRITE RAPINT-Z
           MOVE SPACES             TO RAPINT-Z
           STRING 'JOURNEE DU ' DTJ-DATE
                  '  PLAGE DU RUN ' DTJ-DTEFF-DEB ' - ' DTJ-DTEFF-FIN
                  DELIMITED BY SIZE
                  INTO RAPINT-Z
           WRITE RAPINT-Z

           IF NOT ARRETE
              PERFORM ECRIT-SANS-ARRETE
              CLOSE FILEINT
                    RAPINT
              IF HORS-PLAGE
                 MOVE 4 TO RETURN-CODE
              END-IF
              STOP RUN
           END-IF

           MOVE SPACES             TO RAPINT-Z
           STRING 'PERIODE ARRETEE ' PERIODE
                  '  DATE D''EFFET DES MOUVEMENTS ' DTEFF-ARRETE
                  '  EMETTEUR INTERETS'
                  DELIMITED BY SIZE
                  INTO RAPINT-Z
           WRITE RAPINT-Z

           PERFORM CHARGE-BAREME
           PERFORM ECRIT-BAREME

           OPEN INPUT FILEMST
           IF MST-STATUS NOT = '00'
              DISPLAY 'INTMENS - ERREUR OPEN FILEMST, STATUS='
                       MST-STATUS UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM ECRIT-ENTETE
           PERFORM ECRIT-TITRE-DETAIL

           PERFORM LIT-FILEMST
           PERFORM TRAITE-CLIENT UNTIL FIN-MST
           CLOSE FILEMST

      * SUR ERREUR DU MAITRE LE GROUPE RESTE SANS PIED : BATCH1EM
      * L'ECARTERAIT S'IL ETAIT TRANSMIS.
           IF NOT ERR-VSAM
              PERFORM ECRIT-PIED
           END-IF

           PERFORM ECRIT-TOTAUX

           DISPLAY 'STAT FILEMST  - READ RECORDS  : '
                    CPT-MST-LUS      UPON CONSOLE
           DISPLAY 'STAT FILEINT  - MOVEMENTS     : '
                    CPT-MVT          UPON CONSOLE

           CLOSE FILEINT
                 RAPINT

           EVALUATE TRUE
             WHEN ERR-VSAM
               MOVE 16 TO RETURN-CODE
             WHEN ECART
               DISPLAY 'INTMENS - ERREUR : ECART DE RECOUPEMENT - '
                       'VOIR RAPPORT RAPINT' UPON CONSOLE
               MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       LIT-INTPARM.
      *-----------------------------------------------------------------
      * CARTE FACULTATIVE : A DEFAUT, PERIODE DE LA JOURNEE PUBLIEE.
           OPEN INPUT INTPARM
           READ INTPARM
                AT END MOVE SPACES     TO INTPARM-Z
           END-READ
           CLOSE INTPARM

           IF IPA-PERIODE NOT = SPACES
              IF IPA-PERIODE NOT NUMERIC
                 OR IPA-MM < 01 OR IPA-MM > 12
                 DISPLAY 'INTMENS - ERREUR : PERIODE INTPARM '
                         'INVALIDE (' IPA-PERIODE ') - RUN ABANDONNE'
                         UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       LIT-DATE-JOURNEE.
      *-----------------------------------------------------------------
      * JOURNEE PUBLIEE DU SITE : INDISPENSABLE (DATE DE GESTION,
      * FIN DE MOIS, PLAGE DU RUN).
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
              DISPLAY 'INTMENS - ERREUR : AUCUNE JOURNEE PUBLIEE '
                      '(FILEDTJ, STATUS=' DTJ-STATUS ')' UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       DETERMINE-PERIODE.
      *-----------------------------------------------------------------
      * SANS CARTE, L'ARRETE NE SE FAIT QUE LE DERNIER JOUR OUVRE DU
      * MOIS. LA DATE D'EFFET DOIT TOMBER DANS LA PLAGE DU RUN, SINON
      * BATCH1 METTRAIT LES MOUVEMENTS EN ATTENTE OU LES FILTRERAIT.
           DIVIDE DTJ-DATE BY 100 GIVING PERIODE-DTJ
           IF IPA-PERIODE = SPACES
              IF DTJ-DERNIER-OUVRE
                 MOVE PERIODE-DTJ  TO PERIODE
                 SET ARRETE        TO TRUE
              END-IF
           ELSE
              MOVE IPA-PERIODE-N   TO PERIODE
              SET ARRETE           TO TRUE
              IF PERIODE NOT = PERIODE-DTJ
                 DISPLAY 'INTMENS - PERIODE INTPARM ' PERIODE
                         ' <> MOIS DE LA JOURNEE PUBLIEE ' DTJ-DATE
                         UPON CONSOLE
              END-IF
           END-IF

           IF ARRETE
              MOVE PERIODE         TO DTEFF-ARRETE (1:6)
              MOVE JOURS-MOIS (DTEFF-MM) TO DTEFF-JJ
              IF DTEFF-MM = 2
                 PERFORM CONTROLE-BISSEXTILE
              END-IF
              IF DTEFF-ARRETE < DTJ-DTEFF-DEB
                 OR DTEFF-ARRETE > DTJ-DTEFF-FIN
                 DISPLAY 'INTMENS - DATE D''EFFET ' DTEFF-ARRETE
                         ' HORS DE LA PLAGE DU RUN ' DTJ-DTEFF-DEB
                         '-' DTJ-DTEFF-FIN ' - RIEN N''EST ECRIT'
                         UPON CONSOLE
                 MOVE 'N'          TO SW-ARRETE
                 SET HORS-PLAGE    TO TRUE
              END-IF
           END-IF.

       CONTROLE-BISSEXTILE.
      *-----------------------------------------------------------------
           DIVIDE DTEFF-AAAA BY 4   GIVING BISS-Q REMAINDER BISS-R4
           DIVIDE DTEFF-AAAA BY 100 GIVING BISS-Q REMAINDER BISS-R100
           DIVIDE DTEFF-AAAA BY 400 GIVING BISS-Q REMAINDER BISS-R400
           IF BISS-R4 = ZERO
              AND (BISS-R100 NOT = ZERO OR BISS-R400 = ZERO)
              MOVE 29              TO DTEFF-JJ
           END-IF.

       ECRIT-SANS-ARRETE.
      *-----------------------------------------------------------------
           MOVE SPACES             TO RAPINT-Z
           WRITE RAPINT-Z
           MOVE SPACES             TO RAPINT-Z
           IF HORS-PLAGE
              STRING 'PERIODE ' PERIODE ' : DATE D''EFFET '
                     DTEFF-ARRETE ' HORS PLAGE - AUCUN MOUVEMENT'
                     ' (RC 4)'
                     DELIMITED BY SIZE
                     INTO RAPINT-Z
           ELSE
              STRING 'PAS DE FIN DE MOIS CE SOIR - AUCUN MOUVEMENT'
                     DELIMITED BY SIZE
                     INTO RAPINT-Z
           END-IF
           WRITE RAPINT-Z.

       CHARGE-BAREME.
      *-----------------------------------------------------------------
      * TOUTE CARTE INVALIDE ARRETE LE STEP AVANT LA LECTURE DU
      * MAITRE. UN BAREME SANS PALIER NI FORFAIT N'A RIEN A CALCULER.
           OPEN INPUT TAUXINT
           PERFORM LIT-TAUXINT
           PERFORM TRAITE-CARTE-TAU UNTIL FIN-TAU
           CLOSE TAUXINT
           IF PAL-NB = ZERO AND NOT FORFAIT-LU
              DISPLAY 'INTMENS - ERREUR : BAREME TAUXINT VIDE - '
                      'RUN ABANDONNE' UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LIT-TAUXINT.
      *-----------------------------------------------------------------
           READ TAUXINT
                AT END SET FIN-TAU TO TRUE
                NOT AT END ADD 1 TO CPT-TAU-LUES
           END-READ.

       TRAITE-CARTE-TAU.
      *-----------------------------------------------------------------
           EVALUATE TRUE
             WHEN TAUXINT-Z = SPACES
             WHEN TAU-TYPE = '*'
               CONTINUE
             WHEN TAU-PALIER
               PERFORM AJOUTE-PALIER
             WHEN TAU-FORFAIT
               PERFORM PREND-FORFAIT
             WHEN OTHER
               PERFORM ERREUR-BAREME
           END-EVALUATE
           PERFORM LIT-TAUXINT.

       AJOUTE-PALIER.
      *-----------------------------------------------------------------
           IF TAU-SEUIL-N NOT NUMERIC
              OR TAU-TAUX-N NOT NUMERIC
              OR PAL-NB NOT < PAL-MAX
              PERFORM ERREUR-BAREME
           END-IF
           IF PAL-NB = ZERO
              IF TAU-SEUIL-N NOT = ZERO
                 PERFORM ERREUR-BAREME
              END-IF
           ELSE
              IF TAU-SEUIL-N NOT > PAL-SEUIL (PAL-NB)
                 PERFORM ERREUR-BAREME
              END-IF
           END-IF
           ADD 1                   TO PAL-NB
           MOVE TAU-SEUIL-N        TO PAL-SEUIL (PAL-NB)
           MOVE TAU-TAUX-N         TO PAL-TAUX (PAL-NB)
           MOVE TAU-LIBELLE        TO PAL-LIBELLE (PAL-NB).

       PREND-FORFAIT.
      *-----------------------------------------------------------------
           IF FORFAIT-LU
              OR TAU-FRAIS-N NOT NUMERIC
              PERFORM ERREUR-BAREME
           END-IF
           IF TAU-EXONERE = SPACES
              MOVE ZERO            TO BAR-EXONERE
           ELSE
              IF TAU-EXONERE-N NOT NUMERIC
                 PERFORM ERREUR-BAREME
              END-IF
              MOVE TAU-EXONERE-N   TO BAR-EXONERE
           END-IF
           SET FORFAIT-LU          TO TRUE
           MOVE TAU-FRAIS-N        TO BAR-FRAIS
           MOVE TAU-LIBELLE        TO BAR-LIBELLE.

       ERREUR-BAREME.
      *-----------------------------------------------------------------
           DISPLAY 'INTMENS - ERREUR : CARTE TAUXINT INVALIDE, NO '
                   CPT-TAU-LUES ' : ' TAUXINT-Z (1:50) UPON CONSOLE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       ECRIT-BAREME.
      *-----------------------------------------------------------------
           MOVE SPACES             TO RAPINT-Z
           WRITE RAPINT-Z
           MOVE 'BAREME APPLIQUE'  TO RAPINT-Z
           WRITE RAPINT-Z
           PERFORM ECRIT-PALIER
                   VARYING I-PAL FROM 1 BY 1
                   UNTIL I-PAL > PAL-NB
           MOVE SPACES             TO RAPINT-Z
           IF FORFAIT-LU
              MOVE BAR-FRAIS       TO EDIT-FRAIS
              IF BAR-EXONERE > ZERO
                 MOVE BAR-EXONERE  TO EDIT-SEUIL
                 STRING '  FRAIS DU MOIS ' EDIT-FRAIS
                        '  EXONERE A PARTIR DE ' EDIT-SEUIL
                        DELIMITED BY SIZE
                        INTO RAPINT-Z
              ELSE
                 STRING '  FRAIS DU MOIS ' EDIT-FRAIS
                        '  SANS EXONERATION'
                        DELIMITED BY SIZE
                        INTO RAPINT-Z
              END-IF
           ELSE
              MOVE '  PAS DE FRAIS FORFAITAIRES' TO RAPINT-Z
           END-IF
           WRITE RAPINT-Z.

       ECRIT-PALIER.
      *-----------------------------------------------------------------
           MOVE PAL-SEUIL (I-PAL)  TO EDIT-SEUIL
           MOVE PAL-TAUX (I-PAL)   TO EDIT-TAUX
           MOVE SPACES             TO RAPINT-Z
           STRING '  A PARTIR DE ' EDIT-SEUIL
                  '  TAUX ' EDIT-TAUX ' % '
                  PAL-LIBELLE (I-PAL)
                  DELIMITED BY SIZE
                  INTO RAPINT-Z
           WRITE RAPINT-Z.

       ECRIT-TITRE-DETAIL.
      *-----------------------------------------------------------------
           MOVE SPACES             TO RAPINT-Z
           WRITE RAPINT-Z
           MOVE SPACES             TO RAPINT-Z
           STRING 'CLE       NOM                    SOLDE'
                  '      INTERETS     FRAIS           NET REM'
                  DELIMITED BY SIZE
                  INTO RAPINT-Z
           WRITE RAPINT-Z
           MOVE ALL '-'            TO RAPINT-Z
           WRITE RAPINT-Z.

       LIT-FILEMST.
      *-----------------------------------------------------------------
           READ FILEMST
                AT END SET FIN-MST TO TRUE
                NOT AT END ADD 1 TO CPT-MST-LUS
           END-READ
           IF NOT FIN-MST
              AND MST-STATUS NOT = '00'
              DISPLAY 'INTMENS - ERREUR READ FILEMST, STATUS='
                       MST-STATUS UPON CONSOLE
              SET ERR-VSAM         TO TRUE
              SET FIN-MST          TO TRUE
           END-IF.

       TRAITE-CLIENT.
      *-----------------------------------------------------------------
      * UN MONTANT PACKE INVALIDE N'EST NI REMUNERE NI DEBITE : IL EST
      * LISTE POUR CORRECTION (REM 'INV').
           MOVE ZERO               TO INTERET-COUR
                                      FRAIS-COUR
                                      NET-COUR
           MOVE SPACES             TO REM-COUR
           IF MST-MONTANT NUMERIC
              MOVE MST-MONTANT     TO SOLDE-COUR
              ADD SOLDE-COUR       TO MNT-SOLDES
              PERFORM CALCULE-INTERETS
              PERFORM CALCULE-FRAIS
              COMPUTE NET-COUR = INTERET-COUR - FRAIS-COUR
           ELSE
              MOVE ZERO            TO SOLDE-COUR
              MOVE 'INV'           TO REM-COUR
              ADD 1                TO CPT-MNT-INVALIDES
           END-IF

           IF NET-COUR = ZERO
              ADD 1                TO CPT-SANS-MVT
           ELSE
              PERFORM ECRIT-MOUVEMENT
           END-IF
           PERFORM ECRIT-DETAIL
           PERFORM LIT-FILEMST.

       CALCULE-INTERETS.
      *-----------------------------------------------------------------
           MOVE ZERO               TO INTERET-CUMUL
           IF SOLDE-COUR > ZERO
              PERFORM CALCULE-PALIER
                      VARYING I-PAL FROM 1 BY 1
                      UNTIL I-PAL > PAL-NB
           END-IF
           COMPUTE INTERET-COUR ROUNDED = INTERET-CUMUL
           IF INTERET-COUR NOT = ZERO
              ADD 1                TO CPT-INTERETS
              ADD INTERET-COUR     TO MNT-INTERETS
           END-IF.

       CALCULE-PALIER.
      *-----------------------------------------------------------------
      * PART DU SOLDE DANS LE PALIER : JUSQU'AU SEUIL DU PALIER
      * SUIVANT, OU TOUT LE RESTE POUR LE DERNIER PALIER.
           IF SOLDE-COUR > PAL-SEUIL (I-PAL)
              COMPUTE PART-PALIER = SOLDE-COUR - PAL-SEUIL (I-PAL)
              IF I-PAL < PAL-NB
                 IF SOLDE-COUR > PAL-SEUIL (I-PAL + 1)
                    COMPUTE PART-PALIER = PAL-SEUIL (I-PAL + 1)
                                        - PAL-SEUIL (I-PAL)
                 END-IF
              END-IF
              COMPUTE INTERET-CUMUL = INTERET-CUMUL
                                    + PART-PALIER * PAL-TAUX (I-PAL)
                                      / 1200
           END-IF.

       CALCULE-FRAIS.
      *-----------------------------------------------------------------
           IF FORFAIT-LU AND BAR-FRAIS > ZERO
              COMPUTE SOLDE-APRES = SOLDE-COUR + INTERET-COUR
                                  - BAR-FRAIS
              EVALUATE TRUE
                WHEN BAR-EXONERE > ZERO
                 AND SOLDE-COUR NOT < BAR-EXONERE
                  MOVE 'EXO'       TO REM-COUR
                  ADD 1            TO CPT-EXONERES
                WHEN SOLDE-APRES < ZERO
                  MOVE 'INS'       TO REM-COUR
                  ADD 1            TO CPT-INSUFFISANTS
                  ADD BAR-FRAIS    TO MNT-NON-PRELEVES
                WHEN OTHER
                  MOVE BAR-FRAIS   TO FRAIS-COUR
                  ADD 1            TO CPT-FRAIS
                  ADD BAR-FRAIS    TO MNT-FRAIS
              END-EVALUATE
           END-IF.

       ECRIT-MOUVEMENT.
      *-----------------------------------------------------------------
           MOVE SPACES             TO FILEINT-Z
           MOVE '2'                TO INT-CODE
           MOVE MST-CLE            TO INT-CLE
           MOVE MST-NOM            TO INT-NOM
           MOVE MST-PRENOM         TO INT-PRENOM
           MOVE DTEFF-ARRETE       TO INT-DTEFF
           MOVE NET-COUR           TO INT-MONTANT
           MOVE 'INT'              TO INT-ORIG
           WRITE FILEINT-Z
           ADD 1                   TO CPT-MVT
           ADD NET-COUR            TO MNT-MVT.

       ECRIT-DETAIL.
      *-----------------------------------------------------------------
           MOVE SPACES             TO LIG-CLIENT
           MOVE MST-CLE            TO LIG-CLI-CLE
           MOVE MST-NOM            TO LIG-CLI-NOM
           MOVE SOLDE-COUR         TO LIG-CLI-SOLDE
           MOVE INTERET-COUR       TO LIG-CLI-INTERET
           MOVE FRAIS-COUR         TO LIG-CLI-FRAIS
           MOVE NET-COUR           TO LIG-CLI-NET
           MOVE REM-COUR           TO LIG-CLI-REM
           WRITE RAPINT-Z          FROM LIG-CLIENT.

       ECRIT-ENTETE.
      *-----------------------------------------------------------------
           MOVE SPACES             TO FILEINT-Z
           MOVE '0'                TO INT-CODE
           MOVE ZERO               TO INT-CTL-CLE
           MOVE DTJ-DATE           TO INT-CTL-DTGEST
           MOVE ZERO               TO INT-CTL-NBENR
           MOVE ZERO               TO INT-CTL-MONTANT
           MOVE 'INTERETS'         TO INT-CTL-EMET
           WRITE FILEINT-Z.

       ECRIT-PIED.
      *-----------------------------------------------------------------
           MOVE SPACES             TO FILEINT-Z
           MOVE '9'                TO INT-CODE
           MOVE 999999999          TO INT-CTL-CLE
           MOVE DTJ-DATE           TO INT-CTL-DTGEST
           MOVE CPT-MVT            TO INT-CTL-NBENR
           MOVE MNT-MVT            TO INT-CTL-MONTANT
           MOVE 'INTERETS'         TO INT-CTL-EMET
           WRITE FILEINT-Z.

       ECRIT-TOTAUX.
      *-----------------------------------------------------------------
      * LE NET DES MOUVEMENTS DOIT EGALER INTERETS MOINS FRAIS
      * PRELEVES ; C'EST LE MONTANT A RETROUVER DANS LA CLOTURE.
           MOVE SPACES             TO RAPINT-Z
           WRITE RAPINT-Z
           MOVE 'TOTAUX DE L''ARRETE' TO RAPINT-Z
           WRITE RAPINT-Z
           MOVE ALL '-'            TO RAPINT-Z
           WRITE RAPINT-Z

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'CLIENTS LUS'      TO LIG-RAP-LIB
           MOVE CPT-MST-LUS        TO LIG-RAP-CPT
           WRITE RAPINT-Z          FROM LIG-RAPPORT
           MOVE 'CLIENTS AVEC INTERETS' TO LIG-RAP-LIB
           MOVE CPT-INTERETS       TO LIG-RAP-CPT
           WRITE RAPINT-Z          FROM LIG-RAPPORT
           MOVE 'FRAIS PRELEVES'   TO LIG-RAP-LIB
           MOVE CPT-FRAIS          TO LIG-RAP-CPT
           WRITE RAPINT-Z          FROM LIG-RAPPORT
           MOVE 'FRAIS EXONERES (EXO)' TO LIG-RAP-LIB
           MOVE CPT-EXONERES       TO LIG-RAP-CPT
           WRITE RAPINT-Z          FROM LIG-RAPPORT
           MOVE 'FRAIS NON PRELEVES (INS)' TO LIG-RAP-LIB
           MOVE CPT-INSUFFISANTS   TO LIG-RAP-CPT
           WRITE RAPINT-Z          FROM LIG-RAPPORT
           MOVE 'MONTANT INVALIDE (INV)' TO LIG-RAP-LIB
           MOVE CPT-MNT-INVALIDES  TO LIG-RAP-CPT
           WRITE RAPINT-Z          FROM LIG-RAPPORT
           MOVE 'CLIENTS SANS MOUVEMENT' TO LIG-RAP-LIB
           MOVE CPT-SANS-MVT       TO LIG-RAP-CPT
           WRITE RAPINT-Z          FROM LIG-RAPPORT
           MOVE 'MOUVEMENTS CODE 2 ECRITS' TO LIG-RAP-LIB
           MOVE CPT-MVT            TO LIG-RAP-CPT
           WRITE RAPINT-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-TOTAL
           MOVE 'SOLDE TOTAL DU MAITRE' TO LIG-TOT-LIB
           MOVE MNT-SOLDES         TO LIG-TOT-MNT
           WRITE RAPINT-Z          FROM LIG-TOTAL
           MOVE 'TOTAL DES INTERETS' TO LIG-TOT-LIB
           MOVE MNT-INTERETS       TO LIG-TOT-MNT
           WRITE RAPINT-Z          FROM LIG-TOTAL
           MOVE 'TOTAL DES FRAIS'  TO LIG-TOT-LIB
           MOVE MNT-FRAIS          TO LIG-TOT-MNT
           WRITE RAPINT-Z          FROM LIG-TOTAL
           MOVE 'FRAIS NON PRELEVES' TO LIG-TOT-LIB
           MOVE MNT-NON-PRELEVES   TO LIG-TOT-MNT
           WRITE RAPINT-Z          FROM LIG-TOTAL
           MOVE 'NET DES MOUVEMENTS' TO LIG-TOT-LIB
           MOVE MNT-MVT            TO LIG-TOT-MNT
           WRITE RAPINT-Z          FROM LIG-TOTAL

           COMPUTE MNT-RECOUPE = MNT-INTERETS - MNT-FRAIS
           IF MNT-RECOUPE NOT = MNT-MVT
              SET ECART            TO TRUE
              MOVE SPACES          TO LIG-TOTAL
              MOVE '*** ECART INT. - FRAIS' TO LIG-TOT-LIB
              MOVE MNT-RECOUPE     TO LIG-TOT-MNT
              WRITE RAPINT-Z       FROM LIG-TOTAL
           END-IF

           MOVE SPACES             TO RAPINT-Z
           WRITE RAPINT-Z
           MOVE SPACES             TO RAPINT-Z
           STRING 'A RETROUVER DANS LA CLOTURE ' PERIODE
                  ' (CLOTMENS) : CODE 2, MOIS D''EFFET ' PERIODE
                  DELIMITED BY SIZE
                  INTO RAPINT-Z
           WRITE RAPINT-Z
           IF ERR-VSAM
              MOVE SPACES          TO RAPINT-Z
              STRING '*** ERREUR SUR LE MAITRE : ARRETE INCOMPLET, '
                     'PIED NON ECRIT (RC 16)'
                     DELIMITED BY SIZE
                     INTO RAPINT-Z
              WRITE RAPINT-Z
           END-IF.
