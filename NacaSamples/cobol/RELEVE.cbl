       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.   RELEVE.
       AUTHOR.       XXXXXXXXX.
       DATE-WRITTEN. 2026.

      *REMARKS.
      *
      * Programme demo BATCH - RELEVES DE COMPTE CLIENT.
      *
      * LE CENTRE D'APPELS NE POUVAIT QUE LIRE AU CLIENT L'ECRAN DE
      * CONSULTATION ONLINE3. CE PROGRAMME EDITE, POUR CHAQUE CLIENT
      * DU MAITRE (OU POUR LA LISTE DE CLES DE LA CARTE RELCLES), UN
      * RELEVE IMPRIMABLE :
      *   - SOLDE INITIAL AU DEBUT DE LA PERIODE ;
      *   - CHAQUE MOUVEMENT DE LA PERIODE LU DANS LA PISTE D'AUDIT
      *     FILEAUD : DATE DE TRAITEMENT, NATURE (OUVERTURE, NOUVELLE
      *     POSITION CODE '1', AJUSTEMENT CODE '2', ANNULATION DE
      *     TRAITEMENT CODE 'A' (ANNULMST), CLOTURE, ET MAINTENANCE
      *     ONLINE QUAND ELLE TOUCHE LE SOLDE), MONTANT =
      *     SOLDE DE L'IMAGE APRES MOINS SOLDE DE L'IMAGE AVANT ;
      *   - SOLDE FINAL, QUI EST MST-MONTANT.
      * LES LIBELLES (ENTETES ET NATURES DE MOUVEMENT) VIENNENT DE
      * VTBMSGA PAR CALLMSG, DANS LA LANGUE DU SITE OU CELLE DE LA
      * CARTE RELPARM. ILS SONT RESOLUS UNE FOIS EN DEBUT DE RUN ; UN
      * LIBELLE ABSENT ARRETE LE STEP (RC 16) AVANT TOUT RELEVE.
      *
      * LA PERIODE VA DE LA DATE DE DEBUT DE LA CARTE (A BLANC : LE
      * PREMIER DU MOIS DE LA JOURNEE PUBLIEE) A LA JOURNEE PUBLIEE
      * PAR CALJOUR (FILEDTJ) : LE SOLDE FINAL EST CELUI DU MAITRE,
      * LE STEP TOURNE DONC APRES LE BATCH2 DE CETTE JOURNEE ET AVANT
      * LA CHAINE SUIVANTE. LE RUN MENSUEL (CARTE A BLANC) PASSE LE
      * DERNIER JOUR OUVRE DU MOIS, COMME CLOTMENS.
      *
      * LE SOLDE INITIAL EST LE SOLDE DE L'IMAGE APRES DE LA DERNIERE
      * IMAGE ANTERIEURE A LA PERIODE ; SANS IMAGE ANTERIEURE, LE
      * SOLDE DE L'IMAGE AVANT DU PREMIER MOUVEMENT DE LA PERIODE ;
      * SANS AUCUNE IMAGE, LE SOLDE DU MAITRE (AUCUN MOUVEMENT). LA
      * PISTE, TRIEE PAR CLE PUIS DATE DE TRAITEMENT PAR LA JCL, EST
      * FUSIONNEE AVEC LE MAITRE COMME CHEZ STRATMST.
      *
      * UN RELEVE FAUX NE DOIT JAMAIS PARTIR : LE CLIENT EST RETENU
      * (LISTE DANS RAPREL, PAS DE RELEVE) SI LE SOLDE INITIAL PLUS
      * LES MOUVEMENTS N'EGALE PAS MST-MONTANT, SI UNE IMAGE AVANT NE
      * REPREND PAS LE SOLDE DE L'IMAGE PRECEDENTE (PISTE INCOMPLETE),
      * SI UN MONTANT PACKE EST INVALIDE OU SI LE CLIENT A PLUS DE
      * MOUVEMENTS QUE LA TABLE N'EN TIENT. CLIENTS RETENUS OU CLES
      * DEMANDEES ABSENTES DU MAITRE : RC 4. RC 16 = CARTE INVALIDE,
      * JOURNEE NON PUBLIEE, LIBELLE ABSENT, ERREUR SUR LE MAITRE.
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
           SELECT RELPARM  ASSIGN TO UT-S-RELPARM.
           SELECT RELCLES  ASSIGN TO UT-S-RELCLES.
           SELECT FILEDTJ  ASSIGN TO FILEDTJ
                  ORGANIZATION INDEXED
                  ACCESS RANDOM
                  RECORD KEY DTJ-SITE
                  FILE STATUS DTJ-STATUS.
           SELECT FILEMST  ASSIGN TO FILEMST
                  ORGANIZATION INDEXED
                  ACCESS SEQUENTIAL
                  RECORD KEY MST-CLE
                  FILE STATUS MST-STATUS.
           SELECT FILEAUDT ASSIGN TO UT-S-FILEAUDT.
           SELECT RELEVES  ASSIGN TO UT-S-RELEVES.
           SELECT RAPREL   ASSIGN TO UT-S-RAPREL.

       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * RELPARM - CARTE FACULTATIVE (DD DUMMY POUR LE RUN MENSUEL) :
      *   1-8   DATE DE DEBUT AAAAMMJJ (A BLANC : PREMIER JOUR DU MOIS
      *         DE LA JOURNEE PUBLIEE) ;
      *   9-10  LANGUE DES RELEVES 'FR' OU 'DE' (A BLANC : LANGUE DU
      *         SITE).
       FD  RELPARM
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  RELPARM-Z.
           05  RPA-DTDEB           PIC X(08).
           05  RPA-DTDEB-N         REDEFINES RPA-DTDEB
                                   PIC 9(08).
           05  RPA-DTDEB-R         REDEFINES RPA-DTDEB.
               10  RPA-AAAA        PIC 9(04).
               10  RPA-MM          PIC 9(02).
               10  RPA-JJ          PIC 9(02).
           05  RPA-LANGUE          PIC X(02).
               88  RPA-LANGUE-OK                  VALUE 'FR' 'DE'
                                                        SPACES.
           05  FILLER              PIC X(70).

      * RELCLES - RELEVES A LA DEMANDE : UNE CLE CLIENT PAR CARTE EN
      * COLONNES 1-9, DANS UN ORDRE QUELCONQUE (LES DOUBLES SONT
      * IGNORES). CARTES A BLANC OU COMMENCANT PAR '*' : COMMENTAIRES.
      * DD DUMMY (AUCUNE CLE) : TOUS LES CLIENTS DU MAITRE.
       FD  RELCLES
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  RELCLES-Z.
           05  RCL-CLE             PIC X(09).
           05  RCL-CLE-N           REDEFINES RCL-CLE
                                   PIC 9(09).
           05  FILLER              PIC X(71).

      * FILEDTJ - DATE DE JOURNEE PUBLIEE PAR CALJOUR (UN
      * ENREGISTREMENT PAR SITE).
       FD  FILEDTJ
           RECORD 80.
       01  FILEDTJ-Z.
           COPY DTJREC.

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

      * FILEAUDT - GENERATIONS FILEAUD TRIEES PAR CLE (OCTETS 2-10)
      * PUIS DATE DE TRAITEMENT (OCTETS 147-154), ORDRE D'ORIGINE
      * CONSERVE A DATE EGALE.
       FD  FILEAUDT
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 160
           RECORDING F.
       01  FILEAUDT-Z.
           05  AUD-TYPE            PIC X(01).
               88  AUD-CREATION                   VALUE 'I'.
               88  AUD-SUPPRESSION                VALUE 'D'.
           05  AUD-CLE             PIC X(09).
           05  AUD-AVANT.
               10  FILLER          PIC X(44).
               10  FILLER          PIC X(8).
               10  AUD-AVT-MONTANT PIC S9(09)V99 COMP-3.
               10  FILLER          PIC X(10).
           05  AUD-APRES.
               10  FILLER          PIC X(44).
               10  FILLER          PIC X(8).
               10  AUD-APR-MONTANT PIC S9(09)V99 COMP-3.
               10  FILLER          PIC X(10).
           05  AUD-DTTRT           PIC 9(08).
           05  AUD-CODE            PIC X(01).
               88  AUD-REMPLACEMENT               VALUE '1'.
               88  AUD-AJUSTEMENT                 VALUE '2'.
               88  AUD-ANNULATION                 VALUE 'A'.
           05  FILLER              PIC X(05).

      * RELEVES - RELEVES A IMPRIMER, CARACTERE DE CONTROLE ASA EN
      * TETE ('1' : NOUVELLE PAGE). CHAQUE RELEVE COMMENCE UNE PAGE.
       FD  RELEVES
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 81
           RECORDING F.
       01  RELEVES-Z.
           05  REL-SAUT            PIC X(01).
           05  REL-LIGNE           PIC X(80).

      * RAPREL - COMPTE RENDU DU RUN : CLIENTS RETENUS, CLES ABSENTES,
      * TOTAUX.
       FD  RAPREL
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  RAPREL-Z                PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------------
       77  CPT-MST-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-AUD-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-SELECTIONNES        PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-EDITES              PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-RETENUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-SANS-MVT            PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-MVT-EDITES          PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-CLES-LUES           PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-CLES-DOUBLES        PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-CLES-ABSENTES       PIC S9(7) COMP-3   VALUE ZERO.

       77  MNT-OUV-EDITES          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  MNT-MVT-EDITES          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  MNT-FIN-EDITES          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  MNT-RECOUPE             PIC S9(13)V99 COMP-3 VALUE ZERO.

       77  MST-STATUS              PIC X(02)          VALUE SPACES.
       77  DTJ-STATUS              PIC X(02)          VALUE SPACES.

       77  SW-DTJ-LU               PIC X              VALUE 'N'.
           88  DTJ-LU                                 VALUE 'O'.
       77  SW-FIN-MST              PIC X              VALUE 'N'.
           88  FIN-MST                                VALUE 'O'.
       77  SW-FIN-AUD              PIC X              VALUE 'N'.
           88  FIN-AUD                                VALUE 'O'.
       77  SW-FIN-CLES             PIC X              VALUE 'N'.
           88  FIN-CLES                               VALUE 'O'.
       77  SW-LISTE                PIC X              VALUE 'N'.
           88  LISTE-CLES                             VALUE 'O'.
       77  SW-SELECTION            PIC X              VALUE 'N'.
           88  SELECTIONNE                            VALUE 'O'.
       77  SW-LIB-ABSENT           PIC X              VALUE 'N'.
           88  LIB-ABSENT                             VALUE 'O'.
       77  SW-ERR-VSAM             PIC X              VALUE 'N'.
           88  ERR-VSAM                               VALUE 'O'.
       77  SW-ECART                PIC X              VALUE 'N'.
           88  ECART                                  VALUE 'O'.

      * COPY LANGUE DU SITE (CLE DE FILEDTJ, LANGUE PAR DEFAUT)
           COPY SITELNG.

      * COPY ZONE D'ECHANGE CALLMSG
           COPY MSGZONE.

      * PERIODE DU RELEVE ET LANGUE RETENUE.
       77  DATE-DEB                PIC 9(08)          VALUE ZERO.
       77  DATE-FIN                PIC 9(08)          VALUE ZERO.
       77  LANGUE                  PIC X(02)          VALUE SPACES.
       77  DATE-A-EDITER           PIC 9(08)          VALUE ZERO.
       01  DATE-ECLATEE.
           05  DECL-AAAA           PIC 9(04).
           05  DECL-MM             PIC 9(02).
           05  DECL-JJ             PIC 9(02).
       01  DATE-EDITEE.
           05  DEDT-JJ             PIC 9(02).
           05  FILLER              PIC X(01)          VALUE '.'.
           05  DEDT-MM             PIC 9(02).
           05  FILLER              PIC X(01)          VALUE '.'.
           05  DEDT-AAAA           PIC 9(04).
       77  EDIT-DEB                PIC X(10)          VALUE SPACES.
       77  EDIT-FIN                PIC X(10)          VALUE SPACES.

      * LIBELLES DES RELEVES : VTBMSGA NO 0050 A 0065, DANS CET ORDRE.
       77  LIB-NB                  PIC S9(4) COMP     VALUE 16.
       77  I-LIB                   PIC S9(4) COMP     VALUE ZERO.
       77  NO-MSG                  PIC 9(04)          VALUE ZERO.
       01  TAB-LIBELLES.
           05  LIB-TEXTE           OCCURS 16 TIMES
                                   PIC X(30).
       01  TAB-LIBELLES-R REDEFINES TAB-LIBELLES.
           05  LIB-TITRE           PIC X(30).
           05  LIB-CLIENT          PIC X(30).
           05  LIB-PERIODE-DU      PIC X(30).
           05  LIB-AU              PIC X(30).
           05  LIB-DATE            PIC X(30).
           05  LIB-OPERATION       PIC X(30).
           05  LIB-MONTANT         PIC X(30).
           05  LIB-SOLDE-INIT      PIC X(30).
           05  LIB-SOLDE-FIN       PIC X(30).
           05  LIB-AUCUN-MVT       PIC X(30).
           05  LIB-OUVERTURE       PIC X(30).
           05  LIB-REMPLACEMENT    PIC X(30).
           05  LIB-AJUSTEMENT      PIC X(30).
           05  LIB-CLOTURE         PIC X(30).
           05  LIB-GUICHET         PIC X(30).
           05  LIB-ANNULATION      PIC X(30).

      * CLES DEMANDEES, TENUES EN ORDRE CROISSANT POUR LA RECHERCHE
      * DICHOTOMIQUE. TABLE PLEINE : ARRET EN RC 16 (UNE DEMANDE
      * TRONQUEE EN SILENCE OUBLIERAIT DES CLIENTS).
       77  CLS-MAX                 PIC S9(4) COMP     VALUE 2000.
       77  CLS-NB                  PIC S9(4) COMP     VALUE ZERO.
       77  I-POS                   PIC S9(4) COMP     VALUE ZERO.
       77  I-DEC                   PIC S9(4) COMP     VALUE ZERO.
       77  EDIT-NB-CLES            PIC Z,ZZ9.
       77  SW-CLS-POSE             PIC X              VALUE 'N'.
           88  CLS-POSE                               VALUE 'O'.
       01  TAB-CLES.
           05  CLS-LIGNE           OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON CLS-NB
                                   ASCENDING KEY CLS-CLE
                                   INDEXED BY IX-CLS.
               10  CLS-CLE         PIC X(09).
               10  CLS-TROUVE      PIC X(01).

      * CLIENT EN COURS : SOLDES, ETAT DE LA PISTE ET MOUVEMENTS A
      * EDITER, GARDES EN TABLE JUSQU'AU CONTROLE DU SOLDE FINAL.
       77  CLE-COUR                PIC X(09)          VALUE SPACES.
       77  AUD-DATE                PIC 9(08)          VALUE ZERO.
       77  MNT-AVANT               PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  MNT-APRES               PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  MNT-MAITRE              PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  MNT-MVT                 PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  SOLDE-OUV               PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  SOLDE-COUR              PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  SOLDE-CALC              PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  CUMUL-MVT               PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  MOTIF-RETENUE           PIC X(24)          VALUE SPACES.
       77  MOTIF-PROPOSE           PIC X(24)          VALUE SPACES.
       77  SW-OUV-CONNU            PIC X              VALUE 'N'.
           88  OUV-CONNU                              VALUE 'O'.
       77  SW-OUV-INVALIDE         PIC X              VALUE 'N'.
           88  OUV-INVALIDE                           VALUE 'O'.
       77  SW-PERIODE-ENTAMEE      PIC X              VALUE 'N'.
           88  PERIODE-ENTAMEE                        VALUE 'O'.
       77  SW-MNT-INVALIDE         PIC X              VALUE 'N'.
           88  MNT-INVALIDE                           VALUE 'O'.

       77  MVC-MAX                 PIC S9(4) COMP     VALUE 200.
       77  MVC-NB                  PIC S9(4) COMP     VALUE ZERO.
       01  TAB-MVT-CLIENT.
           05  MVC-LIGNE           OCCURS 200 TIMES
                                   INDEXED BY IX-MVC.
               10  MVC-DATE        PIC 9(08).
               10  MVC-LIB         PIC X(30).
               10  MVC-MNT         PIC S9(11)V99 COMP-3.

      * MISE EN PAGE DES RELEVES.
       77  LIGNES-PAGE             PIC S9(4) COMP     VALUE ZERO.
       77  LIGNES-MAX              PIC S9(4) COMP     VALUE 60.

       01  LIG-ENTETE-REL.
           05  LIG-ENT-TITRE       PIC X(30).
           05  FILLER              PIC X(30)       VALUE SPACES.
           05  LIG-ENT-DATE        PIC X(10).
           05  FILLER              PIC X(10)       VALUE SPACES.

       01  LIG-MVT.
           05  LIG-MVT-DATE        PIC X(10).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-MVT-LIB         PIC X(30).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-MVT-MNT         PIC ---,---,---,--9.99.
           05  FILLER              PIC X(18)       VALUE SPACES.

       01  LIG-TITRE-COL.
           05  LIG-COL-DATE        PIC X(10).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-COL-OPER        PIC X(30).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-COL-MNT         PIC X(18).
           05  FILLER              PIC X(18)       VALUE SPACES.

      * LIGNES DU COMPTE RENDU.
       01  LIG-RETENU.
           05  LIG-RET-CLE         PIC X(09).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-RET-NOM         PIC X(13).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-RET-MOTIF       PIC X(24).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-RET-CALC        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-RET-MAITRE      PIC -ZZZ,ZZZ,ZZ9.99.

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
           PERFORM LIT-RELPARM
           PERFORM LIT-DATE-JOURNEE
           PERFORM DETERMINE-PERIODE
           PERFORM CHARGE-CLES
           PERFORM CHARGE-LIBELLES

           OPEN OUTPUT RAPREL
           MOVE 'RELEVE - RELEVES DE COMPTE CLIENT' TO RAPREL-Z
           WRITE RAPREL-Z
           MOVE ALL '-'            TO RAPREL-Z
           WRITE RAPREL-Z
           MOVE SPACES             TO RAPREL-Z
           STRING 'JOURNEE DU ' DTJ-DATE
                  '  PERIODE DU ' DATE-DEB ' AU ' DATE-FIN
                  '  LANGUE ' LANGUE
                  DELIMITED BY SIZE
                  INTO RAPREL-Z
           WRITE RAPREL-Z
           MOVE SPACES             TO RAPREL-Z
           IF LISTE-CLES
              MOVE CLS-NB          TO EDIT-NB-CLES
              STRING 'SELECTION : LISTE RELCLES (' EDIT-NB-CLES
                     ' CLES)'
                     DELIMITED BY SIZE
                     INTO RAPREL-Z
           ELSE
              MOVE 'SELECTION : TOUS LES CLIENTS DU MAITRE'
                                   TO RAPREL-Z
           END-IF
           WRITE RAPREL-Z

           OPEN INPUT FILEMST
           IF MST-STATUS NOT = '00'
              DISPLAY 'RELEVE - ERREUR OPEN FILEMST, STATUS='
                       MST-STATUS UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT  FILEAUDT
                OUTPUT RELEVES

           PERFORM ECRIT-TITRE-RETENUS

           PERFORM LIT-FILEAUDT
           PERFORM LIT-FILEMST
           PERFORM TRAITE-CLIENT UNTIL FIN-MST

           CLOSE FILEMST
                 FILEAUDT
                 RELEVES

           IF LISTE-CLES
              PERFORM ECRIT-CLES-ABSENTES
           END-IF
           PERFORM ECRIT-TOTAUX

           DISPLAY 'STAT FILEMST  - READ RECORDS  : '
                    CPT-MST-LUS      UPON CONSOLE
           DISPLAY 'STAT FILEAUD  - READ RECORDS  : '
                    CPT-AUD-LUS      UPON CONSOLE
           DISPLAY 'STAT RELEVES  - STATEMENTS    : '
                    CPT-EDITES       UPON CONSOLE
           DISPLAY 'STAT RELEVE   - HELD BACK     : '
                    CPT-RETENUS      UPON CONSOLE

           CLOSE RAPREL

           EVALUATE TRUE
             WHEN ERR-VSAM
               MOVE 16 TO RETURN-CODE
             WHEN ECART
               DISPLAY 'RELEVE - ERREUR : ECART DE RECOUPEMENT - '
                       'VOIR RAPPORT RAPREL' UPON CONSOLE
               MOVE 16 TO RETURN-CODE
             WHEN CPT-RETENUS > ZERO
               OR CPT-CLES-ABSENTES > ZERO
               DISPLAY 'RELEVE - CLIENTS RETENUS OU CLES ABSENTES - '
                       'VOIR RAPPORT RAPREL (RC 4)' UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       LIT-RELPARM.
      *-----------------------------------------------------------------
      * CARTE FACULTATIVE : A DEFAUT, MOIS EN COURS ET LANGUE DU SITE.
           OPEN INPUT RELPARM
           READ RELPARM
                AT END MOVE SPACES     TO RELPARM-Z
           END-READ
           CLOSE RELPARM

           IF RPA-DTDEB NOT = SPACES
              IF RPA-DTDEB NOT NUMERIC
                 OR RPA-MM < 01 OR RPA-MM > 12
                 OR RPA-JJ < 01 OR RPA-JJ > 31
                 DISPLAY 'RELEVE - ERREUR : DATE DE DEBUT RELPARM '
                         'INVALIDE (' RPA-DTDEB ') - RUN ABANDONNE'
                         UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF NOT RPA-LANGUE-OK
              DISPLAY 'RELEVE - ERREUR : LANGUE RELPARM INVALIDE ('
                      RPA-LANGUE ') - FR OU DE ATTENDU' UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF RPA-LANGUE = SPACES
              MOVE SITE-LNG        TO LANGUE
           ELSE
              MOVE RPA-LANGUE      TO LANGUE
           END-IF.

       LIT-DATE-JOURNEE.
      *-----------------------------------------------------------------
      * JOURNEE PUBLIEE DU SITE : INDISPENSABLE (FIN DE PERIODE, ETAT
      * DU MAITRE RELU).
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
              DISPLAY 'RELEVE - ERREUR : AUCUNE JOURNEE PUBLIEE '
                      '(FILEDTJ, STATUS=' DTJ-STATUS ')' UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       DETERMINE-PERIODE.
      *-----------------------------------------------------------------
      * LA PERIODE SE TERMINE A LA JOURNEE PUBLIEE ; ELLE NE PEUT PAS
      * COMMENCER APRES.
           MOVE DTJ-DATE           TO DATE-FIN
           IF RPA-DTDEB = SPACES
              MOVE DTJ-DATE        TO DATE-ECLATEE
              MOVE 01              TO DECL-JJ
              MOVE DATE-ECLATEE    TO DATE-DEB
           ELSE
              MOVE RPA-DTDEB-N     TO DATE-DEB
           END-IF
           IF DATE-DEB > DATE-FIN
              DISPLAY 'RELEVE - ERREUR : DATE DE DEBUT ' DATE-DEB
                      ' POSTERIEURE A LA JOURNEE PUBLIEE ' DATE-FIN
                      UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE DATE-DEB           TO DATE-A-EDITER
           PERFORM FORMATE-DATE
           MOVE DATE-EDITEE        TO EDIT-DEB
           MOVE DATE-FIN           TO DATE-A-EDITER
           PERFORM FORMATE-DATE
           MOVE DATE-EDITEE        TO EDIT-FIN.

       FORMATE-DATE.
      *-----------------------------------------------------------------
      * AAAAMMJJ -> JJ.MM.AAAA, COMMUN AUX DEUX LANGUES.
           MOVE DATE-A-EDITER      TO DATE-ECLATEE
           MOVE DECL-JJ            TO DEDT-JJ
           MOVE DECL-MM            TO DEDT-MM
           MOVE DECL-AAAA          TO DEDT-AAAA.

       CHARGE-CLES.
      *-----------------------------------------------------------------
           OPEN INPUT RELCLES
           PERFORM LIT-RELCLES
           PERFORM TRAITE-CARTE-CLE UNTIL FIN-CLES
           CLOSE RELCLES.

       LIT-RELCLES.
      *-----------------------------------------------------------------
           READ RELCLES
                AT END SET FIN-CLES TO TRUE
           END-READ.

       TRAITE-CARTE-CLE.
      *-----------------------------------------------------------------
           IF RELCLES-Z NOT = SPACES
              AND RCL-CLE (1:1) NOT = '*'
              IF RCL-CLE NOT NUMERIC
                 DISPLAY 'RELEVE - ERREUR : CLE RELCLES INVALIDE ('
                         RCL-CLE ') - RUN ABANDONNE' UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET LISTE-CLES       TO TRUE
              ADD 1                TO CPT-CLES-LUES
              PERFORM AJOUTE-CLE
           END-IF
           PERFORM LIT-RELCLES.

       AJOUTE-CLE.
      *-----------------------------------------------------------------
      * LA CLE EST CHERCHEE DANS LA TABLE TRIEE ; ABSENTE, ELLE EST
      * INSEREE A SA PLACE EN DECALANT LA FIN DE TABLE D'UN CRAN.
           MOVE 'N'                TO SW-CLS-POSE
           PERFORM CHERCHE-PLACE-CLE
                   VARYING I-POS FROM 1 BY 1
                   UNTIL I-POS > CLS-NB OR CLS-POSE
           IF NOT CLS-POSE
              PERFORM INSERE-CLE
           END-IF.

       CHERCHE-PLACE-CLE.
      *-----------------------------------------------------------------
           IF CLS-CLE (I-POS) = RCL-CLE
              ADD 1                TO CPT-CLES-DOUBLES
              SET CLS-POSE         TO TRUE
           ELSE
              IF CLS-CLE (I-POS) > RCL-CLE
                 PERFORM INSERE-CLE
              END-IF
           END-IF.

       INSERE-CLE.
      *-----------------------------------------------------------------
      * INSERTION EN POSITION I-POS (CLS-NB + 1 EN FIN DE TABLE).
           SET CLS-POSE            TO TRUE
           IF CLS-NB NOT < CLS-MAX
              DISPLAY 'RELEVE - ERREUR : PLUS DE ' CLS-MAX
                      ' CLES DANS RELCLES - RUN ABANDONNE'
                      UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1                   TO CLS-NB
           PERFORM DECALE-CLE
                   VARYING I-DEC FROM CLS-NB BY -1
                   UNTIL I-DEC <= I-POS
           MOVE RCL-CLE            TO CLS-CLE (I-POS)
           MOVE 'N'                TO CLS-TROUVE (I-POS).

       DECALE-CLE.
      *-----------------------------------------------------------------
           MOVE CLS-LIGNE (I-DEC - 1) TO CLS-LIGNE (I-DEC).

       CHARGE-LIBELLES.
      *-----------------------------------------------------------------
      * UN APPEL CALLMSG PAR LIBELLE, UNE FOIS PAR RUN. UN LIBELLE
      * ABSENT DE VTBMSGA DONNERAIT DES RELEVES PORTANT 'MESSAGE NOT
      * FOUND' : ARRET AVANT TOUTE EDITION.
           PERFORM CHARGE-LIBELLE
                   VARYING I-LIB FROM 1 BY 1
                   UNTIL I-LIB > LIB-NB
           IF LIB-ABSENT
              DISPLAY 'RELEVE - ERREUR : LIBELLES VTBMSGA ABSENTS - '
                      'RUN ABANDONNE' UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHARGE-LIBELLE.
      *-----------------------------------------------------------------
           COMPUTE NO-MSG = 49 + I-LIB
           MOVE NO-MSG             TO MSG-NO
           MOVE 'RELEVE'           TO MSG-PGM
           MOVE 'B'                TO MSG-ENV
           MOVE LANGUE             TO MSG-LNG
           CALL 'CALLMSG'          USING MSG-ZONE
           IF MSG-TEXT = 'Message not found'
              DISPLAY 'RELEVE - ERREUR : MESSAGE ' MSG-NO ' ('
                      LANGUE ') ABSENT DE VTBMSGA' UPON CONSOLE
              SET LIB-ABSENT       TO TRUE
           END-IF
           MOVE MSG-TEXT           TO LIB-TEXTE (I-LIB).

       LIT-FILEMST.
      *-----------------------------------------------------------------
           READ FILEMST
                AT END SET FIN-MST TO TRUE
                NOT AT END ADD 1 TO CPT-MST-LUS
           END-READ
           IF NOT FIN-MST
              AND MST-STATUS NOT = '00'
              DISPLAY 'RELEVE - ERREUR READ FILEMST, STATUS='
                       MST-STATUS UPON CONSOLE
              SET ERR-VSAM         TO TRUE
              SET FIN-MST          TO TRUE
           END-IF.

       LIT-FILEAUDT.
      *-----------------------------------------------------------------
      * UNE IMAGE SANS DATE (GENERATION ANTERIEURE A L'ELARGISSEMENT
      * DE FILEAUD) EST DATEE ZERO : ANTERIEURE A TOUTE PERIODE.
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
           END-IF.

       TRAITE-CLIENT.
      *-----------------------------------------------------------------
      * FUSION SUR LA CLE : LES IMAGES DE CLES ABSENTES DU MAITRE
      * (SUPPRIMEES) OU NON DEMANDEES SONT PASSEES.
           MOVE MST-CLE            TO CLE-COUR
           PERFORM SELECTIONNE-CLIENT
           PERFORM LIT-FILEAUDT
                   UNTIL FIN-AUD OR AUD-CLE NOT < CLE-COUR
           IF SELECTIONNE
              ADD 1                TO CPT-SELECTIONNES
              PERFORM INIT-CLIENT
              PERFORM CUMULE-IMAGE
                      UNTIL FIN-AUD OR AUD-CLE NOT = CLE-COUR
              PERFORM CONTROLE-CLIENT
              IF MOTIF-RETENUE = SPACES
                 PERFORM EDITE-RELEVE
              ELSE
                 PERFORM ECRIT-RETENU
              END-IF
           END-IF
           PERFORM LIT-FILEMST.

       SELECTIONNE-CLIENT.
      *-----------------------------------------------------------------
           IF NOT LISTE-CLES
              SET SELECTIONNE      TO TRUE
           ELSE
              MOVE 'N'             TO SW-SELECTION
              SEARCH ALL CLS-LIGNE
                  AT END
                     CONTINUE
                  WHEN CLS-CLE (IX-CLS) = CLE-COUR
                     SET SELECTIONNE TO TRUE
                     MOVE 'O'      TO CLS-TROUVE (IX-CLS)
              END-SEARCH
           END-IF.

       INIT-CLIENT.
      *-----------------------------------------------------------------
           MOVE ZERO               TO SOLDE-OUV
                                      SOLDE-COUR
                                      CUMUL-MVT
                                      MVC-NB
           MOVE 'N'                TO SW-OUV-CONNU
                                      SW-OUV-INVALIDE
                                      SW-PERIODE-ENTAMEE
           MOVE SPACES             TO MOTIF-RETENUE.

       CUMULE-IMAGE.
      *-----------------------------------------------------------------
      * AVANT LA PERIODE : L'IMAGE APRES DONNE LE SOLDE INITIAL (LA
      * DERNIERE L'EMPORTE). DANS LA PERIODE : CHAQUE IMAGE AVANT DOIT
      * REPRENDRE LE SOLDE LAISSE PAR LA PRECEDENTE, ET LA VARIATION
      * EST LE MONTANT DU MOUVEMENT. UNE MAINTENANCE SANS EFFET SUR LE
      * SOLDE N'EST PAS UN MOUVEMENT DU RELEVE.
           PERFORM EXTRAIT-MONTANTS
           IF AUD-DATE < DATE-DEB
              MOVE MNT-APRES       TO SOLDE-OUV
              MOVE SW-MNT-INVALIDE TO SW-OUV-INVALIDE
              SET OUV-CONNU        TO TRUE
           ELSE
              IF NOT PERIODE-ENTAMEE
                 SET PERIODE-ENTAMEE TO TRUE
                 IF NOT OUV-CONNU
                    MOVE MNT-AVANT TO SOLDE-OUV
                 END-IF
                 MOVE SOLDE-OUV    TO SOLDE-COUR
              END-IF
              IF MNT-INVALIDE
                 MOVE 'MONTANT AUDIT INVALIDE' TO MOTIF-PROPOSE
                 PERFORM RETIENT-CLIENT
              END-IF
              IF MNT-AVANT NOT = SOLDE-COUR
                 MOVE 'PISTE DISCONTINUE'      TO MOTIF-PROPOSE
                 PERFORM RETIENT-CLIENT
              END-IF
              COMPUTE MNT-MVT = MNT-APRES - MNT-AVANT
              ADD MNT-MVT          TO CUMUL-MVT
              MOVE MNT-APRES       TO SOLDE-COUR
              IF MNT-MVT NOT = ZERO
                 OR AUD-CREATION OR AUD-SUPPRESSION
                 PERFORM RANGE-MOUVEMENT
              END-IF
           END-IF
           PERFORM LIT-FILEAUDT.

       EXTRAIT-MONTANTS.
      *-----------------------------------------------------------------
      * IMAGE A BLANC (AVANT D'UNE CREATION, APRES D'UNE SUPPRESSION) :
      * SOLDE ZERO.
           MOVE 'N'                TO SW-MNT-INVALIDE
           MOVE ZERO               TO MNT-AVANT
                                      MNT-APRES
           IF AUD-AVANT NOT = SPACES
              IF AUD-AVT-MONTANT NUMERIC
                 MOVE AUD-AVT-MONTANT TO MNT-AVANT
              ELSE
                 SET MNT-INVALIDE  TO TRUE
              END-IF
           END-IF
           IF AUD-APRES NOT = SPACES
              IF AUD-APR-MONTANT NUMERIC
                 MOVE AUD-APR-MONTANT TO MNT-APRES
              ELSE
                 SET MNT-INVALIDE  TO TRUE
              END-IF
           END-IF.

       RANGE-MOUVEMENT.
      *-----------------------------------------------------------------
           IF MVC-NB NOT < MVC-MAX
              MOVE 'TROP DE MOUVEMENTS' TO MOTIF-PROPOSE
              PERFORM RETIENT-CLIENT
           ELSE
              ADD 1                TO MVC-NB
              SET IX-MVC           TO MVC-NB
              MOVE AUD-DATE        TO MVC-DATE (IX-MVC)
              MOVE MNT-MVT         TO MVC-MNT (IX-MVC)
      * UNE IMAGE D'ANNULATION (ANNULMST) EST LIBELLEE COMME TELLE
      * QUEL QUE SOIT SON EFFET : SA RECREATION OU SA SUPPRESSION DE
      * CLE N'EST NI UNE OUVERTURE NI UNE CLOTURE DU COMPTE. WHEN
      * OTHER NE VOIT PLUS QUE LES MAINTENANCES ONLINE (CODE 'O').
              EVALUATE TRUE
                WHEN AUD-ANNULATION
                  MOVE LIB-ANNULATION   TO MVC-LIB (IX-MVC)
                WHEN AUD-CREATION
                  MOVE LIB-OUVERTURE    TO MVC-LIB (IX-MVC)
                WHEN AUD-SUPPRESSION
                  MOVE LIB-CLOTURE      TO MVC-LIB (IX-MVC)
                WHEN AUD-REMPLACEMENT
                  MOVE LIB-REMPLACEMENT TO MVC-LIB (IX-MVC)
                WHEN AUD-AJUSTEMENT
                  MOVE LIB-AJUSTEMENT   TO MVC-LIB (IX-MVC)
                WHEN OTHER
                  MOVE LIB-GUICHET      TO MVC-LIB (IX-MVC)
              END-EVALUATE
           END-IF.

       RETIENT-CLIENT.
      *-----------------------------------------------------------------
      * LE PREMIER MOTIF RENCONTRE EST CELUI QUI EST LISTE.
           IF MOTIF-RETENUE = SPACES
              MOVE MOTIF-PROPOSE   TO MOTIF-RETENUE
           END-IF.

       CONTROLE-CLIENT.
      *-----------------------------------------------------------------
      * SOLDE INITIAL PLUS MOUVEMENTS = MST-MONTANT, SINON LE RELEVE
      * N'EST PAS EDITE.
           IF MST-MONTANT NUMERIC
              MOVE MST-MONTANT     TO MNT-MAITRE
           ELSE
              MOVE ZERO            TO MNT-MAITRE
              MOVE 'MONTANT MAITRE INVALIDE' TO MOTIF-PROPOSE
              PERFORM RETIENT-CLIENT
           END-IF
           IF NOT OUV-CONNU
              AND NOT PERIODE-ENTAMEE
              MOVE MNT-MAITRE      TO SOLDE-OUV
           END-IF
           IF OUV-INVALIDE
              MOVE 'SOLDE INITIAL INVALIDE' TO MOTIF-PROPOSE
              PERFORM RETIENT-CLIENT
           END-IF
           COMPUTE SOLDE-CALC = SOLDE-OUV + CUMUL-MVT
           IF SOLDE-CALC NOT = MNT-MAITRE
              MOVE 'SOLDE MAITRE NON ATTEINT' TO MOTIF-PROPOSE
              PERFORM RETIENT-CLIENT
           END-IF.

       EDITE-RELEVE.
      *-----------------------------------------------------------------
           ADD 1                   TO CPT-EDITES
           ADD MVC-NB              TO CPT-MVT-EDITES
           ADD SOLDE-OUV           TO MNT-OUV-EDITES
           ADD CUMUL-MVT           TO MNT-MVT-EDITES
           ADD MNT-MAITRE          TO MNT-FIN-EDITES

           PERFORM ENTETE-RELEVE

           MOVE SPACES             TO LIG-MVT
           MOVE EDIT-DEB           TO LIG-MVT-DATE
           MOVE LIB-SOLDE-INIT     TO LIG-MVT-LIB
           MOVE SOLDE-OUV          TO LIG-MVT-MNT
           MOVE LIG-MVT            TO REL-LIGNE
           PERFORM ECRIT-LIGNE-RELEVE

           IF MVC-NB = ZERO
              ADD 1                TO CPT-SANS-MVT
              MOVE SPACES          TO LIG-MVT
              MOVE LIB-AUCUN-MVT   TO LIG-MVT-LIB
              MOVE LIG-MVT         TO REL-LIGNE
              PERFORM ECRIT-LIGNE-RELEVE
           ELSE
              PERFORM ECRIT-MVT-RELEVE
                      VARYING IX-MVC FROM 1 BY 1
                      UNTIL IX-MVC > MVC-NB
           END-IF

           MOVE ALL '-'            TO REL-LIGNE
           PERFORM ECRIT-LIGNE-RELEVE
           MOVE SPACES             TO LIG-MVT
           MOVE EDIT-FIN           TO LIG-MVT-DATE
           MOVE LIB-SOLDE-FIN      TO LIG-MVT-LIB
           MOVE MNT-MAITRE         TO LIG-MVT-MNT
           MOVE LIG-MVT            TO REL-LIGNE
           PERFORM ECRIT-LIGNE-RELEVE.

       ENTETE-RELEVE.
      *-----------------------------------------------------------------
      * EN-TETE DE PAGE : TITRE ET DATE D'EDITION, CLIENT, PERIODE,
      * TITRES DE COLONNES. REPRIS SUR CHAQUE PAGE D'UN LONG RELEVE.
           MOVE SPACES             TO LIG-ENTETE-REL
           MOVE LIB-TITRE          TO LIG-ENT-TITRE
           MOVE EDIT-FIN           TO LIG-ENT-DATE
           MOVE '1'                TO REL-SAUT
           MOVE LIG-ENTETE-REL     TO REL-LIGNE
           WRITE RELEVES-Z
           MOVE 1                  TO LIGNES-PAGE

           MOVE SPACES             TO REL-LIGNE
           PERFORM ECRIT-LIGNE-RELEVE
           STRING LIB-CLIENT DELIMITED BY '  '
                  ' ' MST-CLE '  ' DELIMITED BY SIZE
                  MST-PRENOM DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  MST-NOM DELIMITED BY '  '
                  INTO REL-LIGNE
           PERFORM ECRIT-LIGNE-RELEVE
           STRING LIB-PERIODE-DU DELIMITED BY '  '
                  ' ' EDIT-DEB ' ' DELIMITED BY SIZE
                  LIB-AU DELIMITED BY '  '
                  ' ' EDIT-FIN DELIMITED BY SIZE
                  INTO REL-LIGNE
           PERFORM ECRIT-LIGNE-RELEVE
           PERFORM ECRIT-LIGNE-RELEVE

           MOVE SPACES             TO LIG-TITRE-COL
           MOVE LIB-DATE           TO LIG-COL-DATE
           MOVE LIB-OPERATION      TO LIG-COL-OPER
           MOVE LIB-MONTANT        TO LIG-COL-MNT
           MOVE LIG-TITRE-COL      TO REL-LIGNE
           PERFORM ECRIT-LIGNE-RELEVE
           MOVE ALL '-'            TO REL-LIGNE
           PERFORM ECRIT-LIGNE-RELEVE.

       ECRIT-MVT-RELEVE.
      *-----------------------------------------------------------------
           IF LIGNES-PAGE NOT < LIGNES-MAX
              PERFORM ENTETE-RELEVE
           END-IF
           MOVE MVC-DATE (IX-MVC)  TO DATE-A-EDITER
           PERFORM FORMATE-DATE
           MOVE SPACES             TO LIG-MVT
           MOVE DATE-EDITEE        TO LIG-MVT-DATE
           MOVE MVC-LIB (IX-MVC)   TO LIG-MVT-LIB
           MOVE MVC-MNT (IX-MVC)   TO LIG-MVT-MNT
           MOVE LIG-MVT            TO REL-LIGNE
           PERFORM ECRIT-LIGNE-RELEVE.

       ECRIT-LIGNE-RELEVE.
      *-----------------------------------------------------------------
      * LIGNE SIMPLE ; LA ZONE EST REMISE A BLANC POUR LA SUIVANTE.
           MOVE ' '                TO REL-SAUT
           WRITE RELEVES-Z
           ADD 1                   TO LIGNES-PAGE
           MOVE SPACES             TO REL-LIGNE.

       ECRIT-TITRE-RETENUS.
      *-----------------------------------------------------------------
           MOVE SPACES             TO RAPREL-Z
           WRITE RAPREL-Z
           MOVE 'CLIENTS RETENUS - RELEVE NON EDITE' TO RAPREL-Z
           WRITE RAPREL-Z
           MOVE ALL '-'            TO RAPREL-Z
           WRITE RAPREL-Z
           MOVE SPACES             TO RAPREL-Z
           STRING 'CLE       NOM           MOTIF'
                  '                            CALCULE          MAITRE'
                  DELIMITED BY SIZE
                  INTO RAPREL-Z
           WRITE RAPREL-Z.

       ECRIT-RETENU.
      *-----------------------------------------------------------------
      * CALCULE = SOLDE INITIAL PLUS MOUVEMENTS DE LA PISTE.
           ADD 1                   TO CPT-RETENUS
           MOVE SPACES             TO LIG-RETENU
           MOVE MST-CLE            TO LIG-RET-CLE
           MOVE MST-NOM            TO LIG-RET-NOM
           MOVE MOTIF-RETENUE      TO LIG-RET-MOTIF
           MOVE SOLDE-CALC         TO LIG-RET-CALC
           MOVE MNT-MAITRE         TO LIG-RET-MAITRE
           WRITE RAPREL-Z          FROM LIG-RETENU
           DISPLAY 'RELEVE - CLIENT RETENU : ' MST-CLE ' - '
                   MOTIF-RETENUE UPON CONSOLE.

       ECRIT-CLES-ABSENTES.
      *-----------------------------------------------------------------
           MOVE SPACES             TO RAPREL-Z
           WRITE RAPREL-Z
           MOVE 'CLES DEMANDEES ABSENTES DU MAITRE' TO RAPREL-Z
           WRITE RAPREL-Z
           MOVE ALL '-'            TO RAPREL-Z
           WRITE RAPREL-Z
           PERFORM ECRIT-CLE-ABSENTE
                   VARYING I-POS FROM 1 BY 1
                   UNTIL I-POS > CLS-NB.

       ECRIT-CLE-ABSENTE.
      *-----------------------------------------------------------------
           IF CLS-TROUVE (I-POS) = 'N'
              ADD 1                TO CPT-CLES-ABSENTES
              MOVE SPACES          TO RAPREL-Z
              MOVE CLS-CLE (I-POS) TO RAPREL-Z
              WRITE RAPREL-Z
           END-IF.

       ECRIT-TOTAUX.
      *-----------------------------------------------------------------
      * LES RELEVES EDITES DOIVENT SE RECOUPER : SOLDES INITIAUX PLUS
      * MOUVEMENTS = SOLDES FINAUX ; CLIENTS DEMANDES = EDITES PLUS
      * RETENUS.
           MOVE SPACES             TO RAPREL-Z
           WRITE RAPREL-Z
           MOVE ALL '-'            TO RAPREL-Z
           WRITE RAPREL-Z

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'CLIENTS DU MAITRE LUS' TO LIG-RAP-LIB
           MOVE CPT-MST-LUS        TO LIG-RAP-CPT
           WRITE RAPREL-Z          FROM LIG-RAPPORT
           IF LISTE-CLES
              MOVE SPACES          TO LIG-RAPPORT
              MOVE 'CLES RELCLES LUES' TO LIG-RAP-LIB
              MOVE CPT-CLES-LUES   TO LIG-RAP-CPT
              WRITE RAPREL-Z       FROM LIG-RAPPORT
              MOVE SPACES          TO LIG-RAPPORT
              MOVE 'DONT EN DOUBLE' TO LIG-RAP-LIB
              MOVE CPT-CLES-DOUBLES TO LIG-RAP-CPT
              WRITE RAPREL-Z       FROM LIG-RAPPORT
              MOVE SPACES          TO LIG-RAPPORT
              MOVE 'DONT ABSENTES DU MAITRE' TO LIG-RAP-LIB
              MOVE CPT-CLES-ABSENTES TO LIG-RAP-CPT
              WRITE RAPREL-Z       FROM LIG-RAPPORT
           END-IF
           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'CLIENTS SELECTIONNES' TO LIG-RAP-LIB
           MOVE CPT-SELECTIONNES   TO LIG-RAP-CPT
           WRITE RAPREL-Z          FROM LIG-RAPPORT
           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'RELEVES EDITES' TO LIG-RAP-LIB
           MOVE CPT-EDITES         TO LIG-RAP-CPT
           WRITE RAPREL-Z          FROM LIG-RAPPORT
           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'DONT SANS MOUVEMENT' TO LIG-RAP-LIB
           MOVE CPT-SANS-MVT       TO LIG-RAP-CPT
           WRITE RAPREL-Z          FROM LIG-RAPPORT
           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'MOUVEMENTS EDITES' TO LIG-RAP-LIB
           MOVE CPT-MVT-EDITES     TO LIG-RAP-CPT
           WRITE RAPREL-Z          FROM LIG-RAPPORT
           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'CLIENTS RETENUS' TO LIG-RAP-LIB
           MOVE CPT-RETENUS        TO LIG-RAP-CPT
           WRITE RAPREL-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-TOTAL
           MOVE 'SOLDES INITIAUX EDITES' TO LIG-TOT-LIB
           MOVE MNT-OUV-EDITES     TO LIG-TOT-MNT
           WRITE RAPREL-Z          FROM LIG-TOTAL
           MOVE SPACES             TO LIG-TOTAL
           MOVE 'MOUVEMENTS EDITES' TO LIG-TOT-LIB
           MOVE MNT-MVT-EDITES     TO LIG-TOT-MNT
           WRITE RAPREL-Z          FROM LIG-TOTAL
           MOVE SPACES             TO LIG-TOTAL
           MOVE 'SOLDES FINAUX EDITES' TO LIG-TOT-LIB
           MOVE MNT-FIN-EDITES     TO LIG-TOT-MNT
           WRITE RAPREL-Z          FROM LIG-TOTAL

           COMPUTE MNT-RECOUPE = MNT-OUV-EDITES + MNT-MVT-EDITES
           IF MNT-RECOUPE NOT = MNT-FIN-EDITES
              OR CPT-EDITES + CPT-RETENUS NOT = CPT-SELECTIONNES
              SET ECART            TO TRUE
              MOVE 'ECART DE RECOUPEMENT DES RELEVES (RC 16)'
                                   TO RAPREL-Z
              WRITE RAPREL-Z
           END-IF

           IF ERR-VSAM
              MOVE 'ERREUR SUR LE MAITRE - RELEVES INCOMPLETS (RC 16)'
                                   TO RAPREL-Z
              WRITE RAPREL-Z
           END-IF.
