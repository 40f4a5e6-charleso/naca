       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.   CALJOUR.
       AUTHOR.       XXXXXXXXX.
       DATE-WRITTEN. 2026.

      *REMARKS.
      *
      * Programme demo BATCH - CALENDRIER DES JOURS OUVRES ET DATE DE
      * JOURNEE.
      *
      * LA CARTE PARMIN DE BATCH1 ETAIT SAISIE A LA MAIN CHAQUE SOIR,
      * ET LA PLAGE PARM-DTEFF-DEB/FIN SE TROMPAIT REGULIEREMENT AUTOUR
      * DES FERIES ET DES PONTS DE GENEVE ET DE ZURICH : LES
      * LIBERATIONS DU FICHIER D'ATTENTE PARTAIENT UN JOUR TROP TOT OU
      * TROP TARD. BATCH2, LUI, ESTAMPILLAIT SA DATE SYSTEME. CE
      * PROGRAMME, PREMIER STEP DE LA CHAINE BATCH1 :
      *   - CHARGE LE CALENDRIER DU SITE (CARTES CALREC : FERIES ET
      *     JOURS OUVRES EXCEPTIONNELS, LUNDI A VENDREDI OUVRES PAR
      *     DEFAUT) ;
      *   - DETERMINE LA JOURNEE OUVREE TRAITEE PAR LA CHAINE : LE
      *     DERNIER JOUR OUVRE A LA DATE SYSTEME, LA VEILLE SI LE STEP
      *     PASSE AVANT L'HEURE DE BASCULE (CHAINE A CHEVAL SUR
      *     MINUIT), OU LA DATE FORCEE PAR CARTE ;
      *   - EN DEDUIT LA JOURNEE OUVREE SUIVANTE ET LA PLAGE DE DATES
      *     D'EFFET DU RUN : DU LENDEMAIN DE LA FIN DE PLAGE DU RUN
      *     PRECEDENT JUSQU'A LA VEILLE DE LA JOURNEE SUIVANTE, POUR
      *     QUE LES MOUVEMENTS DATES D'UN WEEK-END OU D'UN FERIE
      *     PARTENT AVEC LA DERNIERE CHAINE QUI LES PRECEDE ;
      *   - PUBLIE LE TOUT DANS L'ENREGISTREMENT DE CONTROLE DU SITE
      *     (KSDS FILEDTJ, LAYOUT DTJREC) QUE LISENT BATCH2, CLOTMENS,
      *     LISTATT ET LES TRANSACTIONS ONLINE ;
      *   - ECRIT LA CARTE PARMIN DU RUN SUR PARMINS, A PARTIR DE LA
      *     CARTE EN PLACE (PARMINE) DONT SONT CONSERVES LE MODE, LA
      *     BASE DE NUMEROTATION ET LES SEUILS - SEULES LA PLAGE ET LE
      *     COMPTEUR DE REPRISE (REMIS A ZERO) CHANGENT.
      *
      * RELANCE DE LA CHAINE DANS LA MEME NUIT : LA JOURNEE DEJA
      * PUBLIEE EST RECALCULEE A L'IDENTIQUE (MEME JOURNEE PRECEDENTE,
      * MEME DEBUT DE PLAGE). UNE JOURNEE CALCULEE ANTERIEURE A LA
      * JOURNEE PUBLIEE ARRETE LE STEP. EN MODE LECTURE (CARTE 'L',
      * TRANCHES DU MODE PARTITIONNE), RIEN N'EST RECALCULE : LA
      * CARTE PARMIN EST ECRITE D'APRES LA JOURNEE PUBLIEE, QUI DOIT
      * ETRE CELLE DU CALENDRIER A CETTE HEURE.
      *
      * RC 4 = AVERTISSEMENT (JOURNEE OUVREE RESTEE SANS CHAINE,
      * CALENDRIER NON RENSEIGNE POUR L'ANNEE A VENIR), VOIR LE
      * RAPPORT RAPCAL. RC 16 = CARTE OU CALENDRIER INVALIDE, JOURNEE
      * INCOHERENTE AVEC LA JOURNEE PUBLIEE, FILEDTJ INACCESSIBLE :
      * NI PARMIN NI LA DATE DE JOURNEE NE SONT ALORS MIS A JOUR.
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
           SELECT CALPARM  ASSIGN TO UT-S-CALPARM.
           SELECT CALENDR  ASSIGN TO UT-S-CALENDR.
           SELECT FILEDTJ  ASSIGN TO FILEDTJ
                  ORGANIZATION INDEXED
                  ACCESS RANDOM
                  RECORD KEY DTJ-SITE
                  FILE STATUS DTJ-STATUS.
           SELECT PARMINE  ASSIGN TO UT-S-PARMINE.
           SELECT PARMINS  ASSIGN TO UT-S-PARMINS.
           SELECT RAPCAL   ASSIGN TO UT-S-RAPCAL.

       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * CALPARM - CARTE FACULTATIVE (DD DUMMY EN EXPLOITATION NORMALE) :
      *   1-2   SITE 'FR' OU 'DE' (A BLANC : LANGUE DU SITE SITELNG) ;
      *   3-10  JOURNEE FORCEE AAAAMMJJ (A BLANC : CALCULEE), JOUR
      *         OUVRE DU CALENDRIER, PAS POSTERIEUR A LA DATE SYSTEME ;
      *   11-14 HEURE DE BASCULE HHMM (A BLANC : 0600) - AVANT CETTE
      *         HEURE, LE STEP TRAITE LA JOURNEE DE LA VEILLE ;
      *   15    MODE : A BLANC = CALCUL ET PUBLICATION, 'L' = LECTURE
      *         DE LA JOURNEE PUBLIEE (CARTE PARMIN SEULE).
       FD  CALPARM
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  CALPARM-Z.
           05  CPA-SITE            PIC X(02).
           05  CPA-DTFORCE         PIC X(08).
           05  CPA-DTFORCE-N       REDEFINES CPA-DTFORCE
                                   PIC 9(08).
           05  CPA-BASCULE         PIC X(04).
           05  CPA-BASCULE-N       REDEFINES CPA-BASCULE
                                   PIC 9(04).
           05  CPA-BASCULE-HM      REDEFINES CPA-BASCULE.
               10  CPA-BASCULE-HH  PIC 9(02).
               10  CPA-BASCULE-MI  PIC 9(02).
           05  CPA-MODE            PIC X(01).
               88  CPA-LECTURE                        VALUE 'L'.
           05  FILLER              PIC X(65).

      * CALENDR - CALENDRIER DES JOURS OUVRES, TOUS SITES, SANS ORDRE
      * IMPOSE.
       FD  CALENDR
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  CALENDR-Z.
           COPY CALREC.

      * FILEDTJ - ENREGISTREMENT DE CONTROLE DE LA DATE DE JOURNEE,
      * UN PAR SITE (KSDS PARTAGE AVEC CICS, EN LECTURE SEULE COTE
      * ONLINE).
       FD  FILEDTJ
           RECORD 80.
       01  FILEDTJ-Z.
           COPY DTJREC.

      * PARMINE / PARMINS - CARTE PARMIN EN PLACE (MODELE) ET CARTE
      * DU RUN, AU LAYOUT PARMREC.
       FD  PARMINE
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  PARMINE-Z               PIC X(80).

       FD  PARMINS
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  PARMINS-Z               PIC X(80).

       FD  RAPCAL
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  RAPCAL-Z                PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------------
       77  CPT-CAL-LUES            PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-CAL-SITE            PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-AVERTISSEMENTS      PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-NON-OUVRES          PIC S9(7) COMP-3   VALUE ZERO.

       77  DTJ-STATUS              PIC X(02)          VALUE SPACES.

       77  SW-FIN-CAL              PIC X              VALUE 'N'.
           88  FIN-CAL                                VALUE 'O'.
       77  SW-DATE-OK              PIC X              VALUE 'N'.
           88  DATE-OK                                VALUE 'O'.
       77  SW-TROUVE               PIC X              VALUE 'N'.
           88  TROUVE                                 VALUE 'O'.
       77  SW-OUVRE                PIC X              VALUE 'N'.
           88  JOUR-OUVRE                             VALUE 'O'.
       77  SW-ANNEE-CAL            PIC X              VALUE 'N'.
           88  ANNEE-CAL                              VALUE 'O'.
      * ENREGISTREMENT DU SITE DEJA PRESENT DANS FILEDTJ (REWRITE),
      * KSDS JAMAIS CHARGE (STATUS 35 : CHARGEMENT EN OUTPUT), ET
      * JOURNEE DEJA PUBLIEE PAR UN PASSAGE PRECEDENT DE LA NUIT.
       77  SW-DTJ-LU               PIC X              VALUE 'N'.
           88  DTJ-LU                                 VALUE 'O'.
       77  SW-DTJ-VIERGE           PIC X              VALUE 'N'.
           88  DTJ-VIERGE                             VALUE 'O'.
       77  SW-REPUBLICATION        PIC X              VALUE 'N'.
           88  REPUBLICATION                          VALUE 'O'.
       77  SW-JOURNEE-FORCEE       PIC X              VALUE 'N'.
           88  JOURNEE-FORCEE                         VALUE 'O'.

      * COPY LANGUE DU SITE (SITE PAR DEFAUT DU CALENDRIER)
           COPY SITELNG.

       77  SITE-COUR               PIC X(02)          VALUE SPACES.
       77  BASCULE                 PIC 9(04)          VALUE 0600.

      * DATE ET HEURE SYSTEME DU STEP (HEURE = HHMMSSCC).
       01  SYS-DATE                PIC 9(08)          VALUE ZERO.
       01  SYS-TIME                PIC 9(08)          VALUE ZERO.
       01  FILLER                  REDEFINES SYS-TIME.
           05  SYS-HHMM            PIC 9(04).
           05  FILLER              PIC 9(04).
       01  FILLER                  REDEFINES SYS-TIME.
           05  SYS-HHMMSS          PIC 9(06).
           05  FILLER              PIC 9(02).

      * CALENDRIER DU SITE EN MEMOIRE. TABLE PLEINE : ARRET EN RC 16,
      * UN FERIE IGNORE DECALERAIT LA JOURNEE.
       77  CAL-MAX                 PIC S9(4) COMP     VALUE 1000.
       77  CAL-NB                  PIC S9(4) COMP     VALUE ZERO.
       77  I-TROUVE                PIC S9(4) COMP     VALUE ZERO.
       01  TAB-CALENDRIER.
           05  TC-LIGNE            OCCURS 1000 TIMES
                                   INDEXED BY IX-CAL.
               10  TC-DATE         PIC 9(08).
               10  TC-TYPE         PIC X(01).
               10  TC-LIBELLE      PIC X(30).
       77  CHR-DATE                PIC 9(08)          VALUE ZERO.
       77  CHR-ANNEE               PIC 9(04)          VALUE ZERO.
       77  TC-ANNEE                PIC 9(04)          VALUE ZERO.

      * JOURNEES CALCULEES.
       77  DATE-REF                PIC 9(08)          VALUE ZERO.
       77  DATE-JOUR               PIC 9(08)          VALUE ZERO.
       77  DATE-PREC               PIC 9(08)          VALUE ZERO.
       77  DATE-SUIV               PIC 9(08)          VALUE ZERO.
       77  DATE-SUIV2              PIC 9(08)          VALUE ZERO.
       77  DTEFF-DEB               PIC 9(08)          VALUE ZERO.
       77  DTEFF-FIN               PIC 9(08)          VALUE ZERO.
       77  FIN-SUIV                PIC 9(08)          VALUE ZERO.
       77  JOUR-SEM-JOUR           PIC 9(01)          VALUE ZERO.
       77  FIN-MOIS                PIC X(01)          VALUE 'N'.
       77  ORIGINE                 PIC X(01)          VALUE 'C'.
       77  MOIS-JOUR               PIC 9(06)          VALUE ZERO.
       77  MOIS-SUIV               PIC 9(06)          VALUE ZERO.
       77  ANNEE-SUIV2             PIC 9(04)          VALUE ZERO.
       77  PREMIER-SAUTE           PIC 9(08)          VALUE ZERO.

      * JOURNEE PUBLIEE PAR LE PASSAGE PRECEDENT.
       77  ANC-DATE                PIC 9(08)          VALUE ZERO.
       77  ANC-PREC                PIC 9(08)          VALUE ZERO.
       77  ANC-DEB                 PIC 9(08)          VALUE ZERO.
       77  ANC-FIN                 PIC 9(08)          VALUE ZERO.

      * CARTE PARMIN DU RUN.
       01  PARM-Z.
           COPY PARMREC.

      * DATE COURANTE DES PARCOURS DU CALENDRIER, JOUR PAR JOUR.
       01  DC.
           05  DC-AAAA             PIC 9(04).
           05  DC-MM               PIC 9(02).
           05  DC-JJ               PIC 9(02).
       01  DC-N REDEFINES DC       PIC 9(08).
       77  GARDE                   PIC S9(4) COMP     VALUE ZERO.

      * CONTROLE D'UNE DATE AAAAMMJJ DE CARTE.
       01  DT-CTL.
           05  DT-CTL-AAAA         PIC 9(04).
           05  DT-CTL-MM           PIC 9(02).
           05  DT-CTL-JJ           PIC 9(02).
       01  DT-CTL-X REDEFINES DT-CTL PIC X(08).

      * LONGUEUR DES MOIS (FEVRIER CORRIGE DES ANNEES BISSEXTILES).
       01  TAB-MOIS-LIT.
           05  FILLER              PIC X(24)
               VALUE '312831303130313130313031'.
       01  TAB-MOIS REDEFINES TAB-MOIS-LIT.
           05  LG-MOIS             PIC 9(02)  OCCURS 12 TIMES.
       77  LG-MOIS-COUR            PIC 9(02)          VALUE ZERO.
       77  BISS-AAAA               PIC 9(04)          VALUE ZERO.
       77  BISS-Q                  PIC S9(9) COMP-3   VALUE ZERO.
       77  BISS-R4                 PIC S9(4) COMP-3   VALUE ZERO.
       77  BISS-R100               PIC S9(4) COMP-3   VALUE ZERO.
       77  BISS-R400               PIC S9(4) COMP-3   VALUE ZERO.

      * NUMERO DE JOUR D'UNE DATE AAAAMMJJ (MEME CALCUL QUE SLARUN),
      * POUR LE JOUR DE LA SEMAINE. LES DIVISIONS SONT ENTIERES.
       01  JN-DATE.
           05  JN-AAAA             PIC 9(04).
           05  JN-MM               PIC 9(02).
           05  JN-JJ               PIC 9(02).
       01  JN-DATE-N REDEFINES JN-DATE PIC 9(08).
       77  JN-A                    PIC S9(9) COMP-3   VALUE ZERO.
       77  JN-M                    PIC S9(9) COMP-3   VALUE ZERO.
       77  JN-T                    PIC S9(9) COMP-3   VALUE ZERO.
       77  JN-T1                   PIC S9(9) COMP-3   VALUE ZERO.
       77  JN-T2                   PIC S9(9) COMP-3   VALUE ZERO.
       77  JN-T3                   PIC S9(9) COMP-3   VALUE ZERO.
       77  JN-T4                   PIC S9(9) COMP-3   VALUE ZERO.
       77  JN-NUM                  PIC S9(9) COMP-3   VALUE ZERO.
       77  JOUR-SEM                PIC S9(4) COMP     VALUE ZERO.
       77  JS-Q                    PIC S9(9) COMP-3   VALUE ZERO.
       77  JS-R                    PIC S9(4) COMP-3   VALUE ZERO.

      * ABREVIATION DES JOURS, LUNDI = 1.
       01  TAB-JOURS-LIT.
           05  FILLER              PIC X(14)   VALUE 'LUMAMEJEVESADI'.
       01  TAB-JOURS REDEFINES TAB-JOURS-LIT.
           05  NOM-JOUR            PIC X(02)  OCCURS 7 TIMES.

      * LIGNES DU RAPPORT RAPCAL.
       01  LIG-DATE.
           05  LIG-DAT-LIB         PIC X(25).
           05  LIG-DAT-VAL         PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-DAT-JOUR        PIC X(02).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-DAT-TEXTE       PIC X(42).

       01  LIG-RAPPORT.
           05  LIG-RAP-LIB         PIC X(25).
           05  LIG-RAP-CPT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(44)       VALUE SPACES.

       PROCEDURE DIVISION.
      *=================================================================
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           ACCEPT SYS-TIME FROM TIME

           PERFORM LIT-CALPARM
           PERFORM CHARGE-CALENDRIER
           PERFORM CALCULE-JOURNEE

           IF CPA-LECTURE
              PERFORM RELIT-JOURNEE
           ELSE
              PERFORM LIT-JOURNEE-PUBLIEE
              PERFORM CALCULE-PLAGE
              PERFORM PUBLIE-JOURNEE
           END-IF

           PERFORM ECRIT-PARMIN
           PERFORM ECRIT-RAPPORT

           DISPLAY 'STAT CALENDR  - READ RECORDS  : '
                    CPT-CAL-LUES     UPON CONSOLE
           DISPLAY 'STAT CALENDR  - SITE ' SITE-COUR
                   ' RECORDS : ' CPT-CAL-SITE UPON CONSOLE
           DISPLAY 'STAT FILEDTJ  - BUSINESS DATE : '
                    DATE-JOUR        UPON CONSOLE
           DISPLAY 'STAT PARMIN   - DTEFF RANGE   : '
                    DTEFF-DEB ' - ' DTEFF-FIN UPON CONSOLE

           IF CPT-AVERTISSEMENTS > ZERO
              DISPLAY 'CALJOUR - AVERTISSEMENT(S) : VOIR LE RAPPORT '
                      'RAPCAL (RC 4)' UPON CONSOLE
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       LIT-CALPARM.
      *-----------------------------------------------------------------
      * CARTE FACULTATIVE : A DEFAUT, SITE DE SITELNG, JOURNEE
      * CALCULEE, BASCULE A 0600, CALCUL ET PUBLICATION.
           OPEN INPUT CALPARM
           READ CALPARM
                AT END MOVE SPACES     TO CALPARM-Z
           END-READ
           CLOSE CALPARM

           IF CPA-SITE = SPACES
              MOVE SITE-LNG        TO SITE-COUR
           ELSE
              MOVE CPA-SITE        TO SITE-COUR
           END-IF
           IF SITE-COUR NOT = 'FR' AND SITE-COUR NOT = 'DE'
              DISPLAY 'CALJOUR - ERREUR : SITE INCONNU (' SITE-COUR
                      ') - RUN ABANDONNE' UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF CPA-BASCULE NOT = SPACES
              IF CPA-BASCULE NOT NUMERIC
                 OR CPA-BASCULE-HH > 23
                 OR CPA-BASCULE-MI > 59
                 DISPLAY 'CALJOUR - ERREUR : HEURE DE BASCULE '
                         'INVALIDE (' CPA-BASCULE ') - RUN ABANDONNE'
                         UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CPA-BASCULE-N   TO BASCULE
           END-IF

           IF CPA-MODE NOT = SPACE AND NOT CPA-LECTURE
              DISPLAY 'CALJOUR - ERREUR : MODE INCONNU (' CPA-MODE
                      ') - RUN ABANDONNE' UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF CPA-DTFORCE NOT = SPACES
              MOVE CPA-DTFORCE     TO DT-CTL-X
              PERFORM CONTROLE-DATE
              IF NOT DATE-OK
                 OR CPA-LECTURE
                 OR CPA-DTFORCE-N > SYS-DATE
                 DISPLAY 'CALJOUR - ERREUR : JOURNEE FORCEE INVALIDE, '
                         'FUTURE OU EN MODE LECTURE (' CPA-DTFORCE
                         ') - RUN ABANDONNE' UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET JOURNEE-FORCEE   TO TRUE
           END-IF.

       CHARGE-CALENDRIER.
      *-----------------------------------------------------------------
      * TOUTES LES CARTES SONT CONTROLEES, SEULES CELLES DU SITE SONT
      * CHARGEES. SANS AUCUNE CARTE POUR LE SITE, SEULS LES WEEK-ENDS
      * SONT NON OUVRES : AVERTISSEMENT.
           OPEN INPUT CALENDR
           PERFORM LIT-CALENDR
           PERFORM TRAITE-CARTE-CAL UNTIL FIN-CAL
           CLOSE CALENDR
           IF CAL-NB = ZERO
              DISPLAY 'CALJOUR - AVERTISSEMENT : AUCUNE CARTE '
                      'CALENDRIER POUR LE SITE ' SITE-COUR UPON CONSOLE
              ADD 1                TO CPT-AVERTISSEMENTS
           END-IF.

       LIT-CALENDR.
      *-----------------------------------------------------------------
           READ CALENDR
                AT END SET FIN-CAL TO TRUE
                NOT AT END ADD 1 TO CPT-CAL-LUES
           END-READ.

       TRAITE-CARTE-CAL.
      *-----------------------------------------------------------------
           IF CALENDR-Z = SPACES OR CALENDR-Z (1:1) = '*'
              CONTINUE
           ELSE
              PERFORM CONTROLE-CARTE-CAL
              IF CAL-SITE = SITE-COUR
                 PERFORM AJOUTE-JOUR-CAL
              END-IF
           END-IF
           PERFORM LIT-CALENDR.

       CONTROLE-CARTE-CAL.
      *-----------------------------------------------------------------
           MOVE CAL-DATE           TO DT-CTL-X
           PERFORM CONTROLE-DATE
           IF (CAL-SITE NOT = 'FR' AND CAL-SITE NOT = 'DE')
              OR NOT DATE-OK
              OR (NOT CAL-FERIE AND NOT CAL-OUVRE)
              DISPLAY 'CALJOUR - ERREUR : CARTE CALENDRIER INVALIDE, '
                      'NO ' CPT-CAL-LUES ' : ' CALENDR-Z (1:41)
                      UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       AJOUTE-JOUR-CAL.
      *-----------------------------------------------------------------
      * UNE DATE EN DOUBLE (FERIE ET OUVRE A LA FOIS, OU SAISIE DEUX
      * FOIS) EST UNE ERREUR DE TENUE : ARRET PLUTOT QUE D'EN CHOISIR
      * UNE.
           MOVE CAL-DATE-N         TO CHR-DATE
           PERFORM CHERCHE-JOUR-CAL
           IF TROUVE
              DISPLAY 'CALJOUR - ERREUR : DATE EN DOUBLE DANS LE '
                      'CALENDRIER ' SITE-COUR ' : ' CAL-DATE
                      UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF CAL-NB NOT < CAL-MAX
              DISPLAY 'CALJOUR - ERREUR : CALENDRIER ' SITE-COUR
                      ' DE PLUS DE 1000 DATES - RUN ABANDONNE'
                      UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1                   TO CAL-NB
           ADD 1                   TO CPT-CAL-SITE
           MOVE CAL-DATE-N         TO TC-DATE (CAL-NB)
           MOVE CAL-TYPE           TO TC-TYPE (CAL-NB)
           MOVE CAL-LIBELLE        TO TC-LIBELLE (CAL-NB).

       CHERCHE-JOUR-CAL.
      *-----------------------------------------------------------------
      * RECHERCHE DE CHR-DATE DANS LE CALENDRIER DU SITE ; I-TROUVE
      * DONNE LE RANG DE LA DATE TROUVEE.
           MOVE 'N'                TO SW-TROUVE
           PERFORM COMPARE-JOUR-CAL
                   VARYING IX-CAL FROM 1 BY 1
                   UNTIL IX-CAL > CAL-NB OR TROUVE.

       COMPARE-JOUR-CAL.
      *-----------------------------------------------------------------
           IF TC-DATE (IX-CAL) = CHR-DATE
              SET I-TROUVE         TO IX-CAL
              SET TROUVE           TO TRUE
           END-IF.

       CALCULE-JOURNEE.
      *-----------------------------------------------------------------
      * JOURNEE TRAITEE : DATE FORCEE, OU DERNIER JOUR OUVRE A LA DATE
      * DE REFERENCE (DATE SYSTEME, VEILLE AVANT L'HEURE DE BASCULE).
      * PUIS JOURNEE SUIVANTE, VEILLE DE CELLE-CI (FIN DE PLAGE), ET
      * MEMES CALCULS UN CRAN PLUS LOIN POUR LA PLAGE PREVUE DU RUN
      * SUIVANT.
           MOVE SYS-DATE           TO DC-N
           IF SYS-HHMM < BASCULE
              PERFORM JOUR-PRECEDENT
           END-IF
           MOVE DC-N               TO DATE-REF

           IF JOURNEE-FORCEE
              MOVE CPA-DTFORCE-N   TO DC-N
              PERFORM TEST-OUVRE
              IF NOT JOUR-OUVRE
                 DISPLAY 'CALJOUR - ERREUR : JOURNEE FORCEE ' DC-N
                         ' NON OUVREE AU CALENDRIER ' SITE-COUR
                         ' - RUN ABANDONNE' UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'F'             TO ORIGINE
           ELSE
              MOVE DATE-REF        TO DC-N
              PERFORM TEST-OUVRE
              IF NOT JOUR-OUVRE
                 PERFORM RECULE-OUVRE
              END-IF
              MOVE 'C'             TO ORIGINE
           END-IF
           MOVE DC-N               TO DATE-JOUR
           MOVE JOUR-SEM           TO JOUR-SEM-JOUR

           PERFORM AVANCE-OUVRE
           MOVE DC-N               TO DATE-SUIV
           PERFORM JOUR-PRECEDENT
           MOVE DC-N               TO DTEFF-FIN

           MOVE DATE-SUIV          TO DC-N
           PERFORM AVANCE-OUVRE
           MOVE DC-N               TO DATE-SUIV2
           PERFORM JOUR-PRECEDENT
           MOVE DC-N               TO FIN-SUIV

           DIVIDE DATE-JOUR BY 100 GIVING MOIS-JOUR
           DIVIDE DATE-SUIV BY 100 GIVING MOIS-SUIV
           IF MOIS-SUIV NOT = MOIS-JOUR
              MOVE 'O'             TO FIN-MOIS
           ELSE
              MOVE 'N'             TO FIN-MOIS
           END-IF

      * LE CALENDRIER DOIT ETRE RENSEIGNE POUR L'ANNEE DE LA PLAGE DU
      * RUN SUIVANT : SANS AUCUNE CARTE POUR CETTE ANNEE, SES FERIES
      * MANQUENT PROBABLEMENT.
           IF CAL-NB > ZERO
              DIVIDE DATE-SUIV2 BY 10000 GIVING ANNEE-SUIV2
              MOVE ANNEE-SUIV2     TO CHR-ANNEE
              MOVE 'N'             TO SW-ANNEE-CAL
              PERFORM CHERCHE-ANNEE-CAL
                      VARYING IX-CAL FROM 1 BY 1
                      UNTIL IX-CAL > CAL-NB OR ANNEE-CAL
              IF NOT ANNEE-CAL
                 DISPLAY 'CALJOUR - AVERTISSEMENT : CALENDRIER '
                         SITE-COUR ' NON RENSEIGNE POUR ' CHR-ANNEE
                         UPON CONSOLE
                 ADD 1             TO CPT-AVERTISSEMENTS
              END-IF
           END-IF.

       CHERCHE-ANNEE-CAL.
      *-----------------------------------------------------------------
           DIVIDE TC-DATE (IX-CAL) BY 10000 GIVING TC-ANNEE
           IF TC-ANNEE = CHR-ANNEE
              SET ANNEE-CAL        TO TRUE
           END-IF.

       LIT-JOURNEE-PUBLIEE.
      *-----------------------------------------------------------------
      * OUVERTURE EN MISE A JOUR ET LECTURE DE L'ENREGISTREMENT DU
      * SITE. KSDS JAMAIS CHARGE (PREMIER PASSAGE APRES LE DEFINE) :
      * STATUS 35, CHARGEMENT INITIAL EN OUTPUT.
           OPEN I-O FILEDTJ
           EVALUATE DTJ-STATUS
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY 'CALJOUR - FILEDTJ VIERGE, PREMIERE PUBLICATION'
                       UPON CONSOLE
               SET DTJ-VIERGE TO TRUE
               OPEN OUTPUT FILEDTJ
               IF DTJ-STATUS NOT = '00'
                  DISPLAY 'CALJOUR - ERREUR OPEN OUTPUT FILEDTJ, '
                          'STATUS=' DTJ-STATUS UPON CONSOLE
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
             WHEN OTHER
               DISPLAY 'CALJOUR - ERREUR OPEN FILEDTJ, STATUS='
                        DTJ-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-EVALUATE

           IF NOT DTJ-VIERGE
              MOVE SITE-COUR       TO DTJ-SITE
              READ FILEDTJ
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET DTJ-LU TO TRUE
              END-READ
              IF DTJ-STATUS NOT = '00' AND DTJ-STATUS NOT = '23'
                 DISPLAY 'CALJOUR - ERREUR READ FILEDTJ, STATUS='
                          DTJ-STATUS UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           IF DTJ-LU
              MOVE DTJ-DATE        TO ANC-DATE
              MOVE DTJ-DATE-PREC   TO ANC-PREC
              MOVE DTJ-DTEFF-DEB   TO ANC-DEB
              MOVE DTJ-DTEFF-FIN   TO ANC-FIN
           END-IF.

       CALCULE-PLAGE.
      *-----------------------------------------------------------------
      * JOURNEE PRECEDENTE ET DEBUT DE PLAGE, D'APRES LA JOURNEE
      * PUBLIEE :
      *   - MEME JOURNEE (CHAINE RELANCEE) : REPRIS TELS QUELS ;
      *   - JOURNEE ANTERIEURE : ELLE DEVIENT LA JOURNEE PRECEDENTE ET
      *     LA PLAGE REPART DU LENDEMAIN DE SA FIN DE PLAGE (AUCUNE
      *     DATE D'EFFET N'EST SAUTEE, MEME SI UNE CHAINE N'A PAS
      *     TOURNE - CE QUI EST SIGNALE) ;
      *   - JOURNEE POSTERIEURE : HORLOGE OU DATE FORCEE ERRONEE,
      *     ARRET ;
      *   - RIEN DE PUBLIE (PREMIER PASSAGE) : JOUR OUVRE PRECEDENT
      *     DU CALENDRIER, PLAGE A PARTIR DE LA JOURNEE.
           IF DTJ-LU
              IF ANC-DATE > DATE-JOUR
                 DISPLAY 'CALJOUR - ERREUR : JOURNEE DEJA PUBLIEE '
                         ANC-DATE ' POSTERIEURE A LA JOURNEE '
                         DATE-JOUR ' - RUN ABANDONNE' UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF ANC-DATE = DATE-JOUR
                 SET REPUBLICATION TO TRUE
                 MOVE ANC-PREC     TO DATE-PREC
                 MOVE ANC-DEB      TO DTEFF-DEB
                 DISPLAY 'CALJOUR - JOURNEE ' DATE-JOUR
                         ' DEJA PUBLIEE, RECALCULEE A L''IDENTIQUE'
                         UPON CONSOLE
              ELSE
                 MOVE ANC-DATE     TO DATE-PREC
                 MOVE DATE-JOUR    TO DTEFF-DEB
                 IF ANC-FIN NUMERIC AND ANC-FIN > ZERO
                    MOVE ANC-FIN   TO DC-N
                    PERFORM JOUR-SUIVANT
                    IF DC-N < DATE-JOUR
                       MOVE DC-N   TO DTEFF-DEB
                    END-IF
                 END-IF
                 MOVE ANC-DATE     TO DC-N
                 PERFORM AVANCE-OUVRE
                 IF DC-N < DATE-JOUR
                    MOVE DC-N      TO PREMIER-SAUTE
                    DISPLAY 'CALJOUR - AVERTISSEMENT : JOURNEE(S) '
                            'OUVREE(S) SANS CHAINE DEPUIS LE '
                            PREMIER-SAUTE UPON CONSOLE
                    ADD 1          TO CPT-AVERTISSEMENTS
                 END-IF
              END-IF
           ELSE
              MOVE DATE-JOUR       TO DC-N
              PERFORM RECULE-OUVRE
              MOVE DC-N            TO DATE-PREC
              MOVE DATE-JOUR       TO DTEFF-DEB
           END-IF.

       PUBLIE-JOURNEE.
      *-----------------------------------------------------------------
           MOVE SPACES             TO FILEDTJ-Z
           MOVE SITE-COUR          TO DTJ-SITE
           MOVE DATE-JOUR          TO DTJ-DATE
           MOVE DATE-PREC          TO DTJ-DATE-PREC
           MOVE DATE-SUIV          TO DTJ-DATE-SUIV
           MOVE DTEFF-DEB          TO DTJ-DTEFF-DEB
           MOVE DTEFF-FIN          TO DTJ-DTEFF-FIN
           MOVE FIN-SUIV           TO DTJ-FIN-SUIV
           MOVE JOUR-SEM-JOUR      TO DTJ-JOUR-SEM
           MOVE FIN-MOIS           TO DTJ-FIN-MOIS
           MOVE ORIGINE            TO DTJ-ORIGINE
           MOVE SYS-DATE           TO DTJ-CALC-DATE
           MOVE SYS-HHMMSS         TO DTJ-CALC-HEURE
           IF DTJ-LU
              REWRITE FILEDTJ-Z
           ELSE
              WRITE FILEDTJ-Z
           END-IF
           IF DTJ-STATUS NOT = '00'
              DISPLAY 'CALJOUR - ERREUR ECRITURE FILEDTJ, STATUS='
                       DTJ-STATUS UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE FILEDTJ.

       RELIT-JOURNEE.
      *-----------------------------------------------------------------
      * MODE LECTURE : LA JOURNEE PUBLIEE EN TETE DE CHAINE EST
      * REPRISE TELLE QUELLE. ELLE DOIT ETRE CELLE QUE DONNE LE
      * CALENDRIER A CETTE HEURE (SAUF JOURNEE FORCEE) : SINON LE
      * CALJOUR DE TETE DE CHAINE N'A PAS TOURNE, ET LA PLAGE SERAIT
      * CELLE DE LA VEILLE.
           OPEN INPUT FILEDTJ
           IF DTJ-STATUS NOT = '00'
              DISPLAY 'CALJOUR - ERREUR : AUCUNE JOURNEE PUBLIEE '
                      '(OPEN FILEDTJ, STATUS=' DTJ-STATUS ')'
                      UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SITE-COUR          TO DTJ-SITE
           READ FILEDTJ
                INVALID KEY
                  DISPLAY 'CALJOUR - ERREUR : AUCUNE JOURNEE PUBLIEE '
                          'POUR LE SITE ' SITE-COUR UPON CONSOLE
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
           END-READ
           CLOSE FILEDTJ

           IF NOT DTJ-FORCEE AND DTJ-DATE NOT = DATE-JOUR
              DISPLAY 'CALJOUR - ERREUR : JOURNEE PUBLIEE ' DTJ-DATE
                      ' <> JOURNEE DU CALENDRIER ' DATE-JOUR
                      ' - RUN ABANDONNE' UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           SET REPUBLICATION       TO TRUE
           MOVE DTJ-DATE           TO DATE-JOUR
           MOVE DTJ-DATE-PREC      TO DATE-PREC
           MOVE DTJ-DATE-SUIV      TO DATE-SUIV
           MOVE DTJ-DTEFF-DEB      TO DTEFF-DEB
           MOVE DTJ-DTEFF-FIN      TO DTEFF-FIN
           MOVE DTJ-FIN-SUIV       TO FIN-SUIV
           MOVE DTJ-JOUR-SEM       TO JOUR-SEM-JOUR
           MOVE DTJ-FIN-MOIS       TO FIN-MOIS
           MOVE DTJ-ORIGINE        TO ORIGINE.

       ECRIT-PARMIN.
      *-----------------------------------------------------------------
      * LA CARTE EN PLACE SERT DE MODELE (MODE, BASE DE NUMEROTATION,
      * SEUILS) ; SANS CARTE, LES VALEURS PAR DEFAUT DE BATCH1. LE
      * COMPTEUR DE REPRISE EST TOUJOURS REMIS A ZERO : CE STEP NE
      * PREPARE QU'UN RUN NORMAL (LES REPRISES PASSENT PAR BATCH1RS).
           OPEN INPUT PARMINE
           READ PARMINE INTO PARM-Z
                AT END
                  MOVE SPACES      TO PARM-Z
                  MOVE 'PROD'      TO PARM-MODE
                  MOVE ZERO        TO PARM-NOENR-BASE
           END-READ
           CLOSE PARMINE

           IF PARM-RESTART-CPT NUMERIC AND PARM-RESTART-CPT > ZERO
              DISPLAY 'CALJOUR - COMPTEUR DE REPRISE DE LA CARTE EN '
                      'PLACE (' PARM-RESTART-CPT ') REMIS A ZERO'
                      UPON CONSOLE
           END-IF
           MOVE ZERO               TO PARM-RESTART-CPT
           MOVE DTEFF-DEB          TO PARM-DTEFF-DEB
           MOVE DTEFF-FIN          TO PARM-DTEFF-FIN

           OPEN OUTPUT PARMINS
           WRITE PARMINS-Z         FROM PARM-Z
           CLOSE PARMINS.

       ECRIT-RAPPORT.
      *-----------------------------------------------------------------
           OPEN OUTPUT RAPCAL
           MOVE 'CALJOUR - CALENDRIER OUVRE ET DATE DE JOURNEE'
                                   TO RAPCAL-Z
           WRITE RAPCAL-Z
           MOVE ALL '-'            TO RAPCAL-Z
           WRITE RAPCAL-Z

           MOVE SPACES             TO RAPCAL-Z
           STRING 'SITE ' SITE-COUR '  DATE SYSTEME ' SYS-DATE
                  '  HEURE ' SYS-HHMMSS '  BASCULE ' BASCULE
                  DELIMITED BY SIZE
                  INTO RAPCAL-Z
           WRITE RAPCAL-Z
           MOVE SPACES             TO RAPCAL-Z
           IF CPA-LECTURE
              MOVE 'MODE LECTURE : JOURNEE PUBLIEE REPRISE TELLE QUELLE'
                                   TO RAPCAL-Z
           ELSE
              IF REPUBLICATION
                 MOVE 'JOURNEE DEJA PUBLIEE, RECALCULEE A L''IDENTIQUE'
                                   TO RAPCAL-Z
              END-IF
           END-IF
           IF RAPCAL-Z NOT = SPACES
              WRITE RAPCAL-Z
           END-IF
           MOVE SPACES             TO RAPCAL-Z
           WRITE RAPCAL-Z

           MOVE 'JOURNEE PRECEDENTE'   TO LIG-DAT-LIB
           MOVE DATE-PREC          TO DC-N
           PERFORM ECRIT-LIGNE-DATE
           MOVE 'JOURNEE TRAITEE'      TO LIG-DAT-LIB
           MOVE DATE-JOUR          TO DC-N
           PERFORM ECRIT-LIGNE-DATE
           MOVE 'JOURNEE SUIVANTE'     TO LIG-DAT-LIB
           MOVE DATE-SUIV          TO DC-N
           PERFORM ECRIT-LIGNE-DATE
           MOVE 'PLAGE DTEFF DU'       TO LIG-DAT-LIB
           MOVE DTEFF-DEB          TO DC-N
           PERFORM ECRIT-LIGNE-DATE
           MOVE '            AU'       TO LIG-DAT-LIB
           MOVE DTEFF-FIN          TO DC-N
           PERFORM ECRIT-LIGNE-DATE
           MOVE 'FIN DE PLAGE PREVUE'  TO LIG-DAT-LIB
           MOVE FIN-SUIV           TO DC-N
           PERFORM ECRIT-LIGNE-DATE

           MOVE SPACES             TO RAPCAL-Z
           IF FIN-MOIS = 'O'
              MOVE 'DERNIER JOUR OUVRE DU MOIS : OUI' TO RAPCAL-Z
           ELSE
              MOVE 'DERNIER JOUR OUVRE DU MOIS : NON' TO RAPCAL-Z
           END-IF
           WRITE RAPCAL-Z
           MOVE SPACES             TO RAPCAL-Z
           IF ORIGINE = 'F'
              MOVE 'JOURNEE FORCEE PAR CARTE CALPARM' TO RAPCAL-Z
           ELSE
              MOVE 'JOURNEE CALCULEE SUR LE CALENDRIER' TO RAPCAL-Z
           END-IF
           WRITE RAPCAL-Z
           IF PREMIER-SAUTE > ZERO
              MOVE 'JOUR OUVRE SANS CHAINE'  TO LIG-DAT-LIB
              MOVE PREMIER-SAUTE   TO DC-N
              PERFORM ECRIT-LIGNE-DATE
           END-IF

      * JOURS NON OUVRES COUVERTS PAR LA PLAGE (HORS JOURNEE TRAITEE),
      * AVEC LEUR MOTIF.
           MOVE SPACES             TO RAPCAL-Z
           WRITE RAPCAL-Z
           MOVE 'JOURS NON OUVRES COUVERTS PAR LA PLAGE' TO RAPCAL-Z
           WRITE RAPCAL-Z
           MOVE DTEFF-DEB          TO DC-N
           PERFORM ECRIT-JOUR-PLAGE
                   UNTIL DC-N > DTEFF-FIN
           IF CPT-NON-OUVRES = ZERO
              MOVE '  AUCUN'       TO RAPCAL-Z
              WRITE RAPCAL-Z
           END-IF

           MOVE SPACES             TO RAPCAL-Z
           WRITE RAPCAL-Z
           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'CARTES CALENDRIER LUES' TO LIG-RAP-LIB
           MOVE CPT-CAL-LUES       TO LIG-RAP-CPT
           WRITE RAPCAL-Z          FROM LIG-RAPPORT
           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'DATES DU SITE'    TO LIG-RAP-LIB
           MOVE CPT-CAL-SITE       TO LIG-RAP-CPT
           WRITE RAPCAL-Z          FROM LIG-RAPPORT
           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'AVERTISSEMENTS'   TO LIG-RAP-LIB
           MOVE CPT-AVERTISSEMENTS TO LIG-RAP-CPT
           WRITE RAPCAL-Z          FROM LIG-RAPPORT
           CLOSE RAPCAL.

       ECRIT-LIGNE-DATE.
      *-----------------------------------------------------------------
      * LIGNE LIBELLE / DATE DC / JOUR DE LA SEMAINE / MOTIF SI LE
      * JOUR EST NON OUVRE OU OUVRE PAR EXCEPTION.
           MOVE DC-N               TO LIG-DAT-VAL
           PERFORM TEST-OUVRE
           MOVE NOM-JOUR (JOUR-SEM) TO LIG-DAT-JOUR
           PERFORM MOTIF-JOUR
           WRITE RAPCAL-Z          FROM LIG-DATE.

       ECRIT-JOUR-PLAGE.
      *-----------------------------------------------------------------
           PERFORM TEST-OUVRE
           IF NOT JOUR-OUVRE
              ADD 1                TO CPT-NON-OUVRES
              MOVE SPACES          TO LIG-DAT-LIB
              MOVE DC-N            TO LIG-DAT-VAL
              MOVE NOM-JOUR (JOUR-SEM) TO LIG-DAT-JOUR
              PERFORM MOTIF-JOUR
              WRITE RAPCAL-Z       FROM LIG-DATE
           END-IF
           PERFORM JOUR-SUIVANT.

       MOTIF-JOUR.
      *-----------------------------------------------------------------
      * SUPPOSE TEST-OUVRE FAIT SUR DC (TROUVE / I-TROUVE / JOUR-SEM).
           MOVE SPACES             TO LIG-DAT-TEXTE
           IF TROUVE
              IF TC-TYPE (I-TROUVE) = 'F'
                 STRING 'FERIE ' TC-LIBELLE (I-TROUVE)
                        DELIMITED BY SIZE
                        INTO LIG-DAT-TEXTE
              ELSE
                 STRING 'OUVRE ' TC-LIBELLE (I-TROUVE)
                        DELIMITED BY SIZE
                        INTO LIG-DAT-TEXTE
              END-IF
           ELSE
              IF JOUR-SEM > 5
                 MOVE 'WEEK-END'   TO LIG-DAT-TEXTE
              END-IF
           END-IF.

       TEST-OUVRE.
      *-----------------------------------------------------------------
      * DC EST-IL OUVRE POUR LE SITE ? CARTE DU CALENDRIER D'ABORD,
      * SINON LUNDI A VENDREDI. POSITIONNE AUSSI JOUR-SEM.
           MOVE DC-N               TO CHR-DATE
           PERFORM CHERCHE-JOUR-CAL
           MOVE DC-N               TO JN-DATE-N
           PERFORM NUMERO-JOUR
           PERFORM CALCULE-JOUR-SEM
           IF TROUVE
              IF TC-TYPE (I-TROUVE) = 'F'
                 MOVE 'N'          TO SW-OUVRE
              ELSE
                 MOVE 'O'          TO SW-OUVRE
              END-IF
           ELSE
              IF JOUR-SEM < 6
                 MOVE 'O'          TO SW-OUVRE
              ELSE
                 MOVE 'N'          TO SW-OUVRE
              END-IF
           END-IF.

       AVANCE-OUVRE.
      *-----------------------------------------------------------------
      * PREMIER JOUR OUVRE APRES DC. UN AN SANS JOUR OUVRE NE PEUT
      * ETRE QU'UN CALENDRIER FAUX : ARRET.
           MOVE ZERO               TO GARDE
           PERFORM AVANCE-JOUR
           PERFORM AVANCE-JOUR
                   UNTIL JOUR-OUVRE OR GARDE > 366
           IF NOT JOUR-OUVRE
              PERFORM ERREUR-CALENDRIER
           END-IF.

       AVANCE-JOUR.
      *-----------------------------------------------------------------
           PERFORM JOUR-SUIVANT
           PERFORM TEST-OUVRE
           ADD 1                   TO GARDE.

       RECULE-OUVRE.
      *-----------------------------------------------------------------
      * DERNIER JOUR OUVRE AVANT DC.
           MOVE ZERO               TO GARDE
           PERFORM RECULE-JOUR
           PERFORM RECULE-JOUR
                   UNTIL JOUR-OUVRE OR GARDE > 366
           IF NOT JOUR-OUVRE
              PERFORM ERREUR-CALENDRIER
           END-IF.

       RECULE-JOUR.
      *-----------------------------------------------------------------
           PERFORM JOUR-PRECEDENT
           PERFORM TEST-OUVRE
           ADD 1                   TO GARDE.

       ERREUR-CALENDRIER.
      *-----------------------------------------------------------------
           DISPLAY 'CALJOUR - ERREUR : AUCUN JOUR OUVRE SUR UN AN '
                   'AUTOUR DU ' DC-N ' - CALENDRIER ' SITE-COUR
                   ' A REVOIR' UPON CONSOLE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       JOUR-SUIVANT.
      *-----------------------------------------------------------------
           PERFORM LONGUEUR-MOIS
           IF DC-JJ < LG-MOIS-COUR
              ADD 1                TO DC-JJ
           ELSE
              MOVE 1               TO DC-JJ
              IF DC-MM < 12
                 ADD 1             TO DC-MM
              ELSE
                 MOVE 1            TO DC-MM
                 ADD 1             TO DC-AAAA
              END-IF
           END-IF.

       JOUR-PRECEDENT.
      *-----------------------------------------------------------------
           IF DC-JJ > 1
              SUBTRACT 1           FROM DC-JJ
           ELSE
              IF DC-MM > 1
                 SUBTRACT 1        FROM DC-MM
              ELSE
                 MOVE 12           TO DC-MM
                 SUBTRACT 1        FROM DC-AAAA
              END-IF
              PERFORM LONGUEUR-MOIS
              MOVE LG-MOIS-COUR    TO DC-JJ
           END-IF.

       LONGUEUR-MOIS.
      *-----------------------------------------------------------------
           MOVE LG-MOIS (DC-MM)    TO LG-MOIS-COUR
           IF DC-MM = 2
              MOVE DC-AAAA         TO BISS-AAAA
              PERFORM CONTROLE-BISSEXTILE
           END-IF.

       CONTROLE-DATE.
      *-----------------------------------------------------------------
      * DT-CTL-X : AAAAMMJJ NUMERIQUE, MOIS 01 A 12, JOUR EXISTANT
      * DANS LE MOIS.
           MOVE 'N'                TO SW-DATE-OK
           IF DT-CTL-X NUMERIC
              IF DT-CTL-MM > ZERO AND DT-CTL-MM < 13
                 MOVE LG-MOIS (DT-CTL-MM) TO LG-MOIS-COUR
                 IF DT-CTL-MM = 2
                    MOVE DT-CTL-AAAA TO BISS-AAAA
                    PERFORM CONTROLE-BISSEXTILE
                 END-IF
                 IF DT-CTL-JJ > ZERO
                    AND DT-CTL-JJ NOT > LG-MOIS-COUR
                    SET DATE-OK    TO TRUE
                 END-IF
              END-IF
           END-IF.

       CONTROLE-BISSEXTILE.
      *-----------------------------------------------------------------
           DIVIDE BISS-AAAA BY 4   GIVING BISS-Q REMAINDER BISS-R4
           DIVIDE BISS-AAAA BY 100 GIVING BISS-Q REMAINDER BISS-R100
           DIVIDE BISS-AAAA BY 400 GIVING BISS-Q REMAINDER BISS-R400
           IF BISS-R4 = ZERO
              AND (BISS-R100 NOT = ZERO OR BISS-R400 = ZERO)
              MOVE 29              TO LG-MOIS-COUR
           END-IF.

       NUMERO-JOUR.
      *-----------------------------------------------------------------
      * JANVIER ET FEVRIER SONT COMPTES COMME MOIS 13 ET 14 DE
      * L'ANNEE PRECEDENTE.
           MOVE JN-AAAA            TO JN-A
           MOVE JN-MM              TO JN-M
           IF JN-M < 3
              ADD 12               TO JN-M
              SUBTRACT 1           FROM JN-A
           END-IF
           DIVIDE JN-A BY 4        GIVING JN-T1
           DIVIDE JN-A BY 100      GIVING JN-T2
           DIVIDE JN-A BY 400      GIVING JN-T3
           COMPUTE JN-T = 153 * (JN-M - 3) + 2
           DIVIDE JN-T BY 5        GIVING JN-T4
           COMPUTE JN-NUM = 365 * JN-A + JN-T1 - JN-T2 + JN-T3
                          + JN-T4 + JN-JJ.

       CALCULE-JOUR-SEM.
      *-----------------------------------------------------------------
      * JOUR-SEM = 1 (LUNDI) A 7 (DIMANCHE) A PARTIR DE JN-NUM.
           COMPUTE JS-Q = JN-NUM + 2
           DIVIDE JS-Q BY 7        GIVING JS-Q REMAINDER JS-R
           IF JS-R = ZERO
              MOVE 7               TO JOUR-SEM
           ELSE
              MOVE JS-R            TO JOUR-SEM
           END-IF.
