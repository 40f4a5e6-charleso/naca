       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.   SLARUN.
       AUTHOR.       XXXXXXXXX.
       DATE-WRITTEN. 2026.

      *REMARKS.
      *
      * Programme demo BATCH - DUREES DE LA CHAINE BATCH ET RESPECT
      * DES ENGAGEMENTS DE SERVICE (SLA), A PARTIR DU REGISTRE DES
      * RUNS VTBRUNA (ROUTINE CALLRUN).
      *
      * ONLINE6 NE MONTRE QUE LA DERNIERE NUIT. CE RAPPORT
      * HEBDOMADAIRE RELIT LES RUNS DES N DERNIERS JOURS D'EXPLOI-
      * TATION (CARTE SLAPARM) ET EDITE PAR ETAPE (BATCH1, BATCH1CK,
      * BATCH2, RECYCLE, CONSLOG, ...) :
      *   - LE NOMBRE DE RUNS TERMINES, LES DUREES MINI, MOYENNE ET
      *     MAXI ;
      *   - LA TENDANCE : PENTE DES DUREES SUR LA PERIODE (DROITE DES
      *     MOINDRES CARRES, EN SECONDES PAR JOUR), QUALIFIEE DE
      *     HAUSSE OU BAISSE QUAND LA DERIVE SUR LA PERIODE DEPASSE
      *     5 % DE LA DUREE MOYENNE ;
      *   - LA DUREE PAR 1 000 ENREGISTREMENTS, LE VOLUME D'UN RUN
      *     ETANT LA SOMME DES COMPTEURS CPT1 A CPT6 RETENUS POUR
      *     L'ETAPE SUR LA CARTE (CPT1 PAR DEFAUT) ;
      *   - LA DUREE MOYENNE PAR JOUR DE LA SEMAINE (LUNDI A
      *     DIMANCHE, JOUR DU DEBUT DU RUN), POUR CIBLER LES JOURS A
      *     PASSER EN MODE PARTITIONNE (BATCH1PA) ;
      *   - LES COMPTEURS DE DEPASSEMENTS ET DE RUNS NON TERMINES.
      * PUIS LA LISTE DES RUNS HORS NORME, DANS L'ORDRE DES DEBUTS :
      *   - DUREE SUPERIEURE AU SLA DE L'ETAPE (CARTE) ;
      *   - FIN APRES L'HEURE LIMITE DE LA CHAINE (CARTE), PRISE
      *     DANS LA NUIT DU RUN : L'OCCURRENCE DE L'HEURE LIMITE LA
      *     PLUS PROCHE DU DEBUT, A MOINS DE 12 HEURES (LIMITE 7H : UN
      *     RUN PARTI A 22H DOIT FINIR AVANT 7H LE LENDEMAIN, UNE
      *     REPRISE PARTIE A 10H EST DEJA HORS DELAI) ; SEULEMENT
      *     POUR LES ETAPES DE LA FENETRE DE NUIT ;
      *   - RUN RESTE EN COURS (ETAT 'E' : ABEND SANS REPRISE) OU
      *     ABANDONNE (ETAT 'A' : CLOS PAR LA REPRISE). CES RUNS
      *     N'ONT PAS DE DUREE SIGNIFICATIVE ET SONT EXCLUS DES
      *     STATISTIQUES.
      * LES LIGNES HORS NORME SONT ECRITES AU FIL DE LA LECTURE DANS
      * LE FICHIER DE TRAVAIL FILESLA ET RECOPIEES APRES LES
      * STATISTIQUES, QUI NE SONT CONNUES QU'EN FIN DE LECTURE.
      *
      * RC 4 = AU MOINS UN RUN HORS NORME. RC 16 = CARTE INVALIDE OU
      * REGISTRE INDISPONIBLE (RAPPORT INCOMPLET).
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
           SELECT SLAPARM  ASSIGN TO UT-S-SLAPARM.
           SELECT FILESLA  ASSIGN TO UT-S-FILESLA.
           SELECT RAPSLA   ASSIGN TO UT-S-RAPSLA.

       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * SLAPARM - CARTES DE PARAMETRES (AU MOINS UNE) :
      *   CARTE GENERALE, 'G' EN COLONNE 1 (FACULTATIVE) :
      *     2-4   NOMBRE DE JOURS D'EXPLOITATION (A BLANC : 28) ;
      *     5-8   HEURE LIMITE DE FIN DE CHAINE HHMM (A BLANC :
      *           PAS DE CONTROLE) ;
      *     9-16  DATE DE REFERENCE AAAAMMJJ, DERNIER JOUR DE LA
      *           PERIODE (A BLANC : DATE SYSTEME).
      *   CARTE ETAPE, 'E' EN COLONNE 1 (UNE PAR ETAPE) :
      *     2-9   NOM DE L'ETAPE (ETAPE DE VTBRUNA) ;
      *     10-13 SLA EN MINUTES (A BLANC : PAS DE SLA) ;
      *     14    'O' SI L'ETAPE EST SOUMISE A L'HEURE LIMITE DE LA
      *           CHAINE, 'N' SINON (A BLANC : 'O') ;
      *     15-20 COMPTEURS DU VOLUME : 'X' SOUS CHAQUE COMPTEUR
      *           CPT1 A CPT6 A ADDITIONNER (A BLANC : CPT1).
      *   UNE ETAPE SANS CARTE EST EDITEE AVEC LES VALEURS PAR DEFAUT.
       FD  SLAPARM
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  SLAPARM-Z.
           05  SLP-TYPE            PIC X(01).
               88  SLP-GENERALE                       VALUE 'G'.
               88  SLP-ETAPE                          VALUE 'E'.
           05  SLP-GEN.
               10  SLP-NBJ         PIC X(03).
               10  SLP-NBJ-N       REDEFINES SLP-NBJ
                                   PIC 9(03).
               10  SLP-LIMITE      PIC X(04).
               10  SLP-LIMITE-N    REDEFINES SLP-LIMITE
                                   PIC 9(04).
               10  SLP-DTREF       PIC X(08).
               10  SLP-DTREF-N     REDEFINES SLP-DTREF
                                   PIC 9(08).
               10  FILLER          PIC X(64).
           05  SLP-ETP             REDEFINES SLP-GEN.
               10  SLP-NOM         PIC X(08).
               10  SLP-SLA         PIC X(04).
               10  SLP-SLA-N       REDEFINES SLP-SLA
                                   PIC 9(04).
               10  SLP-FENETRE     PIC X(01).
               10  SLP-VOLUME      PIC X(06).
               10  FILLER          PIC X(60).

      * FILESLA - LIGNES DES RUNS HORS NORME, ECRITES PENDANT LA
      * LECTURE DU REGISTRE.
       FD  FILESLA
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  FILESLA-Z               PIC X(80).

       FD  RAPSLA
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  RAPSLA-Z                PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------------
      * COPY DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * COPY INCLUDE TABLE
           EXEC SQL INCLUDE VTBRUNA END-EXEC.

       77  CPT-CARTES              PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-RUNS-LUS            PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-HORS-NORME          PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-HORS-TABLE          PIC S9(7) COMP-3   VALUE ZERO.

       77  SW-FIN-CARTES           PIC X              VALUE 'N'.
           88  FIN-CARTES                             VALUE 'O'.
       77  SW-FIN-CURSEUR          PIC X              VALUE 'N'.
           88  FIN-CURSEUR                            VALUE 'O'.
       77  SW-FIN-SLA              PIC X              VALUE 'N'.
           88  FIN-SLA                                VALUE 'O'.
       77  SW-ERR-SQL              PIC X              VALUE 'N'.
           88  ERR-SQL                                VALUE 'O'.
       77  SW-ETP-TROUVEE          PIC X              VALUE 'N'.
           88  ETP-TROUVEE                            VALUE 'O'.
       77  SW-DEP-SLA              PIC X              VALUE 'N'.
           88  DEP-SLA                                VALUE 'O'.
       77  SW-DEP-LIMITE           PIC X              VALUE 'N'.
           88  DEP-LIMITE                             VALUE 'O'.

      * PERIODE : NOMBRE DE JOURS, PREMIER ET DERNIER JOUR
      * D'EXPLOITATION (VARIABLES HOTES DU CURSEUR), HEURE LIMITE.
       77  NB-JOURS                PIC S9(4) COMP     VALUE ZERO.
       77  I-JOUR                  PIC S9(4) COMP     VALUE ZERO.
       77  DTDEB-X                 PIC X(08)          VALUE SPACES.
       77  DTREF-X                 PIC X(08)          VALUE SPACES.
       77  JN-DTDEB                PIC S9(9) COMP-3   VALUE ZERO.
       77  LIMITE-HHMM             PIC 9(04)          VALUE ZERO.
       77  LIMITE-X                PIC X(04)          VALUE SPACES.
       77  LIMITE-SEC              PIC S9(9) COMP-3   VALUE ZERO.
       77  SW-LIMITE               PIC X              VALUE 'N'.
           88  LIMITE-DEMANDEE                        VALUE 'O'.

       01  DTDEB.
           05  DTDEB-AAAA          PIC 9(04).
           05  DTDEB-MM            PIC 9(02).
           05  DTDEB-JJ            PIC 9(02).
       01  DTDEB-N REDEFINES DTDEB PIC 9(08).

      * LONGUEUR DES MOIS (FEVRIER CORRIGE DES ANNEES BISSEXTILES).
       01  TAB-MOIS-LIT.
           05  FILLER              PIC X(24)
               VALUE '312831303130313130313031'.
       01  TAB-MOIS REDEFINES TAB-MOIS-LIT.
           05  LG-MOIS             PIC 9(02)  OCCURS 12 TIMES.
       77  LG-MOIS-COUR            PIC 9(02)          VALUE ZERO.
       77  BISS-Q                  PIC S9(9) COMP-3   VALUE ZERO.
       77  BISS-R4                 PIC S9(4) COMP-3   VALUE ZERO.
       77  BISS-R100               PIC S9(4) COMP-3   VALUE ZERO.
       77  BISS-R400               PIC S9(4) COMP-3   VALUE ZERO.

      * NUMERO DE JOUR (JOURS ECOULES DEPUIS UNE ORIGINE FIXE) D'UNE
      * DATE AAAAMMJJ, POUR LES DUREES A CHEVAL SUR MINUIT ET LE JOUR
      * DE LA SEMAINE. LES DIVISIONS SONT ENTIERES (DIVIDE ... GIVING).
       01  JN-DATE.
           05  JN-AAAA             PIC 9(04).
           05  JN-MM               PIC 9(02).
           05  JN-JJ               PIC 9(02).
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

      * HORODATAGES DU RUN COURANT (AAAAMMJJHHMMSS) ET DUREE.
       01  HORO-DEB.
           05  HD-DATE             PIC 9(08).
           05  HD-HH               PIC 9(02).
           05  HD-MI               PIC 9(02).
           05  HD-SS               PIC 9(02).
       01  HORO-DEB-X REDEFINES HORO-DEB
                                   PIC X(14).
       01  HORO-FIN.
           05  HF-DATE             PIC 9(08).
           05  HF-HH               PIC 9(02).
           05  HF-MI               PIC 9(02).
           05  HF-SS               PIC 9(02).
       01  HORO-FIN-X REDEFINES HORO-FIN
                                   PIC X(14).
       77  JN-DEB                  PIC S9(9) COMP-3   VALUE ZERO.
       77  JN-FIN                  PIC S9(9) COMP-3   VALUE ZERO.
       77  SEC-DEB                 PIC S9(15) COMP-3  VALUE ZERO.
       77  SEC-FIN                 PIC S9(15) COMP-3  VALUE ZERO.
       77  SEC-LIMITE              PIC S9(15) COMP-3  VALUE ZERO.
       77  DUREE                   PIC S9(9) COMP-3   VALUE ZERO.
       77  VOLUME                  PIC S9(11) COMP-3  VALUE ZERO.
       77  X-JOUR                  PIC S9(9) COMP-3   VALUE ZERO.

      * STATISTIQUES PAR ETAPE, DANS L'ORDRE DES CARTES PUIS DE
      * PREMIERE RENCONTRE. AU-DELA DE ETP-MAX ETAPES, LES RUNS SONT
      * COMPTES DANS CPT-HORS-TABLE.
       77  ETP-MAX                 PIC S9(4) COMP     VALUE 20.
       77  ETP-NB                  PIC S9(4) COMP     VALUE ZERO.
       77  I-ETP                   PIC S9(4) COMP     VALUE ZERO.
       77  I-CPT                   PIC S9(4) COMP     VALUE ZERO.
       01  TAB-ETAPES.
           05  ETP-LIGNE           OCCURS 20 TIMES.
               10  ETP-NOM         PIC X(08).
               10  ETP-SLA-SEC     PIC S9(9) COMP-3.
               10  ETP-FENETRE     PIC X(01).
               10  ETP-VOLUME      PIC X(06).
               10  ETP-NB-F        PIC S9(7) COMP-3.
               10  ETP-NB-E        PIC S9(7) COMP-3.
               10  ETP-NB-A        PIC S9(7) COMP-3.
               10  ETP-NB-SLA      PIC S9(7) COMP-3.
               10  ETP-NB-LIM      PIC S9(7) COMP-3.
               10  ETP-DUR-MIN     PIC S9(9) COMP-3.
               10  ETP-DUR-MAX     PIC S9(9) COMP-3.
               10  ETP-SOM         PIC S9(15) COMP-3.
               10  ETP-VOL         PIC S9(15) COMP-3.
               10  ETP-SX          PIC S9(15) COMP-3.
               10  ETP-SXX         PIC S9(15) COMP-3.
               10  ETP-SXY         PIC S9(15) COMP-3.
               10  ETP-JOUR-SOM    PIC S9(15) COMP-3 OCCURS 7 TIMES.
               10  ETP-JOUR-NB     PIC S9(7) COMP-3  OCCURS 7 TIMES.

      * EDITION D'UNE ETAPE.
       77  MOYENNE                 PIC S9(9) COMP-3   VALUE ZERO.
       77  PENTE                   PIC S9(7) COMP-3   VALUE ZERO.
       77  DERIVE-PCT              PIC S9(7) COMP-3   VALUE ZERO.
       77  TRD-NUM                 PIC S9(18) COMP-3  VALUE ZERO.
       77  TRD-DEN                 PIC S9(18) COMP-3  VALUE ZERO.
       77  PAR-MILLE               PIC S9(7)V99 COMP-3 VALUE ZERO.

      * DUREE EN SECONDES EDITEE EN HH:MM:SS.
       77  DUR-SEC                 PIC S9(9) COMP-3   VALUE ZERO.
       77  DUR-Q                   PIC S9(9) COMP-3   VALUE ZERO.
       77  DUR-R                   PIC S9(9) COMP-3   VALUE ZERO.
       01  DUR-EDIT.
           05  DUR-HH              PIC Z9.
           05  FILLER              PIC X(01)       VALUE ':'.
           05  DUR-MI              PIC 99.
           05  FILLER              PIC X(01)       VALUE ':'.
           05  DUR-SS              PIC 99.

       01  LIG-COLONNES.
           05  FILLER              PIC X(40)       VALUE
               'ETAPE     RUNS      MINI   MOYENNE      '.
           05  FILLER              PIC X(40)       VALUE
               'MAXI  TENDANCE S/J   S/1000 ENR         '.

       01  LIG-ETAPE.
           05  LIG-ETP-NOM         PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-ETP-NB          PIC ZZZZ9.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-ETP-MIN         PIC X(08).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-ETP-MOY         PIC X(08).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-ETP-MAX         PIC X(08).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-ETP-PENTE       PIC -(5)9.
           05  LIG-ETP-PENTE-X REDEFINES LIG-ETP-PENTE
                                   PIC X(06).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-ETP-TREND       PIC X(06).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-ETP-MILLE       PIC ZZZ,ZZ9.99.
           05  LIG-ETP-MILLE-X REDEFINES LIG-ETP-MILLE
                                   PIC X(10).
           05  FILLER              PIC X(09)       VALUE SPACES.

       01  LIG-SEMAINE.
           05  LIG-SEM-LIB         PIC X(08).
           05  LIG-SEM-JOUR        OCCURS 7 TIMES.
               10  FILLER          PIC X(01).
               10  LIG-SEM-DUR     PIC X(08).
           05  FILLER              PIC X(09).

       01  LIG-COMPTEURS.
           05  FILLER              PIC X(10)       VALUE '  SLA    '.
           05  LIG-CPT-SLA         PIC X(08).
           05  FILLER              PIC X(11)       VALUE '  DEP.SLA '.
           05  LIG-CPT-DEP-SLA     PIC ZZZ9.
           05  FILLER              PIC X(14)       VALUE
                                   '  DEP.LIMITE '.
           05  LIG-CPT-DEP-LIM     PIC ZZZ9.
           05  FILLER              PIC X(10)       VALUE '  EN COURS'.
           05  LIG-CPT-E           PIC ZZZ9.
           05  FILLER              PIC X(08)       VALUE '  ABAND.'.
           05  LIG-CPT-A           PIC ZZZ9.
           05  FILLER              PIC X(03)       VALUE SPACES.

       01  LIG-EXCEPTION.
           05  LIG-EXC-DTEXPL      PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-EXC-ETAPE       PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-EXC-DEBUT       PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-EXC-FIN-DATE    PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-EXC-FIN-HEURE   PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-EXC-DUREE       PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-EXC-RC          PIC X(02).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-EXC-MOTIF       PIC X(23).

       01  LIG-RAPPORT.
           05  LIG-RAP-LIB         PIC X(25).
           05  LIG-RAP-CPT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(44)       VALUE SPACES.

       PROCEDURE DIVISION.
      *=================================================================
           OPEN INPUT  SLAPARM
                OUTPUT RAPSLA

           PERFORM LIT-SLAPARM
           IF FIN-CARTES
              DISPLAY 'SLARUN - ERREUR : CARTE SLAPARM ABSENTE'
                      UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LIT-PARAMETRES UNTIL FIN-CARTES
           CLOSE SLAPARM
           PERFORM CALCULE-PERIODE

           MOVE 'SLARUN - DUREES DE LA CHAINE BATCH (REGISTRE VTBRUNA)'
                                   TO RAPSLA-Z
           WRITE RAPSLA-Z
           MOVE ALL '-'            TO RAPSLA-Z
           WRITE RAPSLA-Z
           MOVE SPACES             TO RAPSLA-Z
           STRING 'JOURS D''EXPLOITATION DU ' DTDEB-X ' AU ' DTREF-X
                  DELIMITED BY SIZE
                  INTO RAPSLA-Z
           WRITE RAPSLA-Z
           MOVE SPACES             TO RAPSLA-Z
           IF LIMITE-DEMANDEE
              STRING 'HEURE LIMITE DE FIN DE CHAINE : '
                     LIMITE-X (1:2) ':' LIMITE-X (3:2)
                     DELIMITED BY SIZE
                     INTO RAPSLA-Z
           ELSE
              MOVE 'PAS D''HEURE LIMITE DE FIN DE CHAINE'
                                   TO RAPSLA-Z
           END-IF
           WRITE RAPSLA-Z

           OPEN OUTPUT FILESLA
           PERFORM LIT-REGISTRE
           CLOSE FILESLA

           PERFORM ECRIT-ETAPES
           PERFORM ECRIT-HORS-NORME

           DISPLAY 'STAT VTBRUNA  - READ ROWS     : '
                    CPT-RUNS-LUS     UPON CONSOLE
           DISPLAY 'STAT SLARUN   - ETAPES        : '
                    ETP-NB           UPON CONSOLE
           DISPLAY 'STAT SLARUN   - HORS NORME    : '
                    CPT-HORS-NORME   UPON CONSOLE

           CLOSE RAPSLA

           EVALUATE TRUE
             WHEN ERR-SQL
               MOVE 16 TO RETURN-CODE
             WHEN CPT-HORS-NORME > ZERO
               DISPLAY 'SLARUN - RUNS HORS NORME - VOIR RAPPORT '
                       'RAPSLA (RC 4)' UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       LIT-SLAPARM.
      *-----------------------------------------------------------------
           READ SLAPARM
                AT END SET FIN-CARTES TO TRUE
                NOT AT END ADD 1 TO CPT-CARTES
           END-READ.

       LIT-PARAMETRES.
      *-----------------------------------------------------------------
      * UNE CARTE INVALIDE ARRETE LE STEP (RC 16) AVANT TOUTE
      * LECTURE DU REGISTRE.
           EVALUATE TRUE
             WHEN SLP-GENERALE
               PERFORM LIT-CARTE-GENERALE
             WHEN SLP-ETAPE
               PERFORM LIT-CARTE-ETAPE
             WHEN OTHER
               DISPLAY 'SLARUN - ERREUR : CARTE SLAPARM INCONNUE : '
                       SLAPARM-Z (1:20) UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-EVALUATE
           PERFORM LIT-SLAPARM.

       LIT-CARTE-GENERALE.
      *-----------------------------------------------------------------
           IF SLP-NBJ = SPACES
              MOVE 28              TO NB-JOURS
           ELSE
              IF SLP-NBJ-N NOT NUMERIC
                 OR SLP-NBJ-N = ZERO
                 OR SLP-NBJ-N > 366
                 DISPLAY 'SLARUN - ERREUR : NOMBRE DE JOURS '
                         'INVALIDE : ' SLP-NBJ UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SLP-NBJ-N       TO NB-JOURS
           END-IF

           IF SLP-LIMITE NOT = SPACES
              IF SLP-LIMITE-N NOT NUMERIC
                 OR SLP-LIMITE (1:2) > '23'
                 OR SLP-LIMITE (3:2) > '59'
                 DISPLAY 'SLARUN - ERREUR : HEURE LIMITE INVALIDE : '
                         SLP-LIMITE UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET LIMITE-DEMANDEE  TO TRUE
              MOVE SLP-LIMITE-N    TO LIMITE-HHMM
              MOVE SLP-LIMITE      TO LIMITE-X
           END-IF

           IF SLP-DTREF NOT = SPACES
              IF SLP-DTREF-N NOT NUMERIC
                 OR SLP-DTREF (5:2) < '01' OR SLP-DTREF (5:2) > '12'
                 OR SLP-DTREF (7:2) < '01' OR SLP-DTREF (7:2) > '31'
                 DISPLAY 'SLARUN - ERREUR : DATE DE REFERENCE '
                         'INVALIDE : ' SLP-DTREF UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SLP-DTREF       TO DTREF-X
           END-IF.

       LIT-CARTE-ETAPE.
      *-----------------------------------------------------------------
           IF SLP-NOM = SPACES
              OR (SLP-SLA NOT = SPACES AND SLP-SLA-N NOT NUMERIC)
              OR (SLP-FENETRE NOT = SPACE AND NOT = 'O'
                                          AND NOT = 'N')
              DISPLAY 'SLARUN - ERREUR : CARTE ETAPE INVALIDE : '
                      SLAPARM-Z (1:20) UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SLP-NOM            TO ETAPE OF DVTBRUNA
           PERFORM TROUVE-ETAPE
           IF I-ETP > ZERO
              IF SLP-SLA = SPACES
                 MOVE ZERO         TO ETP-SLA-SEC (I-ETP)
              ELSE
                 COMPUTE ETP-SLA-SEC (I-ETP) = SLP-SLA-N * 60
              END-IF
              IF SLP-FENETRE NOT = SPACE
                 MOVE SLP-FENETRE  TO ETP-FENETRE (I-ETP)
              END-IF
              IF SLP-VOLUME NOT = SPACES
                 MOVE SLP-VOLUME   TO ETP-VOLUME (I-ETP)
              END-IF
           END-IF.

       TROUVE-ETAPE.
      *-----------------------------------------------------------------
      * LIGNE DE L'ETAPE ETAPE OF DVTBRUNA DANS LA TABLE, CREEE AVEC
      * LES VALEURS PAR DEFAUT SI ELLE N'Y EST PAS. TABLE PLEINE :
      * I-ETP A ZERO.
           MOVE 'N'                TO SW-ETP-TROUVEE
           PERFORM CHERCHE-ETAPE
                   VARYING I-ETP FROM 1 BY 1
                   UNTIL I-ETP > ETP-NB OR ETP-TROUVEE
           IF ETP-TROUVEE
              SUBTRACT 1           FROM I-ETP
           ELSE
              IF ETP-NB < ETP-MAX
                 ADD 1             TO ETP-NB
                 MOVE ETP-NB       TO I-ETP
                 INITIALIZE ETP-LIGNE (I-ETP)
                 MOVE ETAPE OF DVTBRUNA TO ETP-NOM (I-ETP)
                 MOVE 'O'          TO ETP-FENETRE (I-ETP)
                 MOVE 'X'          TO ETP-VOLUME (I-ETP)
              ELSE
                 MOVE ZERO         TO I-ETP
              END-IF
           END-IF.

       CHERCHE-ETAPE.
      *-----------------------------------------------------------------
           IF ETP-NOM (I-ETP) = ETAPE OF DVTBRUNA
              SET ETP-TROUVEE      TO TRUE
           END-IF.

       CALCULE-PERIODE.
      *-----------------------------------------------------------------
      * DERNIER JOUR (CARTE OU DATE SYSTEME), PREMIER JOUR = DERNIER
      * MOINS NB-JOURS - 1 JOURS, HEURE LIMITE EN SECONDES.
           IF NB-JOURS = ZERO
              MOVE 28              TO NB-JOURS
           END-IF
           IF DTREF-X = SPACES
              ACCEPT DTDEB-N       FROM DATE YYYYMMDD
              MOVE DTDEB           TO DTREF-X
           ELSE
              MOVE DTREF-X         TO DTDEB
           END-IF
           PERFORM RECULE-JOUR
                   VARYING I-JOUR FROM 2 BY 1
                   UNTIL I-JOUR > NB-JOURS
           MOVE DTDEB              TO DTDEB-X
           MOVE DTDEB              TO JN-DATE
           PERFORM NUMERO-JOUR
           MOVE JN-NUM             TO JN-DTDEB
           IF LIMITE-DEMANDEE
              DIVIDE LIMITE-HHMM BY 100 GIVING JN-T REMAINDER JN-T1
              COMPUTE LIMITE-SEC = JN-T * 3600 + JN-T1 * 60
           END-IF.

       RECULE-JOUR.
      *-----------------------------------------------------------------
           IF DTDEB-JJ > 1
              SUBTRACT 1           FROM DTDEB-JJ
           ELSE
              IF DTDEB-MM > 1
                 SUBTRACT 1        FROM DTDEB-MM
              ELSE
                 MOVE 12           TO DTDEB-MM
                 SUBTRACT 1        FROM DTDEB-AAAA
              END-IF
              MOVE LG-MOIS (DTDEB-MM) TO LG-MOIS-COUR
              IF DTDEB-MM = 2
                 PERFORM CONTROLE-BISSEXTILE
              END-IF
              MOVE LG-MOIS-COUR    TO DTDEB-JJ
           END-IF.

       CONTROLE-BISSEXTILE.
      *-----------------------------------------------------------------
           DIVIDE DTDEB-AAAA BY 4   GIVING BISS-Q REMAINDER BISS-R4
           DIVIDE DTDEB-AAAA BY 100 GIVING BISS-Q REMAINDER BISS-R100
           DIVIDE DTDEB-AAAA BY 400 GIVING BISS-Q REMAINDER BISS-R400
           IF BISS-R4 = ZERO
              AND (BISS-R100 NOT = ZERO OR BISS-R400 = ZERO)
              MOVE 29              TO LG-MOIS-COUR
           END-IF.

       NUMERO-JOUR.
      *-----------------------------------------------------------------
      * JANVIER ET FEVRIER SONT COMPTES COMME MOIS 13 ET 14 DE
      * L'ANNEE PRECEDENTE (MEME CONVENTION QUE LA CONGRUENCE DE
      * ZELLER DE STATMSG).
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

       LIT-REGISTRE.
      *-----------------------------------------------------------------
      * RUNS DE LA PERIODE DANS L'ORDRE DES DEBUTS. LE REGISTRE EST
      * EN LECTURE SEULE ICI.
           EXEC SQL
                DECLARE CURSEUR CURSOR FOR
                SELECT DTEXPL, ETAPE, DEBUT, FIN, ETAT, RC,
                       CPT1, CPT2, CPT3, CPT4, CPT5, CPT6
                  FROM VTBRUNA
                 WHERE DTEXPL BETWEEN :DTDEB-X AND :DTREF-X
                 ORDER BY DEBUT, ETAPE
           END-EXEC

           EXEC SQL
                OPEN CURSEUR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SLARUN - REGISTRE INDISPONIBLE, SQLCODE='
                       SQLCODE UPON CONSOLE
              SET ERR-SQL          TO TRUE
           ELSE
              PERFORM FETCH-SUIVANT
              PERFORM TRAITE-RUN UNTIL FIN-CURSEUR
              EXEC SQL
                   CLOSE CURSEUR
              END-EXEC
           END-IF.

       FETCH-SUIVANT.
      *-----------------------------------------------------------------
           EXEC SQL
                FETCH CURSEUR
                 INTO :DVTBRUNA.DTEXPL, :DVTBRUNA.ETAPE,
                      :DVTBRUNA.DEBUT, :DVTBRUNA.FIN,
                      :DVTBRUNA.ETAT, :DVTBRUNA.RC,
                      :DVTBRUNA.CPT1, :DVTBRUNA.CPT2,
                      :DVTBRUNA.CPT3, :DVTBRUNA.CPT4,
                      :DVTBRUNA.CPT5, :DVTBRUNA.CPT6
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               ADD 1                  TO CPT-RUNS-LUS
             WHEN 100
               SET FIN-CURSEUR        TO TRUE
             WHEN OTHER
               DISPLAY 'SLARUN - ERREUR FETCH SQLCODE=' SQLCODE
                       UPON CONSOLE
               SET ERR-SQL            TO TRUE
               SET FIN-CURSEUR        TO TRUE
           END-EVALUATE.

       TRAITE-RUN.
      *-----------------------------------------------------------------
           PERFORM TROUVE-ETAPE
           IF I-ETP = ZERO
              ADD 1                TO CPT-HORS-TABLE
           ELSE
              MOVE DEBUT OF DVTBRUNA TO HORO-DEB-X
              MOVE FIN OF DVTBRUNA TO HORO-FIN-X
              EVALUATE TRUE
                WHEN ETAT OF DVTBRUNA = 'E'
                  ADD 1            TO ETP-NB-E (I-ETP)
                  MOVE 'EN COURS (ETAT E)' TO LIG-EXC-MOTIF
                  PERFORM ECRIT-HORS-NORME-LIGNE
                WHEN ETAT OF DVTBRUNA = 'A'
                  ADD 1            TO ETP-NB-A (I-ETP)
                  MOVE 'ABANDONNE (ETAT A)' TO LIG-EXC-MOTIF
                  PERFORM ECRIT-HORS-NORME-LIGNE
                WHEN HORO-DEB-X NOT NUMERIC
                     OR HORO-FIN-X NOT NUMERIC
                  DISPLAY 'SLARUN - HORODATAGE INVALIDE : '
                          ETAPE OF DVTBRUNA ' ' DEBUT OF DVTBRUNA
                          UPON CONSOLE
                WHEN OTHER
                  PERFORM CALCULE-DUREE
                  PERFORM CUMULE-RUN
                  PERFORM CONTROLE-RUN
              END-EVALUATE
           END-IF
           PERFORM FETCH-SUIVANT.

       CALCULE-DUREE.
      *-----------------------------------------------------------------
      * DUREE EN SECONDES, A CHEVAL SUR MINUIT COMPRIS.
           MOVE HD-DATE            TO JN-DATE
           PERFORM NUMERO-JOUR
           MOVE JN-NUM             TO JN-DEB
           MOVE HF-DATE            TO JN-DATE
           PERFORM NUMERO-JOUR
           MOVE JN-NUM             TO JN-FIN
           COMPUTE SEC-DEB = JN-DEB * 86400
                           + HD-HH * 3600 + HD-MI * 60 + HD-SS
           COMPUTE SEC-FIN = JN-FIN * 86400
                           + HF-HH * 3600 + HF-MI * 60 + HF-SS
           COMPUTE DUREE = SEC-FIN - SEC-DEB
           IF DUREE < ZERO
              MOVE ZERO            TO DUREE
           END-IF.

       CUMULE-RUN.
      *-----------------------------------------------------------------
      * MINI, MAXI, SOMME, VOLUME, SOMMES DE LA DROITE DE TENDANCE
      * (X = RANG DU JOUR DE DEBUT DANS LA PERIODE, Y = DUREE) ET
      * CUMUL PAR JOUR DE LA SEMAINE.
           ADD 1                   TO ETP-NB-F (I-ETP)
           IF ETP-NB-F (I-ETP) = 1
              OR DUREE < ETP-DUR-MIN (I-ETP)
              MOVE DUREE           TO ETP-DUR-MIN (I-ETP)
           END-IF
           IF DUREE > ETP-DUR-MAX (I-ETP)
              MOVE DUREE           TO ETP-DUR-MAX (I-ETP)
           END-IF
           ADD DUREE               TO ETP-SOM (I-ETP)

           MOVE ZERO               TO VOLUME
           PERFORM CUMULE-VOLUME
                   VARYING I-CPT FROM 1 BY 1
                   UNTIL I-CPT > 6
           ADD VOLUME              TO ETP-VOL (I-ETP)

           COMPUTE X-JOUR = JN-DEB - JN-DTDEB
           ADD X-JOUR              TO ETP-SX (I-ETP)
           COMPUTE ETP-SXX (I-ETP) = ETP-SXX (I-ETP)
                                   + X-JOUR * X-JOUR
           COMPUTE ETP-SXY (I-ETP) = ETP-SXY (I-ETP)
                                   + X-JOUR * DUREE

           MOVE JN-DEB             TO JN-NUM
           PERFORM CALCULE-JOUR-SEM
           ADD DUREE               TO ETP-JOUR-SOM (I-ETP JOUR-SEM)
           ADD 1                   TO ETP-JOUR-NB (I-ETP JOUR-SEM).

       CUMULE-VOLUME.
      *-----------------------------------------------------------------
           IF ETP-VOLUME (I-ETP) (I-CPT:1) NOT = SPACE
              EVALUATE I-CPT
                WHEN 1 ADD CPT1 OF DVTBRUNA TO VOLUME
                WHEN 2 ADD CPT2 OF DVTBRUNA TO VOLUME
                WHEN 3 ADD CPT3 OF DVTBRUNA TO VOLUME
                WHEN 4 ADD CPT4 OF DVTBRUNA TO VOLUME
                WHEN 5 ADD CPT5 OF DVTBRUNA TO VOLUME
                WHEN 6 ADD CPT6 OF DVTBRUNA TO VOLUME
              END-EVALUATE
           END-IF.

       CONTROLE-RUN.
      *-----------------------------------------------------------------
      * SLA DE L'ETAPE, PUIS HEURE LIMITE DE LA NUIT DU RUN : CELLE
      * DU JOUR DU DEBUT, OU DU LENDEMAIN SI CELLE DU JOUR PRECEDE LE
      * DEBUT DE PLUS DE 12 HEURES.
           MOVE 'N'                TO SW-DEP-SLA
                                      SW-DEP-LIMITE
           IF ETP-SLA-SEC (I-ETP) > ZERO
              AND DUREE > ETP-SLA-SEC (I-ETP)
              SET DEP-SLA          TO TRUE
              ADD 1                TO ETP-NB-SLA (I-ETP)
           END-IF
           IF LIMITE-DEMANDEE
              AND ETP-FENETRE (I-ETP) = 'O'
              COMPUTE SEC-LIMITE = JN-DEB * 86400 + LIMITE-SEC
              IF SEC-LIMITE < SEC-DEB - 43200
                 ADD 86400         TO SEC-LIMITE
              END-IF
              IF SEC-FIN > SEC-LIMITE
                 SET DEP-LIMITE    TO TRUE
                 ADD 1             TO ETP-NB-LIM (I-ETP)
              END-IF
           END-IF
           EVALUATE TRUE
             WHEN DEP-SLA AND DEP-LIMITE
               MOVE 'SLA + HEURE LIMITE'  TO LIG-EXC-MOTIF
               PERFORM ECRIT-HORS-NORME-LIGNE
             WHEN DEP-SLA
               MOVE 'SLA DEPASSE'         TO LIG-EXC-MOTIF
               PERFORM ECRIT-HORS-NORME-LIGNE
             WHEN DEP-LIMITE
               MOVE 'FIN APRES HEURE LIMITE' TO LIG-EXC-MOTIF
               PERFORM ECRIT-HORS-NORME-LIGNE
           END-EVALUATE.

       ECRIT-HORS-NORME-LIGNE.
      *-----------------------------------------------------------------
      * LIGNE DU RUN COURANT DANS FILESLA (MOTIF DEJA POSITIONNE).
      * PAS DE FIN NI DE DUREE POUR UN RUN RESTE EN COURS.
           ADD 1                   TO CPT-HORS-NORME
           MOVE DTEXPL OF DVTBRUNA TO LIG-EXC-DTEXPL
           MOVE ETAPE OF DVTBRUNA  TO LIG-EXC-ETAPE
           MOVE RC OF DVTBRUNA     TO LIG-EXC-RC
           MOVE SPACES             TO LIG-EXC-DEBUT
                                      LIG-EXC-FIN-DATE
                                      LIG-EXC-FIN-HEURE
                                      LIG-EXC-DUREE
           IF HORO-DEB-X NUMERIC
              MOVE HD-HH           TO DUR-HH
              MOVE HD-MI           TO DUR-MI
              MOVE HD-SS           TO DUR-SS
              MOVE DUR-EDIT        TO LIG-EXC-DEBUT
           END-IF
           IF HORO-FIN-X NUMERIC
              MOVE HF-DATE         TO LIG-EXC-FIN-DATE
              MOVE HF-HH           TO DUR-HH
              MOVE HF-MI           TO DUR-MI
              MOVE HF-SS           TO DUR-SS
              MOVE DUR-EDIT        TO LIG-EXC-FIN-HEURE
           END-IF
           IF ETAT OF DVTBRUNA = 'F'
              MOVE DUREE           TO DUR-SEC
              PERFORM EDITE-DUREE
              MOVE DUR-EDIT        TO LIG-EXC-DUREE
           END-IF
           WRITE FILESLA-Z         FROM LIG-EXCEPTION.

       EDITE-DUREE.
      *-----------------------------------------------------------------
      * DUR-SEC EN HH:MM:SS (PLAFONNE A 99 HEURES).
           DIVIDE DUR-SEC BY 3600  GIVING DUR-Q REMAINDER DUR-R
           IF DUR-Q > 99
              MOVE 99              TO DUR-Q
           END-IF
           MOVE DUR-Q              TO DUR-HH
           DIVIDE DUR-R BY 60      GIVING DUR-Q REMAINDER DUR-R
           MOVE DUR-Q              TO DUR-MI
           MOVE DUR-R              TO DUR-SS.

       ECRIT-ETAPES.
      *-----------------------------------------------------------------
           MOVE SPACES             TO RAPSLA-Z
           WRITE RAPSLA-Z
           MOVE 'DUREES PAR ETAPE (RUNS TERMINES)' TO RAPSLA-Z
           WRITE RAPSLA-Z
           MOVE ALL '-'            TO RAPSLA-Z
           WRITE RAPSLA-Z
           WRITE RAPSLA-Z          FROM LIG-COLONNES
           PERFORM ECRIT-ETAPE
                   VARYING I-ETP FROM 1 BY 1
                   UNTIL I-ETP > ETP-NB

           MOVE SPACES             TO RAPSLA-Z
           WRITE RAPSLA-Z
           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'RUNS LUS'         TO LIG-RAP-LIB
           MOVE CPT-RUNS-LUS       TO LIG-RAP-CPT
           WRITE RAPSLA-Z          FROM LIG-RAPPORT
           IF CPT-HORS-TABLE > ZERO
              MOVE SPACES          TO LIG-RAPPORT
              MOVE 'RUNS HORS TABLE ETAPES' TO LIG-RAP-LIB
              MOVE CPT-HORS-TABLE  TO LIG-RAP-CPT
              WRITE RAPSLA-Z       FROM LIG-RAPPORT
           END-IF
           IF ERR-SQL
              MOVE 'REGISTRE INDISPONIBLE - RAPPORT INCOMPLET (RC 16)'
                                   TO RAPSLA-Z
              WRITE RAPSLA-Z
           END-IF.

       ECRIT-ETAPE.
      *-----------------------------------------------------------------
      * TROIS LIGNES PAR ETAPE : DUREES, MOYENNES LUNDI-DIMANCHE,
      * SLA ET COMPTEURS D'ANOMALIES.
           MOVE SPACES             TO LIG-ETP-MIN LIG-ETP-MOY
                                      LIG-ETP-MAX LIG-ETP-PENTE-X
                                      LIG-ETP-TREND LIG-ETP-MILLE-X
           MOVE ETP-NOM (I-ETP)    TO LIG-ETP-NOM
           MOVE ETP-NB-F (I-ETP)   TO LIG-ETP-NB
           IF ETP-NB-F (I-ETP) > ZERO
              MOVE ETP-DUR-MIN (I-ETP) TO DUR-SEC
              PERFORM EDITE-DUREE
              MOVE DUR-EDIT        TO LIG-ETP-MIN
              COMPUTE MOYENNE ROUNDED = ETP-SOM (I-ETP)
                                      / ETP-NB-F (I-ETP)
              MOVE MOYENNE         TO DUR-SEC
              PERFORM EDITE-DUREE
              MOVE DUR-EDIT        TO LIG-ETP-MOY
              MOVE ETP-DUR-MAX (I-ETP) TO DUR-SEC
              PERFORM EDITE-DUREE
              MOVE DUR-EDIT        TO LIG-ETP-MAX
              PERFORM CALCULE-TENDANCE
              IF ETP-VOL (I-ETP) > ZERO
                 COMPUTE PAR-MILLE ROUNDED = ETP-SOM (I-ETP) * 1000
                                           / ETP-VOL (I-ETP)
                 MOVE PAR-MILLE    TO LIG-ETP-MILLE
              END-IF
           END-IF
           WRITE RAPSLA-Z          FROM LIG-ETAPE

           MOVE SPACES             TO LIG-SEMAINE
           MOVE '  LU-DI:'         TO LIG-SEM-LIB
           PERFORM GARNIR-SEMAINE
                   VARYING JOUR-SEM FROM 1 BY 1
                   UNTIL JOUR-SEM > 7
           WRITE RAPSLA-Z          FROM LIG-SEMAINE

           IF ETP-SLA-SEC (I-ETP) > ZERO
              MOVE ETP-SLA-SEC (I-ETP) TO DUR-SEC
              PERFORM EDITE-DUREE
              MOVE DUR-EDIT        TO LIG-CPT-SLA
           ELSE
              MOVE '  AUCUN'       TO LIG-CPT-SLA
           END-IF
           MOVE ETP-NB-SLA (I-ETP) TO LIG-CPT-DEP-SLA
           MOVE ETP-NB-LIM (I-ETP) TO LIG-CPT-DEP-LIM
           MOVE ETP-NB-E (I-ETP)   TO LIG-CPT-E
           MOVE ETP-NB-A (I-ETP)   TO LIG-CPT-A
           WRITE RAPSLA-Z          FROM LIG-COMPTEURS.

       CALCULE-TENDANCE.
      *-----------------------------------------------------------------
      * PENTE DES MOINDRES CARRES EN SECONDES PAR JOUR ; IL FAUT AU
      * MOINS DEUX JOURS DIFFERENTS. LA DERIVE SUR LA PERIODE
      * (PENTE X NB-JOURS - 1) QUALIFIE LA TENDANCE A +/- 5 % DE LA
      * MOYENNE.
           COMPUTE TRD-DEN = ETP-NB-F (I-ETP) * ETP-SXX (I-ETP)
                           - ETP-SX (I-ETP) * ETP-SX (I-ETP)
           IF TRD-DEN > ZERO
              COMPUTE TRD-NUM = ETP-NB-F (I-ETP) * ETP-SXY (I-ETP)
                              - ETP-SX (I-ETP) * ETP-SOM (I-ETP)
              COMPUTE PENTE ROUNDED = TRD-NUM / TRD-DEN
              MOVE PENTE           TO LIG-ETP-PENTE
              IF MOYENNE > ZERO
                 COMPUTE DERIVE-PCT ROUNDED = TRD-NUM * (NB-JOURS - 1)
                                            * 100 / TRD-DEN / MOYENNE
              ELSE
                 MOVE ZERO         TO DERIVE-PCT
              END-IF
              EVALUATE TRUE
                WHEN DERIVE-PCT > 5
                  MOVE 'HAUSSE'    TO LIG-ETP-TREND
                WHEN DERIVE-PCT < -5
                  MOVE 'BAISSE'    TO LIG-ETP-TREND
                WHEN OTHER
                  MOVE 'STABLE'    TO LIG-ETP-TREND
              END-EVALUATE
           END-IF.

       GARNIR-SEMAINE.
      *-----------------------------------------------------------------
           IF ETP-JOUR-NB (I-ETP JOUR-SEM) > ZERO
              COMPUTE DUR-SEC ROUNDED = ETP-JOUR-SOM (I-ETP JOUR-SEM)
                                      / ETP-JOUR-NB (I-ETP JOUR-SEM)
              PERFORM EDITE-DUREE
              MOVE DUR-EDIT        TO LIG-SEM-DUR (JOUR-SEM)
           ELSE
              MOVE '       -'      TO LIG-SEM-DUR (JOUR-SEM)
           END-IF.

       ECRIT-HORS-NORME.
      *-----------------------------------------------------------------
      * RECOPIE DES LIGNES ECRITES PENDANT LA LECTURE DU REGISTRE.
           MOVE SPACES             TO RAPSLA-Z
           WRITE RAPSLA-Z
           MOVE 'RUNS HORS NORME'  TO RAPSLA-Z
           WRITE RAPSLA-Z
           MOVE ALL '-'            TO RAPSLA-Z
           WRITE RAPSLA-Z
           MOVE SPACES             TO RAPSLA-Z
           STRING 'DTEXPL   ETAPE    DEBUT    FIN               '
                  '   DUREE RC MOTIF'
                  DELIMITED BY SIZE
                  INTO RAPSLA-Z
           WRITE RAPSLA-Z

           OPEN INPUT FILESLA
           PERFORM LIT-FILESLA
           PERFORM ECRIT-HORS-NORME-COPIE UNTIL FIN-SLA
           CLOSE FILESLA

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'RUNS HORS NORME'  TO LIG-RAP-LIB
           MOVE CPT-HORS-NORME     TO LIG-RAP-CPT
           WRITE RAPSLA-Z          FROM LIG-RAPPORT.

       LIT-FILESLA.
      *-----------------------------------------------------------------
           READ FILESLA
                AT END SET FIN-SLA TO TRUE
           END-READ.

       ECRIT-HORS-NORME-COPIE.
      *-----------------------------------------------------------------
           WRITE RAPSLA-Z          FROM FILESLA-Z
           PERFORM LIT-FILESLA.
