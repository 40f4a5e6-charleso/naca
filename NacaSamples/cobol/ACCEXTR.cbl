       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.   ACCEXTR.
       AUTHOR.       XXXXXXXXX.
       DATE-WRITTEN. 2026.

      *REMARKS.
      *
      * Programme demo BATCH - AUDIT MENSUEL DES ACCES OPERATEURS,
      * EXTRACTION.
      *
      * LES TRANSACTIONS ONLINE TRACENT DANS LA FILE MSGL, CONSOLIDEE
      * PAR CONSLOG DANS LE JOURNAL PARTAGE FILELOG PUIS ARCHIVEE PAR
      * EPURLOG (GENERATIONS FILELOGA), CHAQUE CONSULTATION OU
      * MODIFICATION AVEC L'OPERATEUR ET LE TERMINAL DE LA TCTUA. LA
      * ZONE TEXTE DE CES TRACES EST BALISEE ('OPID=', 'TRM=',
      * 'CLE=') MAIS SA DISPOSITION VARIE D'UN PROGRAMME A L'AUTRE :
      * LES ZONES SONT DONC RETROUVEES PAR LEUR BALISE. UNE ENTREE
      * SANS 'OPID=' (TRACE CALLMSG D'UN MESSAGE, BATCH OU ONLINE)
      * N'EST PAS UN ACCES OPERATEUR ET EST IGNOREE.
      *
      * LA NATURE DE L'ACCES DEPEND DU PROGRAMME QUI L'A TRACE :
      *   - CONSULTATION : ONLINE3 (MAITRE CLIENT), ONLINE8
      *     (HISTORIQUE CLIENT), ONLINEA (EXCEPTIONS DE SOLDE) ;
      *   - MODIFICATION : ONLINE2 (TABLE DES MESSAGES), ONLINE5
      *     (CORRECTION DE REJET), ONLINE7 (NOM ET PRENOM CLIENT),
      *     ONLINE9 (DECISION DOUBLE REGARD), ET PAR PRUDENCE TOUT
      *     AUTRE PROGRAMME QUI TRACERAIT UN OPERATEUR.
      *
      * CHAQUE ACCES RECOIT SON JOUR DE LA SEMAINE ET L'INDICATEUR
      * HORS HEURES OUVREES / WEEK-END (CARTE ACCPARM), PUIS EST
      * ECRIT AU FORMAT ACCREC :
      *   - SUR ACCEXT S'IL TOMBE DANS LA PERIODE AUDITEE ;
      *   - SUR ACCDEM, UNE FOIS PAR CARTE DEMANDE A LAQUELLE IL
      *     REPOND (MEME CLE CLIENT, DATE DANS LA FOURCHETTE DE LA
      *     CARTE, PERIODE AUDITEE OU NON).
      * LES CARTES CONTROLEES SONT RECOPIEES SUR ACCPRMV AVEC LES
      * VALEURS PAR DEFAUT RESOLUES, POUR L'EDITION PAR ACCRAP.
      *
      * RC 4 = ENTREE(S) OPERATEUR A DATE OU HEURE INVALIDE, ECARTEES
      * (VOIR LA CONSOLE). RC 16 = CARTE ACCPARM INVALIDE.
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
           SELECT ACCPARM  ASSIGN TO UT-S-ACCPARM.
           SELECT FILELOG  ASSIGN TO UT-S-FILELOG.
           SELECT ACCPRMV  ASSIGN TO UT-S-ACCPRMV.
           SELECT ACCEXT   ASSIGN TO UT-S-ACCEXT.
           SELECT ACCDEM   ASSIGN TO UT-S-ACCDEM.

       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * ACCPARM - CARTES DE PARAMETRES (FORMAT DANS ACCPRM), TOUTES
      * FACULTATIVES.
       FD  ACCPARM
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  ACCPARM-Z.
           COPY ACCPRM.

      * FILELOG - ARCHIVES FILELOGA PUIS JOURNAL VIVANT, CONCATENES
      * PAR LA JCL (CF. CALLMSG POUR LE FORMAT). LA ZONE TEXTE COUVRE
      * LE LIBELLE ET LA RESERVE DE FILELOG-Z, OU LES TRACES ONLINE
      * PORTENT LEURS BALISES.
       FD  FILELOG
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  FILELOG-Z.
           05  LOG-DATE            PIC X(08).
           05  LOG-DATE-N          REDEFINES LOG-DATE
                                   PIC 9(08).
           05  LOG-TIME            PIC X(06).
           05  LOG-TIME-N          REDEFINES LOG-TIME
                                   PIC 9(06).
           05  LOG-PGM             PIC X(08).
           05  LOG-MSG-NO          PIC X(04).
           05  LOG-TEXTE           PIC X(54).

      * ACCPRMV - CARTES CONTROLEES, VALEURS PAR DEFAUT RESOLUES.
       FD  ACCPRMV
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  ACCPRMV-Z               PIC X(80).

      * ACCEXT - ACCES DE LA PERIODE AUDITEE.
       FD  ACCEXT
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  ACCEXT-Z                PIC X(80).

      * ACCDEM - ACCES REPONDANT AUX CARTES DEMANDE.
       FD  ACCDEM
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  ACCDEM-Z                PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------------
       77  CPT-CARTES              PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-LOG-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-SANS-OPER           PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-INVALIDES           PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-HORS-PERIODE        PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-EXTRAITS            PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-HORS-OUVRES         PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-DEM-ECRITS          PIC S9(7) COMP-3   VALUE ZERO.

       77  SW-FIN-CARTES           PIC X              VALUE 'N'.
           88  FIN-CARTES                             VALUE 'O'.
       77  SW-FIN-LOG              PIC X              VALUE 'N'.
           88  FIN-LOG                                VALUE 'O'.
       77  SW-GENERALE             PIC X              VALUE 'N'.
           88  GENERALE-LUE                           VALUE 'O'.
       77  SW-DATE-OK              PIC X              VALUE 'N'.
           88  DATE-OK                                VALUE 'O'.
       77  SW-PGM-TROUVE           PIC X              VALUE 'N'.
           88  PGM-TROUVE                             VALUE 'O'.
       77  SW-DEM-ACCES            PIC X              VALUE 'N'.
           88  DEM-ACCES                              VALUE 'O'.

      * PARAMETRES RESOLUS (CARTE 'G' OU VALEURS PAR DEFAUT).
       77  PER-DTDEB               PIC 9(08)          VALUE ZERO.
       77  PER-DTFIN               PIC 9(08)          VALUE ZERO.
       77  PER-OUVERTURE           PIC 9(04)          VALUE 0800.
       77  PER-FERMETURE           PIC 9(04)          VALUE 1900.
       77  PER-SEUIL-OPER          PIC 9(03)          VALUE 5.
       77  PER-FACTEUR             PIC 9(03)          VALUE 300.

      * CARTES DEMANDE, DANS L'ORDRE DE SAISIE (RANG = ACC-DEMANDE).
       77  DEM-MAX                 PIC S9(4) COMP     VALUE 50.
       77  DEM-NB                  PIC S9(4) COMP     VALUE ZERO.
       77  I-DEM                   PIC S9(4) COMP     VALUE ZERO.
       01  TAB-DEMANDES.
           05  DEM-LIGNE           OCCURS 50 TIMES.
               10  DEM-CLE         PIC X(09).
               10  DEM-DTDEB       PIC 9(08).
               10  DEM-DTFIN       PIC 9(08).

      * NATURE DE L'ACCES PAR PROGRAMME TRACEUR (VOIR REMARQUES).
       01  TAB-PGM-LIT.
           05  FILLER              PIC X(09)       VALUE 'ONLINE3 C'.
           05  FILLER              PIC X(09)       VALUE 'ONLINE8 C'.
           05  FILLER              PIC X(09)       VALUE 'ONLINEA C'.
           05  FILLER              PIC X(09)       VALUE 'ONLINE2 M'.
           05  FILLER              PIC X(09)       VALUE 'ONLINE5 M'.
           05  FILLER              PIC X(09)       VALUE 'ONLINE7 M'.
           05  FILLER              PIC X(09)       VALUE 'ONLINE9 M'.
       01  TAB-PGM REDEFINES TAB-PGM-LIT.
           05  PGM-LIGNE           OCCURS 7 TIMES.
               10  PGM-NOM         PIC X(08).
               10  PGM-TYPE        PIC X(01).
       77  PGM-NB                  PIC S9(4) COMP     VALUE 7.
       77  I-PGM                   PIC S9(4) COMP     VALUE ZERO.

      * POSITION D'UNE BALISE DANS LOG-TEXTE (NOMBRE D'OCTETS QUI LA
      * PRECEDENT ; 54 = BALISE ABSENTE).
       77  POS-BALISE              PIC S9(4) COMP     VALUE ZERO.

      * ACCES EN COURS DE CONSTITUTION.
       01  ACC-Z.
           COPY ACCREC.
       77  ACC-HHMM                PIC 9(04)          VALUE ZERO.

      * CONTROLE D'UNE DATE AAAAMMJJ DE CARTE.
       01  DT-CTL.
           05  DT-CTL-AAAA         PIC 9(04).
           05  DT-CTL-MM           PIC 9(02).
           05  DT-CTL-JJ           PIC 9(02).
       01  DT-CTL-X REDEFINES DT-CTL PIC X(08).
       01  DT-CTL-N REDEFINES DT-CTL PIC 9(08).

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
      * DERNIERE DATE CALCULEE : LE JOURNAL EST EN ORDRE D'HORODATAGE,
      * LE JOUR DE LA SEMAINE N'EST RECALCULE QU'AU CHANGEMENT DE DATE.
       77  DATE-PREC               PIC 9(08)          VALUE ZERO.

       PROCEDURE DIVISION.
      *=================================================================
           OPEN INPUT  ACCPARM
           PERFORM LIT-ACCPARM
           IF FIN-CARTES
              DISPLAY 'ACCEXTR - PAS DE CARTE ACCPARM : MOIS '
                      'PRECEDENT, VALEURS PAR DEFAUT' UPON CONSOLE
           END-IF
           PERFORM LIT-PARAMETRES UNTIL FIN-CARTES
           CLOSE ACCPARM
           PERFORM CALCULE-PERIODE
           PERFORM ECRIT-PARAMETRES

           DISPLAY 'ACCEXTR - PERIODE AUDITEE DU ' PER-DTDEB ' AU '
                   PER-DTFIN UPON CONSOLE

           OPEN INPUT  FILELOG
                OUTPUT ACCEXT
                       ACCDEM
           PERFORM LIT-FILELOG
           PERFORM TRAITE-LOG UNTIL FIN-LOG
           CLOSE FILELOG
                 ACCEXT
                 ACCDEM

           DISPLAY 'STAT FILELOG  - READ RECORDS  : '
                    CPT-LOG-LUS      UPON CONSOLE
           DISPLAY 'STAT FILELOG  - SANS OPERATEUR: '
                    CPT-SANS-OPER    UPON CONSOLE
           DISPLAY 'STAT FILELOG  - INVALIDES     : '
                    CPT-INVALIDES    UPON CONSOLE
           DISPLAY 'STAT FILELOG  - HORS PERIODE  : '
                    CPT-HORS-PERIODE UPON CONSOLE
           DISPLAY 'STAT ACCEXT   - WRITE RECORDS : '
                    CPT-EXTRAITS     UPON CONSOLE
           DISPLAY 'STAT ACCEXT   - HORS OUVRES   : '
                    CPT-HORS-OUVRES  UPON CONSOLE
           DISPLAY 'STAT ACCDEM   - WRITE RECORDS : '
                    CPT-DEM-ECRITS   UPON CONSOLE

           IF CPT-INVALIDES > ZERO
              DISPLAY 'ACCEXTR - ENTREES OPERATEUR ECARTEES (DATE OU '
                      'HEURE INVALIDE) (RC 4)' UPON CONSOLE
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       LIT-ACCPARM.
      *-----------------------------------------------------------------
           READ ACCPARM
                AT END SET FIN-CARTES TO TRUE
                NOT AT END ADD 1 TO CPT-CARTES
           END-READ.

       LIT-PARAMETRES.
      *-----------------------------------------------------------------
      * UNE CARTE INVALIDE ARRETE LE STEP (RC 16) AVANT TOUTE
      * LECTURE DU JOURNAL.
           EVALUATE TRUE
             WHEN APR-GENERALE AND GENERALE-LUE
               DISPLAY 'ACCEXTR - ERREUR : CARTE G EN DOUBLE'
                       UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
             WHEN APR-GENERALE
               PERFORM LIT-CARTE-GENERALE
             WHEN APR-DEMANDE
               PERFORM LIT-CARTE-DEMANDE
             WHEN OTHER
               DISPLAY 'ACCEXTR - ERREUR : CARTE ACCPARM INCONNUE : '
                       ACCPARM-Z (1:31) UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-EVALUATE
           PERFORM LIT-ACCPARM.

       LIT-CARTE-GENERALE.
      *-----------------------------------------------------------------
           SET GENERALE-LUE        TO TRUE

           IF APR-DTDEB NOT = SPACES OR APR-DTFIN NOT = SPACES
              MOVE APR-DTDEB       TO DT-CTL-X
              PERFORM CONTROLE-DATE
              IF DATE-OK
                 MOVE DT-CTL-N     TO PER-DTDEB
                 MOVE APR-DTFIN    TO DT-CTL-X
                 PERFORM CONTROLE-DATE
                 MOVE DT-CTL-N     TO PER-DTFIN
              END-IF
              IF NOT DATE-OK
                 OR PER-DTFIN < PER-DTDEB
                 DISPLAY 'ACCEXTR - ERREUR : PERIODE INVALIDE : '
                         APR-DTDEB ' ' APR-DTFIN UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           IF APR-OUVERTURE NOT = SPACES
              IF APR-OUVERTURE-N NOT NUMERIC
                 OR APR-OUVERTURE (1:2) > '23'
                 OR APR-OUVERTURE (3:2) > '59'
                 DISPLAY 'ACCEXTR - ERREUR : HEURE D''OUVERTURE '
                         'INVALIDE : ' APR-OUVERTURE UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE APR-OUVERTURE-N TO PER-OUVERTURE
           END-IF

           IF APR-FERMETURE NOT = SPACES
              IF APR-FERMETURE-N NOT NUMERIC
                 OR APR-FERMETURE > '2400'
                 OR APR-FERMETURE (3:2) > '59'
                 DISPLAY 'ACCEXTR - ERREUR : HEURE DE FERMETURE '
                         'INVALIDE : ' APR-FERMETURE UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE APR-FERMETURE-N TO PER-FERMETURE
           END-IF

           IF PER-FERMETURE NOT > PER-OUVERTURE
              DISPLAY 'ACCEXTR - ERREUR : HEURES OUVREES INVALIDES : '
                      PER-OUVERTURE '-' PER-FERMETURE UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF APR-SEUIL-OPER NOT = SPACES
              IF APR-SEUIL-OPER-N NOT NUMERIC
                 OR APR-SEUIL-OPER-N < 2
                 DISPLAY 'ACCEXTR - ERREUR : SEUIL D''OPERATEURS '
                         'INVALIDE : ' APR-SEUIL-OPER UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE APR-SEUIL-OPER-N TO PER-SEUIL-OPER
           END-IF

           IF APR-FACTEUR NOT = SPACES
              IF APR-FACTEUR-N NOT NUMERIC
                 OR APR-FACTEUR-N < 100
                 DISPLAY 'ACCEXTR - ERREUR : SEUIL DE VOLUME '
                         'INVALIDE : ' APR-FACTEUR UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE APR-FACTEUR-N   TO PER-FACTEUR
           END-IF.

       LIT-CARTE-DEMANDE.
      *-----------------------------------------------------------------
           IF DEM-NB NOT < DEM-MAX
              DISPLAY 'ACCEXTR - ERREUR : PLUS DE ' DEM-MAX
                      ' CARTES DEMANDE' UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF APR-CLE-N NOT NUMERIC
              DISPLAY 'ACCEXTR - ERREUR : CLE DE DEMANDE INVALIDE : '
                      APR-CLE UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1                   TO DEM-NB
           MOVE APR-CLE            TO DEM-CLE (DEM-NB)

           MOVE APR-DEM-DTDEB      TO DT-CTL-X
           PERFORM CONTROLE-DATE
           MOVE DT-CTL-N           TO DEM-DTDEB (DEM-NB)
           IF DATE-OK
              IF APR-DEM-DTFIN = SPACES
                 MOVE 99999999     TO DEM-DTFIN (DEM-NB)
              ELSE
                 MOVE APR-DEM-DTFIN TO DT-CTL-X
                 PERFORM CONTROLE-DATE
                 MOVE DT-CTL-N     TO DEM-DTFIN (DEM-NB)
              END-IF
           END-IF
           IF NOT DATE-OK
              OR DEM-DTFIN (DEM-NB) < DEM-DTDEB (DEM-NB)
              DISPLAY 'ACCEXTR - ERREUR : DATES DE DEMANDE INVALIDES : '
                      APR-CLE ' ' APR-DEM-DTDEB ' ' APR-DEM-DTFIN
                      UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
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

       CALCULE-PERIODE.
      *-----------------------------------------------------------------
      * SANS PERIODE SUR LA CARTE : MOIS CIVIL PRECEDANT LA DATE
      * SYSTEME, DU PREMIER AU DERNIER JOUR.
           IF PER-DTDEB = ZERO
              ACCEPT DT-CTL-N      FROM DATE YYYYMMDD
              IF DT-CTL-MM > 1
                 SUBTRACT 1        FROM DT-CTL-MM
              ELSE
                 MOVE 12           TO DT-CTL-MM
                 SUBTRACT 1        FROM DT-CTL-AAAA
              END-IF
              MOVE 1               TO DT-CTL-JJ
              MOVE DT-CTL-N        TO PER-DTDEB
              MOVE LG-MOIS (DT-CTL-MM) TO LG-MOIS-COUR
              IF DT-CTL-MM = 2
                 MOVE DT-CTL-AAAA  TO BISS-AAAA
                 PERFORM CONTROLE-BISSEXTILE
              END-IF
              MOVE LG-MOIS-COUR    TO DT-CTL-JJ
              MOVE DT-CTL-N        TO PER-DTFIN
           END-IF.

       ECRIT-PARAMETRES.
      *-----------------------------------------------------------------
      * CARTE 'G' RESOLUE, PUIS LES CARTES 'C' DANS L'ORDRE DE SAISIE.
           OPEN OUTPUT ACCPRMV
           MOVE SPACES             TO ACCPARM-Z
           MOVE 'G'                TO APR-TYPE
           MOVE PER-DTDEB          TO APR-DTDEB-N
           MOVE PER-DTFIN          TO APR-DTFIN-N
           MOVE PER-OUVERTURE      TO APR-OUVERTURE-N
           MOVE PER-FERMETURE      TO APR-FERMETURE-N
           MOVE PER-SEUIL-OPER     TO APR-SEUIL-OPER-N
           MOVE PER-FACTEUR        TO APR-FACTEUR-N
           WRITE ACCPRMV-Z         FROM ACCPARM-Z
           PERFORM ECRIT-CARTE-DEMANDE
                   VARYING I-DEM FROM 1 BY 1
                   UNTIL I-DEM > DEM-NB
           CLOSE ACCPRMV.

       ECRIT-CARTE-DEMANDE.
      *-----------------------------------------------------------------
           MOVE SPACES             TO ACCPARM-Z
           MOVE 'C'                TO APR-TYPE
           MOVE DEM-CLE (I-DEM)    TO APR-CLE
           MOVE DEM-DTDEB (I-DEM)  TO APR-DEM-DTDEB-N
           MOVE DEM-DTFIN (I-DEM)  TO APR-DEM-DTFIN-N
           WRITE ACCPRMV-Z         FROM ACCPARM-Z.

       LIT-FILELOG.
      *-----------------------------------------------------------------
           READ FILELOG
                AT END SET FIN-LOG TO TRUE
                NOT AT END ADD 1 TO CPT-LOG-LUS
           END-READ.

       TRAITE-LOG.
      *-----------------------------------------------------------------
      * SEULES LES ENTREES QUI PORTENT UN OPERATEUR SONT DES ACCES.
           MOVE ZERO               TO POS-BALISE
           INSPECT LOG-TEXTE TALLYING POS-BALISE
                   FOR CHARACTERS BEFORE INITIAL 'OPID='
           EVALUATE TRUE
             WHEN POS-BALISE > 46
               ADD 1               TO CPT-SANS-OPER
             WHEN LOG-DATE NOT NUMERIC
                  OR LOG-TIME NOT NUMERIC
               ADD 1               TO CPT-INVALIDES
               DISPLAY 'ACCEXTR - ENTREE INVALIDE : '
                       FILELOG-Z (1:60) UPON CONSOLE
             WHEN OTHER
               PERFORM CONSTITUE-ACCES
               PERFORM AIGUILLE-ACCES
           END-EVALUATE
           PERFORM LIT-FILELOG.

       CONSTITUE-ACCES.
      *-----------------------------------------------------------------
      * OPERATEUR (3 OCTETS APRES 'OPID='), TERMINAL (4 APRES 'TRM='),
      * CLE CLIENT (9 APRES 'CLE='), NATURE, JOUR, HORS OUVRES.
           MOVE SPACES             TO ACC-Z
           MOVE LOG-TEXTE (POS-BALISE + 6:3) TO ACC-OPID

           MOVE ZERO               TO POS-BALISE
           INSPECT LOG-TEXTE TALLYING POS-BALISE
                   FOR CHARACTERS BEFORE INITIAL 'TRM='
           IF POS-BALISE < 47
              MOVE LOG-TEXTE (POS-BALISE + 5:4) TO ACC-TRMID
           END-IF

           MOVE ZERO               TO POS-BALISE
           INSPECT LOG-TEXTE TALLYING POS-BALISE
                   FOR CHARACTERS BEFORE INITIAL 'CLE='
           IF POS-BALISE < 42
              MOVE LOG-TEXTE (POS-BALISE + 5:9) TO ACC-CLE
           END-IF

           MOVE LOG-DATE-N         TO ACC-DATE
           MOVE LOG-TIME-N         TO ACC-TIME
           MOVE LOG-PGM            TO ACC-PGM
           MOVE LOG-MSG-NO         TO ACC-MSG-NO
           MOVE ZERO               TO ACC-DEMANDE

           MOVE 'N'                TO SW-PGM-TROUVE
           MOVE 'M'                TO ACC-TYPE
           PERFORM CHERCHE-PGM
                   VARYING I-PGM FROM 1 BY 1
                   UNTIL I-PGM > PGM-NB OR PGM-TROUVE

           IF ACC-DATE NOT = DATE-PREC
              MOVE ACC-DATE        TO JN-DATE-N
              PERFORM NUMERO-JOUR
              PERFORM CALCULE-JOUR-SEM
              MOVE ACC-DATE        TO DATE-PREC
           END-IF
           MOVE JOUR-SEM           TO ACC-JOUR-SEM

           DIVIDE ACC-TIME BY 100  GIVING ACC-HHMM
           EVALUATE TRUE
             WHEN JOUR-SEM > 5
               SET ACC-WEEK-END    TO TRUE
             WHEN ACC-HHMM < PER-OUVERTURE
                  OR ACC-HHMM NOT < PER-FERMETURE
               SET ACC-HORS-HEURES TO TRUE
             WHEN OTHER
               SET ACC-OUVRE       TO TRUE
           END-EVALUATE.

       CHERCHE-PGM.
      *-----------------------------------------------------------------
           IF PGM-NOM (I-PGM) = ACC-PGM
              MOVE PGM-TYPE (I-PGM) TO ACC-TYPE
              SET PGM-TROUVE       TO TRUE
           END-IF.

       AIGUILLE-ACCES.
      *-----------------------------------------------------------------
      * PERIODE AUDITEE -> ACCEXT ; CHAQUE CARTE DEMANDE SATISFAITE
      * -> ACCDEM (AVEC SON RANG).
           MOVE 'N'                TO SW-DEM-ACCES
           IF ACC-CLE NOT = SPACES
              PERFORM CONTROLE-DEMANDE
                      VARYING I-DEM FROM 1 BY 1
                      UNTIL I-DEM > DEM-NB
              MOVE ZERO            TO ACC-DEMANDE
           END-IF

           IF ACC-DATE < PER-DTDEB OR ACC-DATE > PER-DTFIN
              IF NOT DEM-ACCES
                 ADD 1             TO CPT-HORS-PERIODE
              END-IF
           ELSE
              WRITE ACCEXT-Z       FROM ACC-Z
              ADD 1                TO CPT-EXTRAITS
              IF NOT ACC-OUVRE
                 ADD 1             TO CPT-HORS-OUVRES
              END-IF
           END-IF.

       CONTROLE-DEMANDE.
      *-----------------------------------------------------------------
           IF ACC-CLE = DEM-CLE (I-DEM)
              AND ACC-DATE NOT < DEM-DTDEB (I-DEM)
              AND ACC-DATE NOT > DEM-DTFIN (I-DEM)
              MOVE I-DEM           TO ACC-DEMANDE
              WRITE ACCDEM-Z       FROM ACC-Z
              ADD 1                TO CPT-DEM-ECRITS
              SET DEM-ACCES        TO TRUE
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
