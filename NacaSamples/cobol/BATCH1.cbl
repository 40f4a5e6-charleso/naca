           SELECT FILEDBL  ASSIGN TO UT-S-FILEDBL.
           SELECT FILEATTE ASSIGN TO UT-S-FILEATTE.
           SELECT FILEATTS ASSIGN TO UT-S-FILEATTS.
           SELECT SEUILVAL ASSIGN TO UT-S-SEUILVAL.
           SELECT FILEVALV ASSIGN TO FILEVALV
                  ORGANIZATION INDEXED
                  ACCESS SEQUENTIAL
                  RECORD KEY VALV-CLE
                  FILE STATUS VALV-STATUS.
           SELECT FILEVALS ASSIGN TO UT-S-FILEVALS.
           SELECT FILECR  ASSIGN TO UT-S-FILECR.
           SELECT FILECPT ASSIGN TO UT-S-FILECPT.
           SELECT FILEACK ASSIGN TO UT-S-FILEACK.
               10  FILEIN-CTL-EMET     PIC X(08).
               10  FILLER              PIC X(28).

      * VUE ESTAMPILLE DE LA ZONE DE RESERVE D'UN ENREGISTREMENT
      * DATA : OPERATEUR ET TERMINAL QUI ONT EMIS LE MOUVEMENT A LA
      * SOURCE, AUX MEMES POSITIONS QUE L'ESTAMPILLE DE MAINTENANCE
      * ONLINE DU MAITRE (ONLINE7). A BLANC SI L'AMONT NE LES
      * RENSEIGNE PAS. SERT AU DOUBLE REGARD DES MOUVEMENTS AU-DELA
      * DU SEUIL : LE VALIDEUR DOIT ETRE UN AUTRE OPERATEUR. LES
      * DERNIERS OCTETS PORTENT L'ORIGINE 'INT' SUR LES MOUVEMENTS
      * D'INTERETS ET FRAIS DE L'ARRETE MENSUEL (INTMENS), ADMIS EN
      * PLUS DU MOUVEMENT ORDINAIRE DE LA CLE (CONTROLE-SEQUENCE).
           05  FILEIN-ESTAMPILLE REDEFINES FILEIN-DATA.
               10  FILLER              PIC X(58).
               10  FILEIN-EMET-OPID    PIC X(03).
               10  FILEIN-EMET-TRMID   PIC X(04).
               10  FILEIN-EMET-ORIG    PIC X(03).
                   88  FILEIN-ORIG-INTERETS           VALUE 'INT'.

      * FILEOUT1 - SORTIE DEDIEE AUX ENREGISTREMENTS FILEIN-CODE = '1'
      * (CREATION/MISE A JOUR DU MAITRE) ET '3' (SUPPRESSION DU
      * MAITRE), POUR REPRISE PAR LA CHAINE AVAL DE TENUE DU MAITRE.
      * ANNEE FAUSSEE QUI N'ENTRERA JAMAIS DANS LA PLAGE. LRECL
      * PORTE DE 72 A 80 : CONVERTIR LA GENERATION COURANTE PAR
      * IEBGENER (PADDING A BLANC) AVANT LE PREMIER RUN.
      * UN MOUVEMENT APPROUVE EN DOUBLE REGARD PUIS MIS EN ATTENTE
      * (PLAGE DEPLACEE ENTRE-TEMPS) EST MARQUE 'O' DANS -VALIDE :
      * A SA LIBERATION IL NE REPASSE PAS PAR LE SEUIL.
       FD  FILEATTE
           LABEL RECORDS STANDARD
           BLOCK 0
           05  FILEATTE-ENR        PIC X(69).
           05  FILEATTE-PASSE      PIC 9(1).
           05  FILEATTE-DTENT      PIC 9(8).
           05  FILEATTE-VALIDE     PIC X(1).
           05  FILLER              PIC X(1).

       FD  FILEATTS
           LABEL RECORDS STANDARD
           05  FILEATTS-ENR        PIC X(69).
           05  FILEATTS-PASSE      PIC 9(1).
           05  FILEATTS-DTENT      PIC 9(8).
           05  FILEATTS-VALIDE     PIC X(1).
           05  FILLER              PIC X(1).

      * SEUILVAL - CARTES DE SEUIL DE VALIDATION (DOUBLE REGARD), UNE
      * PAR CODE MOUVEMENT ('1', '2' OU '3') : MONTANT AU-DELA DUQUEL
      * UN MOUVEMENT DE CE CODE (EN VALEUR ABSOLUE) N'EST PLUS ROUTE
      * MAIS MIS EN ATTENTE DE VALIDATION. DONNEE DE REFERENCE TENUE
      * PAR LA MOA, HORS PROGRAMME. UN CODE SANS CARTE N'A PAS DE
      * SEUIL ; FICHIER VIDE : PAS DE DOUBLE REGARD.
       FD  SEUILVAL
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  SEUILVAL-Z.
           05  SEUV-CODE           PIC X(1).
           05  FILLER              PIC X(1).
           05  SEUV-MONTANT        PIC 9(9)V99.
           05  FILLER              PIC X(67).

      * FILEVALV - KSDS DES MOUVEMENTS EN ATTENTE DE VALIDATION, TENU
      * EN LIGNE PAR LA TRANSACTION TRA9 (DECISION DU SECOND
      * OPERATEUR). LU EN DEBUT DE RUN (PHASE VALIDATION) : LES
      * APPROUVES SONT REINJECTES DANS LE ROUTAGE, LES REFUSES
      * REJETES, LES AUTRES REPORTES SUR FILEVALS. ENREGISTREMENT
      * AU FORMAT VALREC.
       FD  FILEVALV
           RECORD 128.
       01  FILEVALV-Z.
           05  VALV-CLE            PIC X(15).
           05  FILLER              PIC X(113).

      * FILEVALS - NOUVELLE GENERATION DES MOUVEMENTS EN ATTENTE DE
      * VALIDATION (REPORTS ET NOUVEAUX DEPASSEMENTS DE SEUIL),
      * RECHARGEE DANS LE KSDS PAR LE JOB VALLOAD.
       FD  FILEVALS
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 128
           RECORDING F.
       01  FILEVALS-Z              PIC X(128).

      * FILEDBL - DOUBLONS DE CLE : LE FICHIER TRIE EST CENSE PORTER UN
      * SEUL ENREGISTREMENT PAR FILEREC-CLE (PLUS, EN FIN DE MOIS, LE
      * MOUVEMENT D'INTERETS D'INTMENS), MAIS UN RENVOI DE L'AMONT
      * DOUBLE REGULIEREMENT DES CLES. LE DEUXIEME EXEMPLAIRE ET LES
      * SUIVANTS SONT DEROUTES ICI (FORMAT FILEIN INTACT) AU LIEU DE
      * POLLUER LES CHAINES AVAL, ET LE RUN SE TERMINE EN RC 4.
       FD  FILECHK
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 1488
           RECORDING F.
       01  FILECHK-Z.
           05  FILECHK-CPT-IN          PIC 9(07).
           05  FILECHK-TRS-REJ         PIC 9(07).
           05  FILECHK-TRS-ATT         PIC 9(07).
           05  FILECHK-MNT-TRSA        PIC S9(13)V99 COMP-3.
           05  FILECHK-CPT-VAL-LUS     PIC 9(07).
           05  FILECHK-CPT-VAL-APPR    PIC 9(07).
           05  FILECHK-CPT-VAL-REFUS   PIC 9(07).
           05  FILECHK-CPT-VAL-REP     PIC 9(07).
           05  FILECHK-CPT-VAL-NOUV    PIC 9(07).
           05  FILECHK-MNT-VALID       PIC S9(11)V99 COMP-3.

       WORKING-STORAGE SECTION.
      *------------------------
      * N'A PAS TOURNE OU A TOURNE SUR LA MAUVAISE GENERATION : LE
      * RUN S'ARRETE EN RC 16. UN DOUBLON EST DEROUTE VERS FILEDBL ET
      * LE RUN SE TERMINE EN RC 4 (AVERTISSEMENT).
      * UNE CLE ADMET UN MOUVEMENT ORDINAIRE ET UN MOUVEMENT D'INTERETS
      * (CODE '2' D'ORIGINE 'INT') : LES SWITCHES DISENT LESQUELS ONT
      * DEJA ETE VUS POUR CLE-PRESENCE. ILS NE SONT PAS DANS FILECHK :
      * SAUTE-RESTART LES RECONSTITUE EN RELISANT LES ENREGISTREMENTS
      * DEJA TRAITES.
       77  CLE-PREC                PIC X(09)          VALUE SPACES.
       77  CLE-PRESENCE            PIC X(09)          VALUE SPACES.
       77  SW-ORDINAIRE-VU         PIC X              VALUE 'N'.
           88  ORDINAIRE-VU                           VALUE 'O'.
       77  SW-INTERETS-VU          PIC X              VALUE 'N'.
           88  INTERETS-VU                            VALUE 'O'.
       77  CPT-DOUBLE              PIC S9(7) COMP-3   VALUE ZERO.

       77  SW-PREM-ENR             PIC X              VALUE 'O'.
       77  SW-PHASE-ATT            PIC X              VALUE 'N'.
           88  PHASE-ATT                              VALUE 'O'.

      * DOUBLE REGARD DES MOUVEMENTS AU-DELA DU SEUIL DE LEUR CODE :
      * SEUILS CHARGES DEPUIS SEUILVAL EN DEBUT DE RUN ; VOLUMES LUS
      * DEPUIS LE KSDS DES VALIDATIONS, APPROUVES (REINJECTES DANS LE
      * ROUTAGE), REFUSES (REJETES, MESSAGE 0039), REPORTES SANS
      * DECISION ET NOUVELLEMENT MIS EN VALIDATION, AVEC LE CUMUL
      * DES MONTANTS ECRITS SUR FILEVALS. LES REJETS DE LA PHASE
      * VALIDATION PRENNENT LA TRANCHE DE NO D'ORDRE 7000000+.
       77  SEU-MAX                 PIC S9(4) COMP     VALUE 3.
       77  SEU-NB                  PIC S9(4) COMP     VALUE ZERO.
       01  TAB-SEUILS.
           05  SEU-LIGNE           OCCURS 3 TIMES
                                   INDEXED BY IX-SEU.
               10  SEU-CODE        PIC X(01).
               10  SEU-MNT         PIC 9(09)V99.
       77  SEUIL-COURANT           PIC 9(09)V99       VALUE ZERO.
       77  MNT-ABS                 PIC S9(09)V99 COMP-3 VALUE ZERO.

       77  SW-FIN-SEU              PIC X              VALUE 'N'.
           88  FIN-SEU                                VALUE 'O'.
       77  SW-SEU-TROUVE           PIC X              VALUE 'N'.
           88  SEU-TROUVE                             VALUE 'O'.
       77  SW-A-VALIDER            PIC X              VALUE 'N'.
           88  A-VALIDER                              VALUE 'O'.

       77  CPT-VAL-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-VAL-APPR            PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-VAL-REFUS           PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-VAL-REPORT          PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-VAL-NOUV            PIC S9(7) COMP-3   VALUE ZERO.
       77  MNT-VALID               PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  CPT-TOT-VAL             PIC S9(7) COMP-3   VALUE ZERO.

       77  VALV-STATUS             PIC X(02)          VALUE SPACES.
       77  SW-FIN-VAL              PIC X              VALUE 'N'.
           88  FIN-VAL                                VALUE 'O'.
       77  SW-PHASE-VAL            PIC X              VALUE 'N'.
           88  PHASE-VAL                              VALUE 'O'.

      * MOUVEMENT EN ATTENTE DE VALIDATION (LU DU KSDS, OU A ECRIRE
      * SUR FILEVALS).
       01  ENR-VAL.
           COPY VALREC.

      * VOLUMETRIE PAR VALEUR DE FILEIN-CODE, POUR LE RAPPORT FILECR.
       77  TAB-CODE-MAX            PIC S9(4) COMP      VALUE 10.
       77  TAB-CODE-NB             PIC S9(4) COMP      VALUE ZERO.
      *=================================================================
      
           PERFORM LIT-PARM
           PERFORM CHARGE-SEUILS

      * SUR RESTART (PARM-RESTART-CPT > ZERO), LES SORTIES DEJA ECRITES
      * LORS DU RUN PRECEDENT NE DOIVENT PAS ETRE PERDUES : ON LES
                          FILEREJD
                          FILEDBL
                          FILEATTS
                          FILEVALS
                          FILECR
                          FILECPT
                          FILEACK
                          FILEREJD
                          FILEDBL
                          FILEATTS
                          FILEVALS
                          FILECR
                          FILECPT
                          FILEACK
           MOVE FILEIN-Z TO ENR-PREMIER
           PERFORM DEBUT-REGISTRE

      * LE KSDS DES VALIDATIONS EST OUVERT AVANT TOUTE PHASE, POUR LA
      * MEME RAISON : UN KSDS INACCESSIBLE (LAISSE OUVERT COTE CICS,
      * PAR EXEMPLE) ARRETE LE RUN AVANT QUE FILEATT ET FILERCY NE
      * SOIENT CONSOMMES.
           IF PARM-RESTART-CPT = ZERO
              PERFORM OUVRE-FILEVALV
           END-IF

      * PHASE RECYCLAGE : LES REJETS CORRIGES DE LA VEILLE (FILERCY)
      * SONT REINJECTES DANS LE ROUTAGE AVANT LA TRANSMISSION DU
      * JOUR. PAS DE PHASE RECYCLAGE SUR UNE REPRISE : LE RUN ABENDE
              PERFORM TRAITE-RECYCLE UNTIL FIN-RCY
              MOVE 'N'  TO SW-PHASE-RCY
              MOVE ZERO TO PASSE-COURANT

      * PHASE VALIDATION : LES MOUVEMENTS AU-DELA DU SEUIL MIS EN
      * VALIDATION LES JOURS PRECEDENTS SONT REINJECTES DANS LE
      * ROUTAGE S'ILS ONT ETE APPROUVES A L'ECRAN (TRA9), REJETES
      * S'ILS ONT ETE REFUSES, REPORTES SUR FILEVALS SINON.
              SET PHASE-VAL TO TRUE
              PERFORM TRAITE-VALIDATION UNTIL FIN-VAL
              MOVE 'N'  TO SW-PHASE-VAL
              MOVE ZERO TO PASSE-COURANT
              IF VALV-STATUS NOT = '35'
                 CLOSE FILEVALV
              END-IF
           END-IF

           MOVE ENR-PREMIER TO FILEIN-Z
                    CPT-RCY          UPON CONSOLE.
           DISPLAY 'STAT FILEATT  - HELD/RELEASED : '
                    CPT-ATT-NOUV ' / ' CPT-LIBERE UPON CONSOLE.
           DISPLAY 'STAT FILEVAL  - HELD/APPROVED : '
                    CPT-VAL-NOUV ' / ' CPT-VAL-APPR UPON CONSOLE.
           DISPLAY 'STAT FILEVAL  - REFUSED       : '
                    CPT-VAL-REFUS    UPON CONSOLE.

           PERFORM SURVEILLE-VOLUMES

           PERFORM ECRIT-RAPPORT-TOTAUX
           PERFORM ECRIT-RAPPORT-CLES
           PERFORM ECRIT-RAPPORT-ATTENTE
           PERFORM ECRIT-RAPPORT-VALIDATION
           PERFORM ECRIT-RAPPORT-MONTANTS
           PERFORM ECRIT-RAPPORT-CONTROLE
           PERFORM ECRIT-RAPPORT-SURVEILL
                 FILERCY
                 FILEATTE
                 FILEATTS
                 FILEVALS
                 FILEOUT1
                 FILEOUT2
                 FILEREJ
           END-IF
           CLOSE PARMIN.

       CHARGE-SEUILS.
      *-----------------------------------------------------------------
      * CHARGE EN TABLE LES SEUILS DE VALIDATION PAR CODE (CARTES
      * SEUILVAL). UNE CARTE INVALIDE (CODE HORS '1'/'2'/'3', CODE EN
      * DOUBLE, MONTANT NON NUMERIQUE) ARRETE LE RUN AVANT TOUTE
      * OUVERTURE : UN SEUIL MAL SAISI NE DOIT NI LAISSER PASSER LES
      * GROS MONTANTS NI BLOQUER TOUT LE FLUX EN VALIDATION.
           MOVE 'N'                TO SW-FIN-SEU
           OPEN INPUT SEUILVAL
           PERFORM LIT-SEUILVAL
           PERFORM RANGE-SEUIL UNTIL FIN-SEU
           CLOSE SEUILVAL
           IF SEU-NB = ZERO
              DISPLAY 'BATCH1 - AVERTISSEMENT : AUCUN SEUIL DE '
                      'VALIDATION (SEUILVAL VIDE)' UPON CONSOLE
           END-IF.

       LIT-SEUILVAL.
      *-----------------------------------------------------------------
           READ SEUILVAL
                AT END SET FIN-SEU TO TRUE.

       RANGE-SEUIL.
      *-----------------------------------------------------------------
           MOVE 'N'                TO SW-SEU-TROUVE
           PERFORM CHERCHE-CODE-SEUIL
                   VARYING IX-SEU FROM 1 BY 1
                   UNTIL IX-SEU > SEU-NB OR SEU-TROUVE
           IF (SEUV-CODE NOT = '1' AND NOT = '2' AND NOT = '3')
              OR SEUV-MONTANT NOT NUMERIC
              OR SEU-TROUVE
              OR SEU-NB NOT < SEU-MAX
              DISPLAY 'BATCH1 - ERREUR : CARTE SEUILVAL INVALIDE : '
                      SEUILVAL-Z UPON CONSOLE
              MOVE 16              TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1                   TO SEU-NB
           SET IX-SEU              TO SEU-NB
           MOVE SEUV-CODE          TO SEU-CODE (IX-SEU)
           MOVE SEUV-MONTANT       TO SEU-MNT (IX-SEU)
           PERFORM LIT-SEUILVAL.

       CHERCHE-CODE-SEUIL.
      *-----------------------------------------------------------------
           IF SEU-CODE (IX-SEU) = SEUV-CODE
              SET SEU-TROUVE       TO TRUE
           END-IF.

       SAUTE-RESTART.
      *-----------------------------------------------------------------
      * SAUTE LES ENREGISTREMENTS DEJA TRAITES AVEC SUCCES LORS DU RUN
      * PRECEDENT, JUSQU'AU DERNIER POINT DE CHECKPOINT ENREGISTRE.
      * LA PRESENCE PAR CLE (MOUVEMENT ORDINAIRE / D'INTERETS) EST
      * RECONSTITUEE AU PASSAGE.
           ADD 1 TO CPT-IN
           IF FILEIN-CODE NOT = '0'
              AND FILEIN-CODE NOT = '9'
              PERFORM NOTE-PRESENCE-CLE
           END-IF
           PERFORM READ-FILEIN.

       READ-FILEIN.
           PERFORM TRAITE-DATA-ROUTE
           PERFORM LIT-FILERCY.

       OUVRE-FILEVALV.
      *-----------------------------------------------------------------
      * KSDS ABSENT OU VIDE (STATUS 35) : AUCUN MOUVEMENT EN
      * VALIDATION, LA PHASE EST SANS OBJET. TOUTE AUTRE ERREUR
      * ARRETE LE RUN (RC 16) : LES DECISIONS DES VALIDEURS NE
      * DOIVENT PAS ETRE IGNOREES EN SILENCE.
           MOVE 'N'                TO SW-FIN-VAL
           OPEN INPUT FILEVALV
           EVALUATE VALV-STATUS
             WHEN '00'
               PERFORM LIT-FILEVALV
             WHEN '35'
               DISPLAY 'BATCH1 - AUCUN MOUVEMENT EN VALIDATION'
                       UPON CONSOLE
               SET FIN-VAL         TO TRUE
             WHEN OTHER
               DISPLAY 'BATCH1 - ERREUR OPEN FILEVALV, STATUS='
                        VALV-STATUS UPON CONSOLE
               MOVE 16             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       LIT-FILEVALV.
      *-----------------------------------------------------------------
           READ FILEVALV INTO ENR-VAL
                AT END SET FIN-VAL TO TRUE
           END-READ
           IF NOT FIN-VAL
              AND VALV-STATUS NOT = '00'
              DISPLAY 'BATCH1 - ERREUR READ FILEVALV, STATUS='
                       VALV-STATUS UPON CONSOLE
              MOVE 16              TO RETURN-CODE
              STOP RUN
           END-IF.

       TRAITE-VALIDATION.
      *-----------------------------------------------------------------
      * APPROUVE : REINJECTE DANS LE ROUTAGE NORMAL SOUS SON COMPTEUR
      * DE PASSAGES, SANS NOUVEAU CONTROLE DE SEUIL NI BORNE BASSE DE
      * PLAGE : LES PLAGES PUBLIEES PAR CALJOUR SE SUIVENT SANS
      * RECOUVREMENT, UN MOUVEMENT MIS EN VALIDATION A DONC TOUJOURS
      * UNE DATE D'EFFET ANTERIEURE A PARM-DTEFF-DEB DU RUN QUI
      * L'APPROUVE ; LA BORNE HAUTE (MISE EN ATTENTE) S'APPLIQUE
      * TOUJOURS. REFUSE : REJETE VERS FILEREJ
      * (MESSAGE 0039), D'OU LE RECYCLAGE PEUT LE REPRENDRE CORRIGE -
      * IL REPASSERA ALORS PAR LE SEUIL. SANS DECISION : REPORTE TEL
      * QUEL, SOUS SA CLE D'ORIGINE, SUR LA NOUVELLE GENERATION.
           ADD 1                   TO CPT-VAL-LUS
           MOVE VAL-ENR            TO FILEIN-Z
           MOVE VAL-PASSE          TO PASSE-COURANT
           EVALUATE TRUE
             WHEN VAL-APPROUVE
               ADD 1               TO CPT-VAL-APPR
               PERFORM TRAITE-DATA-ROUTE
             WHEN VAL-REFUSE
               ADD 1               TO CPT-VAL-REFUS
               MOVE '0039'         TO MSG-NO
               PERFORM MAJ-TAB-CODE
               PERFORM REJETTE-ENREG
             WHEN OTHER
               ADD 1               TO CPT-VAL-REPORT
               WRITE FILEVALS-Z    FROM ENR-VAL
               ADD FILEIN-MONTANT  TO MNT-VALID
           END-EVALUATE
           PERFORM LIT-FILEVALV.

       TRAITEMENT.
      *-----------------------------------------------------------------
      * LES ENREGISTREMENTS DE CONTROLE (ENTETE '0', PIED '9') NE SONT

       TRAITE-DATA-SUITE.
      *-----------------------------------------------------------------
      * UN DOUBLON DE CLE (DEUXIEME MOUVEMENT ORDINAIRE, OU DEUXIEME
      * MOUVEMENT D'INTERETS, D'UNE MEME FILEIN-CLE) EST DEROUTE TEL
      * QUEL VERS FILEDBL : LES CHAINES AVAL SUPPOSENT UN MOUVEMENT
      * ORDINAIRE PAR CLE, PLUS AU PLUS CELUI DE L'ARRETE MENSUEL
      * (BATCH2 APPLIQUE TOUS LES MOUVEMENTS D'UNE CLE). IL RESTE COMPTE
      * DANS CPT-DATA ET MNT-HASH, CAR L'AMONT L'A INCLUS DANS LES
      * TOTAUX DE SON PIED.
           ADD 1               TO CPT-DATA
              PERFORM MAJ-TAB-CODE
              PERFORM REJETTE-ENREG
           ELSE
              PERFORM CONTROLE-SEUIL
              IF FILEIN-DTEFF < PARM-DTEFF-DEB
                 AND NOT PHASE-VAL
                 ADD 1 TO CPT-FILTRE
                 ADD FILEIN-MONTANT TO MNT-FILTRE
              ELSE
      * CPT-FILTRE, IL EST MIS EN ATTENTE POUR ETRE LIBERE PAR UN
      * RUN ULTERIEUR DONT LA PLAGE L'ENGLOBERA.
                 PERFORM MET-EN-ATTENTE
              ELSE
              IF A-VALIDER
      * MONTANT AU-DELA DU SEUIL DE SON CODE : LE MOUVEMENT N'EST PAS
      * ROUTE, IL ATTEND LA DECISION D'UN SECOND OPERATEUR (TRA9).
                 PERFORM MET-EN-VALIDATION
              ELSE
                 IF PHASE-ATT
                    ADD 1 TO CPT-LIBERE
                 END-EVALUATE
              END-IF
              END-IF
              END-IF
           END-IF.

       MET-EN-ATTENTE.
           ELSE
              MOVE SYS-DATE        TO FILEATTS-DTENT
           END-IF
           IF PHASE-VAL
              OR (PHASE-ATT AND FILEATTE-VALIDE = 'O')
              MOVE 'O'             TO FILEATTS-VALIDE
           END-IF
           WRITE FILEATTS-Z
           ADD FILEIN-MONTANT      TO MNT-ATTENTE
           IF PHASE-ATT
              ADD 1 TO CPT-ATT-REPORT
           ELSE
              ADD 1 TO CPT-ATT-NOUV
              IF NOT PHASE-RCY AND NOT PHASE-VAL
                 ADD 1 TO CPT-TRS-ATTENTE
              END-IF
           END-IF.

       CONTROLE-SEUIL.
      *-----------------------------------------------------------------
      * ARME A-VALIDER SI LE MONTANT (EN VALEUR ABSOLUE) DEPASSE LE
      * SEUIL DU CODE COURANT. PAS DE CONTROLE EN PHASE VALIDATION,
      * NI SUR UN MOUVEMENT DEJA APPROUVE LIBERE DE L'ATTENTE : LE
      * MOUVEMENT Y REVIENT APPROUVE.
           MOVE 'N'                TO SW-A-VALIDER
           IF NOT PHASE-VAL
              AND NOT (PHASE-ATT AND FILEATTE-VALIDE = 'O')
              MOVE 'N'             TO SW-SEU-TROUVE
              PERFORM CHERCHE-SEUIL
                      VARYING IX-SEU FROM 1 BY 1
                      UNTIL IX-SEU > SEU-NB OR SEU-TROUVE
           END-IF.

       CHERCHE-SEUIL.
      *-----------------------------------------------------------------
           IF SEU-CODE (IX-SEU) = FILEIN-CODE
              SET SEU-TROUVE       TO TRUE
              IF FILEIN-MONTANT < ZERO
                 COMPUTE MNT-ABS = ZERO - FILEIN-MONTANT
              ELSE
                 MOVE FILEIN-MONTANT TO MNT-ABS
              END-IF
              IF MNT-ABS > SEU-MNT (IX-SEU)
                 SET A-VALIDER     TO TRUE
                 MOVE SEU-MNT (IX-SEU) TO SEUIL-COURANT
              END-IF
           END-IF.

       MET-EN-VALIDATION.
      *-----------------------------------------------------------------
      * ECRIT LE MOUVEMENT COURANT SUR LA NOUVELLE GENERATION DES
      * VALIDATIONS, SOUS LA CLE DATE DU JOUR + NO D'ORDRE (MEME
      * NUMEROTATION QUE LES REJETS), AVEC SON OPERATEUR EMETTEUR ET
      * LE SEUIL DEPASSE, DECISION A BLANC. UN MOUVEMENT LIBERE DE
      * L'ATTENTE PUIS MIS EN VALIDATION COMPTE COMME LIBERE ; UN
      * MOUVEMENT DE LA TRANSMISSION DU JOUR EST ACQUITTE A
      * L'EMETTEUR COMME EN ATTENTE.
           MOVE SPACES             TO ENR-VAL
           MOVE SYS-DATE           TO VAL-DTENT
           EVALUATE TRUE
             WHEN PHASE-RCY
               COMPUTE VAL-NOENR = 9000000 + CPT-RCY
             WHEN PHASE-ATT
               COMPUTE VAL-NOENR = 8000000 + CPT-ATT-LUS
             WHEN OTHER
               COMPUTE VAL-NOENR = PARM-NOENR-BASE + CPT-IN
           END-EVALUATE
           MOVE FILEIN-Z           TO VAL-ENR
           MOVE PASSE-COURANT      TO VAL-PASSE
           MOVE FILEIN-EMET-OPID   TO VAL-EMET-OPID
           MOVE SEUIL-COURANT      TO VAL-SEUIL
           MOVE ZERO               TO VAL-DEC-DATE
           MOVE ZERO               TO VAL-DEC-HEURE
           WRITE FILEVALS-Z        FROM ENR-VAL
           ADD 1                   TO CPT-VAL-NOUV
           ADD FILEIN-MONTANT      TO MNT-VALID
           IF PHASE-ATT
              ADD 1 TO CPT-LIBERE
           END-IF
           IF NOT PHASE-ATT AND NOT PHASE-RCY
              ADD 1 TO CPT-TRS-ATTENTE
           END-IF.

       COMPTE-ACCEPTE-TRS.
      *-----------------------------------------------------------------
      * VOLET TRANSMISSION SEULE DE L'ACQUITTEMENT : SEULS LES
      * MOUVEMENTS DU FICHIER DU JOUR COMPTENT COMME ACCEPTES VIS-A-
      * VIS DE L'EMETTEUR, PAS LES LIBERES, LES RECYCLES NI LES
      * APPROUVES DE LA PHASE VALIDATION.
           IF NOT PHASE-ATT AND NOT PHASE-RCY AND NOT PHASE-VAL
              ADD 1                TO CPT-TRS-ACCEPTES
              ADD FILEIN-MONTANT   TO MNT-TRS-ACCEPTES
           END-IF.
      * SEQUENCE CROISSANTE (PREUVE QUE LE TRI A BIEN TOURNE, ET SUR
      * LA BONNE GENERATION) ET DETECTE LES DOUBLONS CONSECUTIFS. LA
      * COMPARAISON EST ALPHANUMERIQUE, COMME LE TRI CH DE LA JCL.
      * LE TRI N'ETANT PAS STABLE, LE MOUVEMENT D'INTERETS D'UNE CLE
      * PEUT PRECEDER OU SUIVRE SON MOUVEMENT ORDINAIRE : SEUL UN
      * DEUXIEME MOUVEMENT DE MEME NATURE EST UN DOUBLON.
           MOVE 'N'                TO SW-ENR-DOUBLE
           IF PREMIER-ENR
              MOVE 'N'             TO SW-PREM-ENR
                  SET ERR-SEQ       TO TRUE
                  MOVE FILEIN-CLE   TO CLE-ERR-SEQ
                WHEN FILEIN-CLE = CLE-PREC
                  PERFORM CONTROLE-DOUBLON
              END-EVALUATE
           END-IF
           MOVE FILEIN-CLE         TO CLE-PREC
           PERFORM NOTE-PRESENCE-CLE.

       CONTROLE-DOUBLON.
      *-----------------------------------------------------------------
           IF FILEIN-CODE = '2'
              AND FILEIN-ORIG-INTERETS
              IF INTERETS-VU
                 SET ENR-DOUBLE    TO TRUE
              END-IF
           ELSE
              IF ORDINAIRE-VU
                 SET ENR-DOUBLE    TO TRUE
              END-IF
           END-IF.

       NOTE-PRESENCE-CLE.
      *-----------------------------------------------------------------
      * MEMORISE LA NATURE DU MOUVEMENT VU POUR LA CLE COURANTE.
           IF FILEIN-CLE NOT = CLE-PRESENCE
              MOVE FILEIN-CLE      TO CLE-PRESENCE
              MOVE 'N'             TO SW-ORDINAIRE-VU
              MOVE 'N'             TO SW-INTERETS-VU
           END-IF
           IF FILEIN-CODE = '2'
              AND FILEIN-ORIG-INTERETS
              SET INTERETS-VU      TO TRUE
           ELSE
              SET ORDINAIRE-VU     TO TRUE
           END-IF.

       VALIDE-ENREG.
      *-----------------------------------------------------------------
              MOVE CPT-TRS-REJETES   TO FILECHK-TRS-REJ
              MOVE CPT-TRS-ATTENTE   TO FILECHK-TRS-ATT
              MOVE MNT-TRS-ACCEPTES  TO FILECHK-MNT-TRSA
              MOVE CPT-VAL-LUS       TO FILECHK-CPT-VAL-LUS
              MOVE CPT-VAL-APPR      TO FILECHK-CPT-VAL-APPR
              MOVE CPT-VAL-REFUS     TO FILECHK-CPT-VAL-REFUS
              MOVE CPT-VAL-REPORT    TO FILECHK-CPT-VAL-REP
              MOVE CPT-VAL-NOUV      TO FILECHK-CPT-VAL-NOUV
              MOVE MNT-VALID         TO FILECHK-MNT-VALID
              WRITE FILECHK-Z
              MOVE ZERO              TO CKP-CPT
           END-IF.
           MOVE FILECHK-TRS-ACC    TO CPT-TRS-ACCEPTES
           MOVE FILECHK-TRS-REJ    TO CPT-TRS-REJETES
           MOVE FILECHK-TRS-ATT    TO CPT-TRS-ATTENTE
           MOVE FILECHK-MNT-TRSA   TO MNT-TRS-ACCEPTES
           MOVE FILECHK-CPT-VAL-LUS TO CPT-VAL-LUS
           MOVE FILECHK-CPT-VAL-APPR TO CPT-VAL-APPR
           MOVE FILECHK-CPT-VAL-REFUS TO CPT-VAL-REFUS
           MOVE FILECHK-CPT-VAL-REP TO CPT-VAL-REPORT
           MOVE FILECHK-CPT-VAL-NOUV TO CPT-VAL-NOUV
           MOVE FILECHK-MNT-VALID  TO MNT-VALID.

       RESTAURE-SYNTHESE.
      *-----------------------------------------------------------------
      * LE NO D'ORDRE DOIT RESTER UNIQUE DANS FILEREJ/FILEREJD : LES
      * CARTES DE CORRECTION DU RECYCLAGE SONT CLEVEES DESSUS. LES
      * REJETS DE LA PHASE RECYCLAGE PRENNENT LA TRANCHE 9000000+,
      * CEUX DE LA PHASE LIBERATION LA TRANCHE 8000000+, CEUX DE LA
      * PHASE VALIDATION LA TRANCHE 7000000+ (CPT-IN EST ENCORE A
      * ZERO PENDANT CES TROIS PHASES), ET LES REJETS DE LA
      * TRANSMISSION DU JOUR LE NO D'ENREGISTREMENT FILEIN DECALE DE
      * LA BASE DE NUMEROTATION DE LA CARTE PARMIN (DISJOINTE PAR
      * TRANCHE EN MODE PARTITIONNE, ZERO EN MONO-FLUX).
               COMPUTE REJ-NOENR = 9000000 + CPT-RCY
             WHEN PHASE-ATT
               COMPUTE REJ-NOENR = 8000000 + CPT-ATT-LUS
             WHEN PHASE-VAL
               COMPUTE REJ-NOENR = 7000000 + CPT-VAL-LUS
             WHEN OTHER
               COMPUTE REJ-NOENR = PARM-NOENR-BASE + CPT-IN
           END-EVALUATE

      * DETAIL D'ACQUITTEMENT VERS L'AMONT : LA CLE D'ORIGINE ET LE
      * NO DE MESSAGE VTBMSGA, POUR CORRECTION A LA SOURCE. LES
      * REJETS DES PHASES LIBERATION, RECYCLAGE ET VALIDATION N'Y
      * FIGURENT PAS : L'EMETTEUR NE LES A PAS TRANSMIS AUJOURD'HUI,
      * ILS RESTENT UNE AFFAIRE INTERNE (FILEREJ/FILEREJD ET LA MOA).
           IF NOT PHASE-ATT AND NOT PHASE-RCY AND NOT PHASE-VAL
              ADD 1          TO CPT-TRS-REJETES
              MOVE REJ-NOENR TO LIG-ACKR-NOENR
              MOVE FILEIN-CLE TO LIG-ACKR-CLE
           MOVE CPT-ATT-NOUV       TO LIG-RAP-CPT
           WRITE FILECR-Z          FROM LIG-RAPPORT.

       ECRIT-RAPPORT-VALIDATION.
      *-----------------------------------------------------------------
      * SECTION DOUBLE REGARD : SEUILS EN VIGUEUR, VOLUMES LUS DEPUIS
      * LE KSDS DES VALIDATIONS, APPROUVES, REFUSES, REPORTES SANS
      * DECISION ET NOUVELLEMENT MIS EN VALIDATION, PUIS LE NOMBRE ET
      * LE MONTANT DES MOUVEMENTS QUI RESTENT EN VALIDATION A L'ISSUE
      * DU RUN (FILEVALS).
           MOVE SPACES             TO FILECR-Z
           WRITE FILECR-Z
           MOVE 'MOUVEMENTS EN ATTENTE DE VALIDATION' TO FILECR-Z
           WRITE FILECR-Z
           MOVE ALL '-'            TO FILECR-Z
           WRITE FILECR-Z

           PERFORM ECRIT-RAPPORT-SEUIL
                   VARYING IX-SEU FROM 1 BY 1
                   UNTIL IX-SEU > SEU-NB

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'LUS A VALIDER'    TO LIG-RAP-LIB
           MOVE CPT-VAL-LUS        TO LIG-RAP-CPT
           WRITE FILECR-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'APPROUVES'        TO LIG-RAP-LIB
           MOVE CPT-VAL-APPR       TO LIG-RAP-CPT
           WRITE FILECR-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'REFUSES'          TO LIG-RAP-LIB
           MOVE CPT-VAL-REFUS      TO LIG-RAP-CPT
           WRITE FILECR-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'SANS DECISION'    TO LIG-RAP-LIB
           MOVE CPT-VAL-REPORT     TO LIG-RAP-CPT
           WRITE FILECR-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'NOUVEAUX A VALIDER' TO LIG-RAP-LIB
           MOVE CPT-VAL-NOUV       TO LIG-RAP-CPT
           WRITE FILECR-Z          FROM LIG-RAPPORT

           COMPUTE CPT-TOT-VAL = CPT-VAL-NOUV + CPT-VAL-REPORT
           MOVE SPACES             TO LIG-RAPCTL
           MOVE 'RESTANT EN VALIDATION' TO LIG-CTL-LIB
           MOVE CPT-TOT-VAL        TO LIG-CTL-NB
           MOVE MNT-VALID          TO LIG-CTL-MNT
           WRITE FILECR-Z          FROM LIG-RAPCTL.

       ECRIT-RAPPORT-SEUIL.
      *-----------------------------------------------------------------
           MOVE SPACES             TO LIG-RAPCTL
           STRING 'SEUIL CODE ' SEU-CODE (IX-SEU)
                  DELIMITED BY SIZE
                  INTO LIG-CTL-LIB
           MOVE SEU-MNT (IX-SEU)   TO LIG-CTL-MNT
           WRITE FILECR-Z          FROM LIG-RAPCTL.

       ECRIT-RAPPORT-MONTANTS.
      *-----------------------------------------------------------------
      * SECTION MONTANTS DU RAPPORT : MEMES CUMULS QUE LE FEED
           MOVE 'ATTENTE'          TO LIG-CPTT-DEST
           MOVE CPT-TOT-ATT        TO LIG-CPTT-NBENR
           MOVE MNT-ATTENTE        TO LIG-CPTT-MNT
           WRITE FILECPT-Z         FROM LIG-CPT-TOTAL

           COMPUTE CPT-TOT-VAL = CPT-VAL-NOUV + CPT-VAL-REPORT
           MOVE 'VALIDAT'          TO LIG-CPTT-DEST
           MOVE CPT-TOT-VAL        TO LIG-CPTT-NBENR
           MOVE MNT-VALID          TO LIG-CPTT-MNT
           WRITE FILECPT-Z         FROM LIG-CPT-TOTAL.

       ECRIT-SYNTHESE-DETAIL.
