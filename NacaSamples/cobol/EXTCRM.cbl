       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.   EXTCRM.
       AUTHOR.       XXXXXXXXX.
       DATE-WRITTEN. 2026.

      *REMARKS.
      *
      * Programme demo BATCH - EXTRACTION QUOTIDIENNE DES CHANGEMENTS
      * DU MAITRE CLIENT POUR LE CRM ET L'ENTREPOT DE DONNEES.
      *
      * LIT LA DERNIERE GENERATION FILEAUD (CELLE DU JOUR) TRIEE PAR
      * CLE EN TRI STABLE : LES IMAGES D'UNE CLE SE SUIVENT DANS
      * L'ORDRE OU ELLES ONT ETE ECRITES (MAINTENANCES ONLINE D'ABORD,
      * PUIS MOUVEMENTS BATCH2). ECRIT UN ENREGISTREMENT DELIMITE PAR
      * ';' PAR CLIENT CHANGE, AVEC L'ACTION NETTE DE LA JOURNEE :
      * - CREATION     : PREMIERE IMAGE 'I' (CLE ABSENTE LA VEILLE) ;
      * - SUPPRESSION  : DERNIERE IMAGE 'D' (CLE PRESENTE LA VEILLE) ;
      * - AJUSTEMENT   : IMAGES 'M' DE CODE '2' (FILEIN2) SEULEMENT ;
      * - MODIFICATION : TOUT AUTRE CAS (REMPLACEMENT, MAINTENANCE
      *   ONLINE 'O', ANNULATION 'A', SUPPRESSION PUIS RECREATION).
      * UNE CLE CREEE PUIS SUPPRIMEE DANS LA JOURNEE N'A JAMAIS ETE
      * CONNUE DES DESTINATAIRES : ELLE EST COMPTEE, PAS ENVOYEE.
      *
      * ENREGISTREMENT DETAIL (CHAMPS VARIABLES, BLANCS DE FIN OTES) :
      *   ACTION;CLE;NOM;PRENOM;DTEFF;MONTANT;DTTRT;CODE
      * VALEURS DE LA DERNIERE IMAGE APRES (VIDES POUR UNE
      * SUPPRESSION), MONTANT EN DECIMAL SIGNE LISIBLE (+000001234.50),
      * DATE DE TRAITEMENT ET CODE MOUVEMENT (AUD-CODE) DE LA DERNIERE
      * IMAGE. UN ';' DANS UN NOM EST REMPLACE PAR ','.
      * EN-TETE (POSITIONS FIXES) :
      *   ENT;SEQUENCE;DATE EXTRACTION;DATE TRAITEMENT MAXI;
      *   NB IMAGES FILEAUD;TOTAL DE CONTROLE DES CLES FILEAUD
      * FIN (POSITIONS FIXES) :
      *   FIN;SEQUENCE;NB DETAILS;TOTAL DE CONTROLE DES CLES ENVOYEES;
      *   TOTAL DES MONTANTS ENVOYES
      * LE NUMERO DE SEQUENCE SUIT DE UN EN UN D'UNE EXTRACTION A
      * L'AUTRE : LE DESTINATAIRE DETECTE UNE JOURNEE MANQUANTE OU
      * REJOUEE.
      *
      * PROTECTION CONTRE UN DOUBLE ENVOI : LA DERNIERE EXTRACTION
      * ENVOYEE (EXTPREC) DONNE LA SEQUENCE PRECEDENTE ET L'IDENTITE
      * DE LA GENERATION FILEAUD D'ORIGINE (DATE DE TRAITEMENT MAXI,
      * NOMBRE D'IMAGES, TOTAL DE CONTROLE DES CLES). UNE PREMIERE
      * LECTURE DE FILEAUDT CALCULE CETTE IDENTITE ET CONTROLE LES
      * IMAGES. SI LA GENERATION EST CELLE DEJA ENVOYEE OU UNE PLUS
      * ANCIENNE, OU SI LA JOURNEE SANS CHANGEMENT A DEJA ETE ENVOYEE
      * CE JOUR, RIEN N'EST ECRIT : RC 4. UNE IMAGE INVALIDE (TYPE,
      * CLE OU MONTANT) : RC 8, RIEN N'EST ECRIT. EXTPREC ABSENTE OU
      * ILLISIBLE : RC 16 (PREMIER ENVOI : DD DUMMY, SEQUENCE 1).
      * L'EXTRACTION N'EST CATALOGUEE PAR LA JCL QU'EN RC 0.
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
           SELECT EXTPREC  ASSIGN TO UT-S-EXTPREC.
           SELECT FILEAUDT ASSIGN TO UT-S-FILEAUDT.
           SELECT EXTCRM   ASSIGN TO UT-S-EXTCRM.

       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * EXTPREC - DERNIERE EXTRACTION ENVOYEE, SEUL L'EN-TETE EST LU.
       FD  EXTPREC
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 100
           RECORDING F.
       01  EXTPREC-Z.
           05  PRC-TYPE            PIC X(03).
           05  FILLER              PIC X(01).
           05  PRC-SEQ             PIC X(07).
           05  PRC-SEQ-N REDEFINES PRC-SEQ
                                   PIC 9(07).
           05  FILLER              PIC X(01).
           05  PRC-DTEXT           PIC 9(08).
           05  FILLER              PIC X(01).
           05  PRC-DTTRT           PIC 9(08).
           05  FILLER              PIC X(01).
           05  PRC-NB-AUD          PIC 9(09).
           05  FILLER              PIC X(01).
           05  PRC-HASH-AUD        PIC 9(15).
           05  FILLER              PIC X(45).

      * FILEAUDT - GENERATION FILEAUD DU JOUR TRIEE PAR CLE (OCTETS
      * 2-10), TRI STABLE.
       FD  FILEAUDT
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 160
           RECORDING F.
       01  FILEAUDT-Z.
           05  AUD-TYPE            PIC X(01).
               88  AUD-CREATION                       VALUE 'I'.
               88  AUD-MODIF                          VALUE 'M'.
               88  AUD-SUPPRESSION                    VALUE 'D'.
           05  AUD-CLE             PIC X(09).
           05  AUD-CLE-N REDEFINES AUD-CLE
                                   PIC 9(09).
           05  AUD-AVANT           PIC X(68).
           05  AUD-APRES           PIC X(68).
           05  AUD-DTTRT           PIC X(08).
           05  AUD-DTTRT-N REDEFINES AUD-DTTRT
                                   PIC 9(08).
           05  AUD-CODE            PIC X(01).
           05  FILLER              PIC X(05).

      * EXTCRM - EXTRACTION DELIMITEE (EN-TETE, DETAILS, FIN).
       FD  EXTCRM
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 100
           RECORDING F.
       01  EXTCRM-Z                PIC X(100).

       WORKING-STORAGE SECTION.
      *------------------------
       77  CPT-AUD-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-AUD-INVALIDES       PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-ECRITS              PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-CREATIONS           PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-MODIFS              PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-AJUSTEMENTS         PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-SUPPRESSIONS        PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-NEUTRES             PIC S9(7) COMP-3   VALUE ZERO.

       77  SW-FIN-AUD              PIC X              VALUE 'N'.
           88  FIN-AUD                                VALUE 'O'.
       77  SW-PREMIER-ENVOI        PIC X              VALUE 'N'.
           88  PREMIER-ENVOI                          VALUE 'O'.
       77  SW-DEJA-ENVOYE          PIC X              VALUE 'N'.
           88  DEJA-ENVOYE                            VALUE 'O'.

       77  SYS-DATE                PIC 9(08)          VALUE ZERO.

      * IDENTITE DE LA GENERATION FILEAUD DU JOUR (PREMIERE LECTURE)
      * ET DE CELLE DE LA DERNIERE EXTRACTION ENVOYEE (EXTPREC).
       77  AUD-NB                  PIC S9(9) COMP-3   VALUE ZERO.
       77  AUD-HASH                PIC S9(15) COMP-3  VALUE ZERO.
       77  AUD-DTTRT-MAX           PIC 9(08)          VALUE ZERO.
       77  PREC-SEQ                PIC 9(07)          VALUE ZERO.
       77  PREC-DTEXT              PIC 9(08)          VALUE ZERO.
       77  PREC-DTTRT              PIC 9(08)          VALUE ZERO.
       77  PREC-NB                 PIC 9(09)          VALUE ZERO.
       77  PREC-HASH               PIC 9(15)          VALUE ZERO.

      * TOTAUX DE CONTROLE DES DETAILS ENVOYES (ENREGISTREMENT FIN).
       77  ENV-NB                  PIC S9(9) COMP-3   VALUE ZERO.
       77  ENV-HASH                PIC S9(15) COMP-3  VALUE ZERO.
       77  ENV-MONTANT             PIC S9(13)V99 COMP-3 VALUE ZERO.

      * CLIENT EN COURS : PREMIERE ET DERNIERE IMAGE DE LA CLE.
       77  GRP-CLE                 PIC X(09)          VALUE SPACES.
       77  GRP-CLE-N REDEFINES GRP-CLE
                                   PIC 9(09).
       77  GRP-PREM-TYPE           PIC X(01)          VALUE SPACES.
       77  GRP-DERN-TYPE           PIC X(01)          VALUE SPACES.
       77  GRP-DTTRT               PIC X(08)          VALUE SPACES.
       77  GRP-CODE                PIC X(01)          VALUE SPACES.
       77  SW-GRP-AJUST            PIC X              VALUE 'O'.
           88  GRP-AJUST-SEUL                         VALUE 'O'.
       77  LIB-ACTION              PIC X(12)          VALUE SPACES.

      * DERNIERE IMAGE APRES DE LA CLE (LAYOUT FILEREC).
       01  IMG-APRES.
           COPY FILEREC
             REPLACING ==FILEREC-CLE==     BY ==IMG-CLE==
                       ==FILEREC-NOM==     BY ==IMG-NOM==
                       ==FILEREC-PRENOM==  BY ==IMG-PRENOM==
                       ==FILEREC-DTEFF==   BY ==IMG-DTEFF==
                       ==FILEREC-MONTANT== BY ==IMG-MONTANT==.

      * CONSTRUCTION D'UN DETAIL : POINTEUR DE STRING, ZONE A
      * RECOPIER SANS SES BLANCS DE FIN ET MONTANT EDITE.
       77  PTR                     PIC S9(4) COMP     VALUE ZERO.
       77  LG                      PIC S9(4) COMP     VALUE ZERO.
       77  ZONE-TRAV               PIC X(20)          VALUE SPACES.
       77  MNT-EDIT                PIC +9(9).99.

       01  ENT-Z.
           05  ENT-TYPE            PIC X(03)       VALUE 'ENT'.
           05  FILLER              PIC X(01)       VALUE ';'.
           05  ENT-SEQ             PIC 9(07).
           05  FILLER              PIC X(01)       VALUE ';'.
           05  ENT-DTEXT           PIC 9(08).
           05  FILLER              PIC X(01)       VALUE ';'.
           05  ENT-DTTRT           PIC 9(08).
           05  FILLER              PIC X(01)       VALUE ';'.
           05  ENT-NB-AUD          PIC 9(09).
           05  FILLER              PIC X(01)       VALUE ';'.
           05  ENT-HASH-AUD        PIC 9(15).
           05  FILLER              PIC X(45)       VALUE SPACES.

       01  FIN-Z.
           05  FIN-TYPE            PIC X(03)       VALUE 'FIN'.
           05  FILLER              PIC X(01)       VALUE ';'.
           05  FIN-SEQ             PIC 9(07).
           05  FILLER              PIC X(01)       VALUE ';'.
           05  FIN-NB              PIC 9(09).
           05  FILLER              PIC X(01)       VALUE ';'.
           05  FIN-HASH            PIC 9(15).
           05  FILLER              PIC X(01)       VALUE ';'.
           05  FIN-MONTANT         PIC +9(13).99.
           05  FILLER              PIC X(45)       VALUE SPACES.

       PROCEDURE DIVISION.
      *=================================================================
           ACCEPT SYS-DATE FROM DATE YYYYMMDD

           PERFORM LIT-EXTPREC

      * PREMIERE LECTURE : IDENTITE DE LA GENERATION ET CONTROLE DES
      * IMAGES, AVANT TOUTE ECRITURE.
           OPEN INPUT FILEAUDT
           PERFORM LIT-FILEAUDT
           PERFORM CONTROLE-IMAGE UNTIL FIN-AUD
           CLOSE FILEAUDT

           DISPLAY 'STAT FILEAUDT - READ RECORDS  : '
                    CPT-AUD-LUS      UPON CONSOLE

           IF CPT-AUD-INVALIDES > ZERO
              DISPLAY 'EXTCRM - IMAGES FILEAUD INVALIDES : '
                      CPT-AUD-INVALIDES ' - RIEN N''EST ENVOYE (RC 8)'
                      UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM CONTROLE-ENVOI
           IF DEJA-ENVOYE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF

      * SECONDE LECTURE : EXTRACTION.
           MOVE 'N'                TO SW-FIN-AUD
           MOVE ZERO               TO CPT-AUD-LUS
           OPEN INPUT  FILEAUDT
                OUTPUT EXTCRM

           ADD 1 PREC-SEQ          GIVING ENT-SEQ
           MOVE SYS-DATE           TO ENT-DTEXT
           MOVE AUD-DTTRT-MAX      TO ENT-DTTRT
           MOVE AUD-NB             TO ENT-NB-AUD
           MOVE AUD-HASH           TO ENT-HASH-AUD
           WRITE EXTCRM-Z          FROM ENT-Z

           PERFORM LIT-FILEAUDT
           PERFORM TRAITE-CLIENT UNTIL FIN-AUD

           MOVE ENT-SEQ            TO FIN-SEQ
           MOVE ENV-NB             TO FIN-NB
           MOVE ENV-HASH           TO FIN-HASH
           MOVE ENV-MONTANT        TO FIN-MONTANT
           WRITE EXTCRM-Z          FROM FIN-Z

           DISPLAY 'STAT EXTCRM   - SEQUENCE      : '
                    ENT-SEQ          UPON CONSOLE
           DISPLAY 'STAT EXTCRM   - WRITE RECORDS : '
                    CPT-ECRITS       UPON CONSOLE
           DISPLAY 'STAT EXTCRM   - CREATIONS     : '
                    CPT-CREATIONS    UPON CONSOLE
           DISPLAY 'STAT EXTCRM   - MODIFICATIONS : '
                    CPT-MODIFS       UPON CONSOLE
           DISPLAY 'STAT EXTCRM   - AJUSTEMENTS   : '
                    CPT-AJUSTEMENTS  UPON CONSOLE
           DISPLAY 'STAT EXTCRM   - SUPPRESSIONS  : '
                    CPT-SUPPRESSIONS UPON CONSOLE
           DISPLAY 'STAT EXTCRM   - CREES/SUPPR.  : '
                    CPT-NEUTRES      UPON CONSOLE

           CLOSE FILEAUDT
                 EXTCRM

           STOP RUN.

       LIT-EXTPREC.
      *-----------------------------------------------------------------
      * EN-TETE DE LA DERNIERE EXTRACTION ENVOYEE. FICHIER VIDE (DD
      * DUMMY) : PREMIER ENVOI, SEQUENCE 1.
           OPEN INPUT EXTPREC
           READ EXTPREC
                AT END SET PREMIER-ENVOI TO TRUE
           END-READ

           IF PREMIER-ENVOI
              DISPLAY 'EXTCRM - PAS D''EXTRACTION PRECEDENTE : '
                      'PREMIER ENVOI' UPON CONSOLE
           ELSE
              IF PRC-TYPE NOT = 'ENT'
                 OR PRC-SEQ NOT NUMERIC
                 OR PRC-DTEXT NOT NUMERIC
                 OR PRC-DTTRT NOT NUMERIC
                 OR PRC-NB-AUD NOT NUMERIC
                 OR PRC-HASH-AUD NOT NUMERIC
                 DISPLAY 'EXTCRM - EN-TETE EXTPREC INVALIDE : '
                         EXTPREC-Z (1:55) UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PRC-SEQ-N       TO PREC-SEQ
              MOVE PRC-DTEXT       TO PREC-DTEXT
              MOVE PRC-DTTRT       TO PREC-DTTRT
              MOVE PRC-NB-AUD      TO PREC-NB
              MOVE PRC-HASH-AUD    TO PREC-HASH
              DISPLAY 'EXTCRM - DERNIERE SEQUENCE ENVOYEE : ' PREC-SEQ
                      ' DU ' PREC-DTEXT UPON CONSOLE
           END-IF
           CLOSE EXTPREC.

       LIT-FILEAUDT.
      *-----------------------------------------------------------------
           READ FILEAUDT
                AT END SET FIN-AUD TO TRUE
                NOT AT END ADD 1 TO CPT-AUD-LUS
           END-READ.

       CONTROLE-IMAGE.
      *-----------------------------------------------------------------
      * IDENTITE DE LA GENERATION (NOMBRE D'IMAGES, TOTAL DES CLES,
      * DATE DE TRAITEMENT MAXI) ET VALIDITE DE CHAQUE IMAGE : TYPE
      * CONNU, CLE NUMERIQUE, MONTANT DE L'IMAGE APRES DECIMAL
      * CONDENSE VALIDE (SAUF SUPPRESSION, SANS IMAGE APRES).
           ADD 1                   TO AUD-NB
           MOVE AUD-APRES          TO IMG-APRES
           IF (NOT AUD-CREATION AND NOT AUD-MODIF
                                AND NOT AUD-SUPPRESSION)
              OR AUD-CLE NOT NUMERIC
              OR (NOT AUD-SUPPRESSION AND IMG-MONTANT NOT NUMERIC)
              ADD 1                TO CPT-AUD-INVALIDES
              DISPLAY 'EXTCRM - IMAGE INVALIDE : ' AUD-TYPE ' '
                      AUD-CLE ' ' AUD-DTTRT UPON CONSOLE
           ELSE
              ADD AUD-CLE-N        TO AUD-HASH
           END-IF
           IF AUD-DTTRT NUMERIC
              AND AUD-DTTRT-N > AUD-DTTRT-MAX
              MOVE AUD-DTTRT-N     TO AUD-DTTRT-MAX
           END-IF
           PERFORM LIT-FILEAUDT.

       CONTROLE-ENVOI.
      *-----------------------------------------------------------------
      * UNE GENERATION AVEC IMAGES EST REFUSEE SI C'EST CELLE DE LA
      * DERNIERE EXTRACTION OU SI ELLE EST PLUS ANCIENNE. UNE
      * GENERATION VIDE N'A PAS D'IDENTITE : UNE SEULE EXTRACTION
      * VIDE PAR JOUR CALENDAIRE.
           IF NOT PREMIER-ENVOI
              EVALUATE TRUE
                WHEN AUD-NB = ZERO
                     AND PREC-NB = ZERO
                     AND PREC-DTEXT = SYS-DATE
                  SET DEJA-ENVOYE  TO TRUE
                  DISPLAY 'EXTCRM - JOURNEE SANS CHANGEMENT DEJA '
                          'ENVOYEE LE ' PREC-DTEXT UPON CONSOLE
                WHEN AUD-NB = ZERO
                  CONTINUE
                WHEN AUD-DTTRT-MAX = PREC-DTTRT
                     AND AUD-NB = PREC-NB
                     AND AUD-HASH = PREC-HASH
                  SET DEJA-ENVOYE  TO TRUE
                  DISPLAY 'EXTCRM - GENERATION FILEAUD DEJA ENVOYEE '
                          '(SEQUENCE ' PREC-SEQ ')' UPON CONSOLE
                WHEN AUD-DTTRT-MAX < PREC-DTTRT
                  SET DEJA-ENVOYE  TO TRUE
                  DISPLAY 'EXTCRM - GENERATION FILEAUD DU '
                          AUD-DTTRT-MAX ' ANTERIEURE A LA DERNIERE '
                          'ENVOYEE (' PREC-DTTRT ')' UPON CONSOLE
              END-EVALUATE
           END-IF
           IF DEJA-ENVOYE
              DISPLAY 'EXTCRM - RIEN N''EST ENVOYE (RC 4)'
                      UPON CONSOLE
           END-IF.

       TRAITE-CLIENT.
      *-----------------------------------------------------------------
      * IMAGES D'UNE MEME CLE : LA PREMIERE DIT SI LA CLE EXISTAIT LA
      * VEILLE, LA DERNIERE DONNE L'ETAT DU SOIR.
           MOVE AUD-CLE            TO GRP-CLE
           MOVE AUD-TYPE           TO GRP-PREM-TYPE
           MOVE 'O'                TO SW-GRP-AJUST

           PERFORM AJOUTE-IMAGE
                   UNTIL FIN-AUD
                      OR AUD-CLE NOT = GRP-CLE

           EVALUATE TRUE
             WHEN GRP-PREM-TYPE = 'I' AND GRP-DERN-TYPE = 'D'
               ADD 1                TO CPT-NEUTRES
             WHEN GRP-DERN-TYPE = 'D'
               MOVE 'SUPPRESSION'   TO LIB-ACTION
               ADD 1                TO CPT-SUPPRESSIONS
               PERFORM ECRIT-DETAIL
             WHEN GRP-PREM-TYPE = 'I'
               MOVE 'CREATION'      TO LIB-ACTION
               ADD 1                TO CPT-CREATIONS
               PERFORM ECRIT-DETAIL
             WHEN GRP-AJUST-SEUL
               MOVE 'AJUSTEMENT'    TO LIB-ACTION
               ADD 1                TO CPT-AJUSTEMENTS
               PERFORM ECRIT-DETAIL
             WHEN OTHER
               MOVE 'MODIFICATION'  TO LIB-ACTION
               ADD 1                TO CPT-MODIFS
               PERFORM ECRIT-DETAIL
           END-EVALUATE.

       AJOUTE-IMAGE.
      *-----------------------------------------------------------------
           IF NOT AUD-MODIF
              OR AUD-CODE NOT = '2'
              MOVE 'N'             TO SW-GRP-AJUST
           END-IF
           MOVE AUD-TYPE           TO GRP-DERN-TYPE
           MOVE AUD-APRES          TO IMG-APRES
           MOVE AUD-DTTRT          TO GRP-DTTRT
           MOVE AUD-CODE           TO GRP-CODE
           PERFORM LIT-FILEAUDT.

       ECRIT-DETAIL.
      *-----------------------------------------------------------------
      * ACTION;CLE;NOM;PRENOM;DTEFF;MONTANT;DTTRT;CODE. LES VALEURS
      * D'UNE SUPPRESSION SONT VIDES (PAS D'IMAGE APRES).
           MOVE SPACES             TO EXTCRM-Z
           MOVE 1                  TO PTR
           STRING LIB-ACTION       DELIMITED BY SPACE
                  ';'              DELIMITED BY SIZE
                  GRP-CLE          DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  INTO EXTCRM-Z WITH POINTER PTR

           IF GRP-DERN-TYPE = 'D'
              STRING ';;;;'        DELIMITED BY SIZE
                     INTO EXTCRM-Z WITH POINTER PTR
           ELSE
              MOVE IMG-NOM         TO ZONE-TRAV
              PERFORM AJOUTE-ZONE
              MOVE IMG-PRENOM      TO ZONE-TRAV
              PERFORM AJOUTE-ZONE
              MOVE IMG-MONTANT     TO MNT-EDIT
              STRING IMG-DTEFF     DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     MNT-EDIT      DELIMITED BY SIZE
                     ';'           DELIMITED BY SIZE
                     INTO EXTCRM-Z WITH POINTER PTR
              ADD IMG-MONTANT      TO ENV-MONTANT
           END-IF

           STRING GRP-DTTRT        DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  GRP-CODE         DELIMITED BY SIZE
                  INTO EXTCRM-Z WITH POINTER PTR

           WRITE EXTCRM-Z
           ADD 1                   TO CPT-ECRITS
                                      ENV-NB
           ADD GRP-CLE-N           TO ENV-HASH.

       AJOUTE-ZONE.
      *-----------------------------------------------------------------
      * RECOPIE ZONE-TRAV SANS SES BLANCS DE FIN, SUIVIE DE ';'.
           INSPECT ZONE-TRAV REPLACING ALL ';' BY ','
           MOVE 20                 TO LG
           PERFORM RECULE-LG
                   UNTIL LG = ZERO
                      OR ZONE-TRAV (LG:1) NOT = SPACE
           IF LG > ZERO
              STRING ZONE-TRAV (1:LG) DELIMITED BY SIZE
                     INTO EXTCRM-Z WITH POINTER PTR
           END-IF
           STRING ';'              DELIMITED BY SIZE
                  INTO EXTCRM-Z WITH POINTER PTR.

       RECULE-LG.
      *-----------------------------------------------------------------
           SUBTRACT 1              FROM LG.
