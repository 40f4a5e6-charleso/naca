       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.   ANONYM.
       AUTHOR.       XXXXXXXXX.
       DATE-WRITTEN. 2026.

      *REMARKS.
      *
      * Programme demo BATCH - EXTRACTION ANONYMISEE DES FICHIERS DE
      * PRODUCTION POUR LES TESTS (BATCH1 EN PARM-MODE TEST, RECETTE).
      *
      * PRELEVE UN ECHANTILLON COHERENT DE CLIENTS DANS LE MAITRE
      * FILEMST, LA TRANSMISSION FILEIN, LES GENERATIONS FILEAUD ET LE
      * FICHIER D'ATTENTE FILEATT, ET REMPLACE LE NOM ET LE PRENOM
      * (FILEREC-NOM, FILEREC-PRENOM) PAR UN NOM BROUILLE.
      *
      * ECHANTILLON : UNE CLE EST RETENUE SI ELLE EST DANS LA PLAGE DE
      * CLES DE LA CARTE ANOPARM ET SI SON RESTE DANS LA DIVISION PAR
      * 100 EST INFERIEUR AU POURCENTAGE DEMANDE. LE CHOIX NE DEPEND
      * QUE DE LA CLE : UN CLIENT RETENU L'EST DANS TOUS LES FICHIERS
      * ET D'UNE EXTRACTION A L'AUTRE. UN ENREGISTREMENT A CLE NON
      * NUMERIQUE (DONNEE SALE) NE SE RATTACHE A AUCUN CLIENT : IL EST
      * TOUJOURS GARDE, LES TESTS EN ONT BESOIN.
      *
      * BROUILLAGE : LE NOM (ET SEPAREMENT LE PRENOM) EST REMPLACE PAR
      * UN NOM FICTIF TIRE D'UNE EMPREINTE A SENS UNIQUE DE LA ZONE
      * ENTIERE (20 OU 15 OCTETS) ET DE LA CLE DE BROUILLAGE DE LA
      * CARTE : CONSONNES ET VOYELLES ALTERNEES, MAJUSCULES POUR LES
      * MAJUSCULES, MINUSCULES POUR LES MINUSCULES ; LES AUTRES
      * CARACTERES (BLANCS, TIRETS, APOSTROPHES, OCTETS SALES) RESTENT
      * EN PLACE. CHAQUE LETTRE DEPEND DU NOM ENTIER ET DE TOUTE LA
      * CLE : UN NOM CONNU ET SON NOM FICTIF NE DONNENT NI LA CLE NI
      * LE NOM FICTIF D'UN AUTRE NOM, ET DEUX NOMS DE MEME DEBUT N'ONT
      * PAS DE DEBUT COMMUN UNE FOIS BROUILLES. UN MEME NOM DONNE LE
      * MEME NOM FICTIF DANS TOUS LES FICHIERS ET TOUTES LES
      * EXTRACTIONS FAITES AVEC LA MEME CLE : LES HOMONYMES RESTENT
      * HOMONYMES (ALTERNATE INDEX FILEMSTN SUR MST-NOM). DEUX NOMS
      * DIFFERENTS PEUVENT EXCEPTIONNELLEMENT DONNER LE MEME NOM FICTIF
      * (NOMS TRES COURTS). LA CLE DE BROUILLAGE N'EST NI IMPRIMEE NI
      * AFFICHEE.
      *
      * LES CLES, DATES, MONTANTS ET CODES SONT RECOPIES TELS QUELS.
      * FILEIN : LES ENTETES (CODE '0') SONT RECOPIEES, LE PIED
      * (CODE '9') DE CHAQUE GROUPE EMETTEUR EST DIMINUE DU NOMBRE ET
      * DU CUMUL (MONTANTS NUMERIQUES, COMME BATCH1EM) DES DATA
      * ECARTES DU GROUPE : UN GROUPE QUI SE RAPPROCHAIT EN PRODUCTION
      * SE RAPPROCHE EN TEST, UN GROUPE EN ECART GARDE SON ECART.
      * UN PIED ILLISIBLE OU QUI ANNONCE MOINS DE DATA QU'IL N'EN A
      * ETE ECARTE EST RECOPIE TEL QUEL (RC 4). FILEAUD : LES IMAGES
      * AVANT ET APRES SONT BROUILLEES. FILEATT : L'ENREGISTREMENT
      * FILEIN EN ATTENTE EST BROUILLE, PASSAGES ET DATE RECOPIES.
      *
      * CARTE ANOPARM (OBLIGATOIRE) :
      *   COL  1- 9 CLE BASSE  (A BLANC : 000000000)
      *   COL 10-18 CLE HAUTE  (A BLANC : 999999999)
      *   COL 19-21 POURCENTAGE 001 A 100 (A BLANC : 100)
      *   COL 22-41 CLE DE BROUILLAGE, LETTRES ET CHIFFRES, 12
      *             CARACTERES AU MOINS, CADREE A GAUCHE.
      * CARTE ABSENTE OU INVALIDE : RC 16, RIEN N'EST ECRIT.
      *
      * UNE GENERATION FILEIN PAR PASSAGE (DEUX JOURNEES CONCATENEES
      * FERAIENT DEUX GROUPES DU MEME EMETTEUR). LES GENERATIONS
      * FILEAUD PEUVENT ETRE CONCATENEES. LE MAITRE EXTRAIT (MSTANO)
      * EST SEQUENTIEL, EN ORDRE DE CLE, A CHARGER PAR REPRO.
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
           SELECT ANOPARM  ASSIGN TO UT-S-ANOPARM.
           SELECT FILEMST  ASSIGN TO FILEMST
                  ORGANIZATION INDEXED
                  ACCESS SEQUENTIAL
                  RECORD KEY MST-CLE
                  FILE STATUS MST-STATUS.
           SELECT FILEIN   ASSIGN TO UT-S-FILEIN.
           SELECT FILEAUD  ASSIGN TO UT-S-FILEAUD.
           SELECT FILEATT  ASSIGN TO UT-S-FILEATT.
           SELECT MSTANO   ASSIGN TO UT-S-MSTANO.
           SELECT FINANO   ASSIGN TO UT-S-FINANO.
           SELECT AUDANO   ASSIGN TO UT-S-AUDANO.
           SELECT ATTANO   ASSIGN TO UT-S-ATTANO.
           SELECT RAPANO   ASSIGN TO UT-S-RAPANO.

       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * ANOPARM - ECHANTILLON ET CLE DE BROUILLAGE.
       FD  ANOPARM
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  ANOPARM-Z.
           05  APA-CLE-DEB         PIC X(09).
           05  APA-CLE-DEB-N REDEFINES APA-CLE-DEB
                                   PIC 9(09).
           05  APA-CLE-FIN         PIC X(09).
           05  APA-CLE-FIN-N REDEFINES APA-CLE-FIN
                                   PIC 9(09).
           05  APA-POURCENT        PIC X(03).
           05  APA-POURCENT-N REDEFINES APA-POURCENT
                                   PIC 9(03).
           05  APA-BROUILLAGE      PIC X(20).
           05  FILLER              PIC X(39).

      * FILEMST - MAITRE CLIENT DE PRODUCTION (KSDS), LU EN SEQUENTIEL.
       FD  FILEMST
           RECORD 68.
       01  FILEMST-Z.
           COPY FILEREC
             REPLACING ==FILEREC-CLE==     BY ==MST-CLE==
                       ==FILEREC-NOM==     BY ==MST-NOM==
                       ==FILEREC-PRENOM==  BY ==MST-PRENOM==
                       ==FILEREC-DTEFF==   BY ==MST-DTEFF==
                       ==FILEREC-MONTANT== BY ==MST-MONTANT==.

      * FILEIN - GENERATION DE LA TRANSMISSION, GROUPES EMETTEURS.
       FD  FILEIN
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 69
           RECORDING F.
       01  FILEIN-Z.
           05  FILEIN-CODE         PIC X(1).
           05  FILEIN-DATA.
               COPY FILEREC
                 REPLACING ==FILEREC-CLE==     BY ==FILEIN-CLE==
                           ==FILEREC-NOM==     BY ==FILEIN-NOM==
                           ==FILEREC-PRENOM==  BY ==FILEIN-PRENOM==
                           ==FILEREC-DTEFF==   BY ==FILEIN-DTEFF==
                           ==FILEREC-MONTANT==
                                   BY ==FILEIN-MONTANT==.
           05  FILEIN-CTL REDEFINES FILEIN-DATA.
               10  FILEIN-CTL-CLE      PIC 9(09).
               10  FILEIN-CTL-DTGEST   PIC 9(08).
               10  FILEIN-CTL-NBENR    PIC 9(07).
               10  FILEIN-CTL-MONTANT  PIC S9(13)V99 COMP-3.
               10  FILEIN-CTL-EMET     PIC X(08).
               10  FILLER              PIC X(28).

      * FILEAUD - GENERATIONS DE LA PISTE D'AUDIT (IMAGES AVANT ET
      * APRES AU FORMAT FILEREC, A BLANC QUAND ELLES N'EXISTENT PAS).
       FD  FILEAUD
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 160
           RECORDING F.
       01  FILEAUD-Z.
           05  AUD-TYPE            PIC X(01).
           05  AUD-CLE             PIC X(09).
           05  AUD-AVANT.
               COPY FILEREC
                 REPLACING ==FILEREC-CLE==     BY ==AVT-CLE==
                           ==FILEREC-NOM==     BY ==AVT-NOM==
                           ==FILEREC-PRENOM==  BY ==AVT-PRENOM==
                           ==FILEREC-DTEFF==   BY ==AVT-DTEFF==
                           ==FILEREC-MONTANT== BY ==AVT-MONTANT==.
           05  AUD-APRES.
               COPY FILEREC
                 REPLACING ==FILEREC-CLE==     BY ==APR-CLE==
                           ==FILEREC-NOM==     BY ==APR-NOM==
                           ==FILEREC-PRENOM==  BY ==APR-PRENOM==
                           ==FILEREC-DTEFF==   BY ==APR-DTEFF==
                           ==FILEREC-MONTANT== BY ==APR-MONTANT==.
           05  AUD-DTTRT           PIC 9(08).
           05  AUD-CODE            PIC X(01).
           05  FILLER              PIC X(05).

      * FILEATT - GENERATION DU FICHIER D'ATTENTE (ENREGISTREMENT
      * FILEIN + PASSAGES + DATE DE MISE EN ATTENTE).
       FD  FILEATT
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  FILEATT-Z.
           05  ATT-CODE            PIC X(1).
           05  ATT-DATA.
               COPY FILEREC
                 REPLACING ==FILEREC-CLE==     BY ==ATT-CLE==
                           ==FILEREC-NOM==     BY ==ATT-NOM==
                           ==FILEREC-PRENOM==  BY ==ATT-PRENOM==
                           ==FILEREC-DTEFF==   BY ==ATT-DTEFF==
                           ==FILEREC-MONTANT== BY ==ATT-MONTANT==.
           05  ATT-PASSE           PIC 9(1).
           05  ATT-DTENT           PIC 9(8).
           05  FILLER              PIC X(2).

      * MSTANO - MAITRE EXTRAIT, SEQUENTIEL EN ORDRE DE CLE.
       FD  MSTANO
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 68
           RECORDING F.
       01  MSTANO-Z                PIC X(68).

      * FINANO - TRANSMISSION EXTRAITE, PIEDS AJUSTES.
       FD  FINANO
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 69
           RECORDING F.
       01  FINANO-Z                PIC X(69).

      * AUDANO - PISTE D'AUDIT EXTRAITE.
       FD  AUDANO
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 160
           RECORDING F.
       01  AUDANO-Z                PIC X(160).

      * ATTANO - FICHIER D'ATTENTE EXTRAIT.
       FD  ATTANO
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  ATTANO-Z                PIC X(80).

      * RAPANO - RAPPORT D'EXTRACTION (PARAMETRES ET COMPTEURS).
       FD  RAPANO
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  RAPANO-Z                PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------------
       77  CPT-MST-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-MST-RETENUS         PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-MST-SALES           PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-FIN-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-FIN-RETENUS         PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-FIN-SALES           PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-FIN-ENTETES         PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-FIN-PIEDS           PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-FIN-AJUSTES         PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-FIN-NON-AJUSTES     PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-AUD-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-AUD-RETENUS         PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-AUD-SALES           PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-ATT-LUS             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-ATT-RETENUS         PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-ATT-SALES           PIC S9(7) COMP-3   VALUE ZERO.

       77  SW-FIN-MST              PIC X              VALUE 'N'.
           88  FIN-MST                                VALUE 'O'.
       77  SW-FIN-FIN              PIC X              VALUE 'N'.
           88  FIN-FIN                                VALUE 'O'.
       77  SW-FIN-AUD              PIC X              VALUE 'N'.
           88  FIN-AUD                                VALUE 'O'.
       77  SW-FIN-ATT              PIC X              VALUE 'N'.
           88  FIN-ATT                                VALUE 'O'.
       77  SW-ERR-VSAM             PIC X              VALUE 'N'.
           88  ERR-VSAM                               VALUE 'O'.
       77  SW-GRP-OUVERT           PIC X              VALUE 'N'.
           88  GRP-OUVERT                             VALUE 'O'.

       77  MST-STATUS              PIC X(02)          VALUE SPACES.

      * ECHANTILLON : PLAGE DE CLES ET POURCENTAGE (CARTE ANOPARM).
       77  ECH-CLE-DEB             PIC 9(09)          VALUE ZERO.
       77  ECH-CLE-FIN             PIC 9(09)          VALUE 999999999.
       77  ECH-POURCENT            PIC 9(03)          VALUE 100.

      * SELECTION D'UNE CLE : CLE A TESTER ET VERDICT.
       77  SEL-CLE                 PIC X(09)          VALUE SPACES.
       77  SEL-CLE-N REDEFINES SEL-CLE
                                   PIC 9(09).
       77  SEL-QUOTIENT            PIC 9(09)          VALUE ZERO.
       77  SEL-RESTE               PIC 9(03)          VALUE ZERO.
       77  SW-RETENU               PIC X              VALUE 'N'.
           88  RETENU                                 VALUE 'O'.
       77  SW-CLE-SALE             PIC X              VALUE 'N'.
           88  CLE-SALE                               VALUE 'O'.

      * GROUPE EMETTEUR FILEIN EN COURS : DATA ECARTES DEPUIS
      * L'ENTETE, A DEDUIRE DU PIED.
       77  GRP-ECART-NB            PIC S9(7) COMP-3   VALUE ZERO.
       77  GRP-ECART-MNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  GRP-NBENR               PIC S9(7) COMP-3   VALUE ZERO.
       77  FIN-MNT-RETENU          PIC S9(13)V99 COMP-3 VALUE ZERO.

      * BROUILLAGE : EMPREINTE A SENS UNIQUE DU NOM ENTIER ET DE LA
      * CLE DE BROUILLAGE (DEUX RESTES MODULO DEUX NOMBRES PREMIERS),
      * D'OU SONT TIREES LES LETTRES DU NOM FICTIF.
       01  TAB-MAJ.
           05  FILLER              PIC X(26)
                           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  TAB-MAJ-R REDEFINES TAB-MAJ.
           05  MAJ-LETTRE          PIC X(01) OCCURS 26
                                   INDEXED BY IX-MAJ.
       01  TAB-MIN.
           05  FILLER              PIC X(26)
                           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  TAB-MIN-R REDEFINES TAB-MIN.
           05  MIN-LETTRE          PIC X(01) OCCURS 26
                                   INDEXED BY IX-MIN.
       01  TAB-CHF.
           05  FILLER              PIC X(10) VALUE '0123456789'.
       01  TAB-CHF-R REDEFINES TAB-CHF.
           05  CHF-CHIFFRE         PIC X(01) OCCURS 10
                                   INDEXED BY IX-CHF.

      * LETTRES DU NOM FICTIF : CONSONNES ET VOYELLES ALTERNEES.
       01  TAB-CONS-MAJ.
           05  FILLER              PIC X(17)
                                   VALUE 'BCDFGHJKLMNPRSTVZ'.
       01  TAB-CONS-MAJ-R REDEFINES TAB-CONS-MAJ.
           05  CONS-MAJ            PIC X(01) OCCURS 17.
       01  TAB-CONS-MIN.
           05  FILLER              PIC X(17)
                                   VALUE 'bcdfghjklmnprstvz'.
       01  TAB-CONS-MIN-R REDEFINES TAB-CONS-MIN.
           05  CONS-MIN            PIC X(01) OCCURS 17.
       01  TAB-VOY-MAJ.
           05  FILLER              PIC X(05) VALUE 'AEIOU'.
       01  TAB-VOY-MAJ-R REDEFINES TAB-VOY-MAJ.
           05  VOY-MAJ             PIC X(01) OCCURS 5.
       01  TAB-VOY-MIN.
           05  FILLER              PIC X(05) VALUE 'aeiou'.
       01  TAB-VOY-MIN-R REDEFINES TAB-VOY-MIN.
           05  VOY-MIN             PIC X(01) OCCURS 5.

      * UN OCTET VU COMME UN NOMBRE DE 0 A 255.
       01  OCTET-BIN.
           05  OCTET-NUM           PIC 9(4) COMP      VALUE ZERO.
       01  OCTET-BIN-R REDEFINES OCTET-BIN.
           05  FILLER              PIC X(01).
           05  OCTET-CAR           PIC X(01).

      * EMPREINTE EN COURS, ET ETAT LAISSE PAR LA CLE DE BROUILLAGE
      * (POINT DE DEPART DE L'EMPREINTE DE CHAQUE ZONE).
       77  EMP-A                   PIC S9(18) COMP-3  VALUE ZERO.
       77  EMP-B                   PIC S9(18) COMP-3  VALUE ZERO.
       77  EMP-CALCUL              PIC S9(18) COMP-3  VALUE ZERO.
       77  EMP-QUOTIENT            PIC S9(18) COMP-3  VALUE ZERO.
       77  EMP-CLE-A               PIC S9(18) COMP-3  VALUE ZERO.
       77  EMP-CLE-B               PIC S9(18) COMP-3  VALUE ZERO.
       77  PREMIER-A               PIC S9(9) COMP-3   VALUE 999999937.
       77  PREMIER-B               PIC S9(9) COMP-3   VALUE 999999929.

       77  BRO-CLE                 PIC X(20)          VALUE SPACES.
       77  BRO-LG-CLE              PIC S9(4) COMP     VALUE ZERO.
       77  BRO-ZONE                PIC X(20)          VALUE SPACES.
       77  BRO-CAR                 PIC X(01)          VALUE SPACE.
       77  BRO-IX                  PIC S9(4) COMP     VALUE ZERO.
       77  BRO-VAL                 PIC S9(4) COMP     VALUE ZERO.
       77  BRO-DEPART              PIC S9(4) COMP     VALUE ZERO.
       77  SW-CLE-VALIDE           PIC X              VALUE 'O'.
           88  CLE-VALIDE                             VALUE 'O'.
       77  SW-VOYELLE              PIC X              VALUE 'N'.
           88  TOUR-VOYELLE                           VALUE 'O'.
       77  SW-MINUSCULE            PIC X              VALUE 'N'.
           88  LETTRE-MINUSCULE                       VALUE 'O'.

      * MARQUE DE DEPART DE L'EMPREINTE : UN PRENOM IDENTIQUE A UN NOM
      * NE DONNE PAS LE MEME RESULTAT.
       77  DEPART-NOM              PIC S9(4) COMP     VALUE 1.
       77  DEPART-PRENOM           PIC S9(4) COMP     VALUE 2.

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
           PERFORM LIT-ANOPARM
           PERFORM PREPARE-BROUILLAGE

           OPEN INPUT FILEMST
           IF MST-STATUS NOT = '00'
              DISPLAY 'ANONYM - ERREUR OPEN FILEMST, STATUS='
                       MST-STATUS UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT  FILEIN
                       FILEAUD
                       FILEATT
                OUTPUT MSTANO
                       FINANO
                       AUDANO
                       ATTANO
                       RAPANO

           PERFORM LIT-FILEMST
           PERFORM TRAITE-MST UNTIL FIN-MST
           CLOSE FILEMST

           PERFORM LIT-FILEIN
           PERFORM TRAITE-FIN UNTIL FIN-FIN

           PERFORM LIT-FILEAUD
           PERFORM TRAITE-AUD UNTIL FIN-AUD

           PERFORM LIT-FILEATT
           PERFORM TRAITE-ATT UNTIL FIN-ATT

           PERFORM ECRIT-RAPPORT

           DISPLAY 'STAT FILEMST  - READ RECORDS  : '
                    CPT-MST-LUS      UPON CONSOLE
           DISPLAY 'STAT MSTANO   - WRITE RECORDS : '
                    CPT-MST-RETENUS  UPON CONSOLE
           DISPLAY 'STAT FILEIN   - READ RECORDS  : '
                    CPT-FIN-LUS      UPON CONSOLE
           DISPLAY 'STAT FINANO   - DATA RECORDS  : '
                    CPT-FIN-RETENUS  UPON CONSOLE
           DISPLAY 'STAT FILEAUD  - READ RECORDS  : '
                    CPT-AUD-LUS      UPON CONSOLE
           DISPLAY 'STAT AUDANO   - WRITE RECORDS : '
                    CPT-AUD-RETENUS  UPON CONSOLE
           DISPLAY 'STAT FILEATT  - READ RECORDS  : '
                    CPT-ATT-LUS      UPON CONSOLE
           DISPLAY 'STAT ATTANO   - WRITE RECORDS : '
                    CPT-ATT-RETENUS  UPON CONSOLE

           CLOSE FILEIN
                 FILEAUD
                 FILEATT
                 MSTANO
                 FINANO
                 AUDANO
                 ATTANO
                 RAPANO

           EVALUATE TRUE
             WHEN ERR-VSAM
               MOVE 16 TO RETURN-CODE
             WHEN CPT-FIN-NON-AJUSTES > ZERO
               DISPLAY 'ANONYM - PIEDS FILEIN NON AJUSTES : '
                       CPT-FIN-NON-AJUSTES ' - VOIR RAPPORT RAPANO'
                       UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       LIT-ANOPARM.
      *-----------------------------------------------------------------
      * CARTE OBLIGATOIRE : SANS CLE DE BROUILLAGE, PAS D'EXTRACTION.
           OPEN INPUT ANOPARM
           READ ANOPARM
                AT END MOVE SPACES     TO ANOPARM-Z
           END-READ
           CLOSE ANOPARM

           IF APA-CLE-DEB NOT = SPACES
              IF APA-CLE-DEB NOT NUMERIC
                 DISPLAY 'ANONYM - ERREUR : CLE BASSE ANOPARM '
                         'INVALIDE : ' APA-CLE-DEB UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE APA-CLE-DEB-N   TO ECH-CLE-DEB
           END-IF

           IF APA-CLE-FIN NOT = SPACES
              IF APA-CLE-FIN NOT NUMERIC
                 DISPLAY 'ANONYM - ERREUR : CLE HAUTE ANOPARM '
                         'INVALIDE : ' APA-CLE-FIN UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE APA-CLE-FIN-N   TO ECH-CLE-FIN
           END-IF

           IF ECH-CLE-DEB > ECH-CLE-FIN
              DISPLAY 'ANONYM - ERREUR : CLE BASSE ' ECH-CLE-DEB
                      ' SUPERIEURE A LA CLE HAUTE ' ECH-CLE-FIN
                      UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF APA-POURCENT NOT = SPACES
              IF APA-POURCENT NOT NUMERIC
                 OR APA-POURCENT-N = ZERO
                 OR APA-POURCENT-N > 100
                 DISPLAY 'ANONYM - ERREUR : POURCENTAGE ANOPARM '
                         'INVALIDE : ' APA-POURCENT UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE APA-POURCENT-N  TO ECH-POURCENT
           END-IF

           MOVE APA-BROUILLAGE     TO BRO-CLE.

       PREPARE-BROUILLAGE.
      *-----------------------------------------------------------------
      * CONTROLE DE LA CLE PUIS PASSAGE DE SES CARACTERES DANS
      * L'EMPREINTE : L'ETAT OBTENU EST LE DEPART DE CHAQUE ZONE.
           MOVE 20                 TO BRO-LG-CLE
           PERFORM RECULE-LG-CLE
                   UNTIL BRO-LG-CLE = ZERO
                      OR BRO-CLE (BRO-LG-CLE:1) NOT = SPACE

           IF BRO-LG-CLE < 12
              DISPLAY 'ANONYM - ERREUR : CLE DE BROUILLAGE ANOPARM '
                      'ABSENTE OU TROP COURTE (12 CARACTERES AU '
                      'MOINS)' UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM CONTROLE-CAR-CLE
                   VARYING BRO-IX FROM 1 BY 1
                   UNTIL BRO-IX > BRO-LG-CLE

           IF NOT CLE-VALIDE
              DISPLAY 'ANONYM - ERREUR : CLE DE BROUILLAGE ANOPARM '
                      'INVALIDE (LETTRES MAJUSCULES ET CHIFFRES '
                      'SEULEMENT)' UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE ZERO               TO EMP-A
           MOVE ZERO               TO EMP-B
           MOVE BRO-LG-CLE         TO OCTET-NUM
           PERFORM ABSORBE-OCTET
           PERFORM ABSORBE-CAR-CLE
                   VARYING BRO-IX FROM 1 BY 1
                   UNTIL BRO-IX > BRO-LG-CLE
           MOVE EMP-A              TO EMP-CLE-A
           MOVE EMP-B              TO EMP-CLE-B.

       RECULE-LG-CLE.
      *-----------------------------------------------------------------
           SUBTRACT 1              FROM BRO-LG-CLE.

       CONTROLE-CAR-CLE.
      *-----------------------------------------------------------------
           MOVE BRO-CLE (BRO-IX:1) TO BRO-CAR
           SET IX-MAJ              TO 1
           SEARCH MAJ-LETTRE
             AT END
                SET IX-CHF         TO 1
                SEARCH CHF-CHIFFRE
                  AT END
                     MOVE 'N'      TO SW-CLE-VALIDE
                  WHEN CHF-CHIFFRE (IX-CHF) = BRO-CAR
                     CONTINUE
                END-SEARCH
             WHEN MAJ-LETTRE (IX-MAJ) = BRO-CAR
                CONTINUE
           END-SEARCH.

       ABSORBE-OCTET.
      *-----------------------------------------------------------------
      * FAIT ENTRER OCTET-NUM DANS L'EMPREINTE (EMP-A, EMP-B). LE
      * CARRE REND LE MELANGE NON LINEAIRE : L'EMPREINTE NE SE
      * DECOMPOSE PAS EN UNE PART DU NOM ET UNE PART DE LA CLE.
           COMPUTE EMP-CALCUL = EMP-A * 257 + EMP-B + OCTET-NUM + 1
           DIVIDE EMP-CALCUL BY PREMIER-A GIVING EMP-QUOTIENT
                                          REMAINDER EMP-A
           COMPUTE EMP-CALCUL = EMP-A * EMP-A + EMP-B * 3 + OCTET-NUM
           DIVIDE EMP-CALCUL BY PREMIER-B GIVING EMP-QUOTIENT
                                          REMAINDER EMP-B.

       ABSORBE-CAR-CLE.
      *-----------------------------------------------------------------
           MOVE ZERO               TO OCTET-NUM
           MOVE BRO-CLE (BRO-IX:1) TO OCTET-CAR
           PERFORM ABSORBE-OCTET.

       ABSORBE-CAR-ZONE.
      *-----------------------------------------------------------------
           MOVE ZERO               TO OCTET-NUM
           MOVE BRO-ZONE (BRO-IX:1) TO OCTET-CAR
           PERFORM ABSORBE-OCTET.

       BROUILLE-ZONE.
      *-----------------------------------------------------------------
      * REMPLACE BRO-ZONE PAR UN NOM FICTIF. L'EMPREINTE PART DE
      * L'ETAT LAISSE PAR LA CLE, PREND BRO-DEPART, LES 20 OCTETS DE
      * LA ZONE PUIS A NOUVEAU LA CLE : CHAQUE LETTRE PRODUITE DEPEND
      * DU NOM ENTIER ET DE TOUTE LA CLE. UN NOM EN CLAIR ET SON NOM
      * FICTIF NE DONNENT NI LA CLE NI LE NOM FICTIF D'UN AUTRE NOM.
           MOVE EMP-CLE-A          TO EMP-A
           MOVE EMP-CLE-B          TO EMP-B
           MOVE BRO-DEPART         TO OCTET-NUM
           PERFORM ABSORBE-OCTET
           PERFORM ABSORBE-CAR-ZONE
                   VARYING BRO-IX FROM 1 BY 1
                   UNTIL BRO-IX > 20
           PERFORM ABSORBE-CAR-CLE
                   VARYING BRO-IX FROM 1 BY 1
                   UNTIL BRO-IX > BRO-LG-CLE

           DIVIDE EMP-B BY 2 GIVING EMP-QUOTIENT REMAINDER BRO-VAL
           IF BRO-VAL = ZERO
              MOVE 'N'             TO SW-VOYELLE
           ELSE
              MOVE 'O'             TO SW-VOYELLE
           END-IF
           PERFORM GENERE-CAR
                   VARYING BRO-IX FROM 1 BY 1
                   UNTIL BRO-IX > 20.

       GENERE-CAR.
      *-----------------------------------------------------------------
      * UNE LETTRE EST REMPLACEE PAR UNE LETTRE DU NOM FICTIF DE MEME
      * CASSE ; LES AUTRES CARACTERES RESTENT EN PLACE.
           MOVE BRO-ZONE (BRO-IX:1) TO BRO-CAR
           SET IX-MAJ              TO 1
           SEARCH MAJ-LETTRE
             AT END
                SET IX-MIN         TO 1
                SEARCH MIN-LETTRE
                  WHEN MIN-LETTRE (IX-MIN) = BRO-CAR
                     MOVE 'O'      TO SW-MINUSCULE
                     PERFORM TIRE-LETTRE
                END-SEARCH
             WHEN MAJ-LETTRE (IX-MAJ) = BRO-CAR
                MOVE 'N'           TO SW-MINUSCULE
                PERFORM TIRE-LETTRE
           END-SEARCH.

       TIRE-LETTRE.
      *-----------------------------------------------------------------
      * L'EMPREINTE AVANCE D'UN PAS (RANG DE LA POSITION) ET DONNE LA
      * LETTRE, CONSONNE OU VOYELLE A TOUR DE ROLE.
           MOVE BRO-IX             TO OCTET-NUM
           PERFORM ABSORBE-OCTET
           IF TOUR-VOYELLE
              DIVIDE EMP-A BY 5 GIVING EMP-QUOTIENT REMAINDER BRO-VAL
              ADD 1                TO BRO-VAL
              IF LETTRE-MINUSCULE
                 MOVE VOY-MIN (BRO-VAL) TO BRO-ZONE (BRO-IX:1)
              ELSE
                 MOVE VOY-MAJ (BRO-VAL) TO BRO-ZONE (BRO-IX:1)
              END-IF
              MOVE 'N'             TO SW-VOYELLE
           ELSE
              DIVIDE EMP-A BY 17 GIVING EMP-QUOTIENT REMAINDER BRO-VAL
              ADD 1                TO BRO-VAL
              IF LETTRE-MINUSCULE
                 MOVE CONS-MIN (BRO-VAL) TO BRO-ZONE (BRO-IX:1)
              ELSE
                 MOVE CONS-MAJ (BRO-VAL) TO BRO-ZONE (BRO-IX:1)
              END-IF
              MOVE 'O'             TO SW-VOYELLE
           END-IF.

       BROUILLE-NOM.
      *-----------------------------------------------------------------
           MOVE DEPART-NOM         TO BRO-DEPART
           PERFORM BROUILLE-ZONE.

       BROUILLE-PRENOM.
      *-----------------------------------------------------------------
           MOVE DEPART-PRENOM      TO BRO-DEPART
           PERFORM BROUILLE-ZONE.

       SELECTIONNE-CLE.
      *-----------------------------------------------------------------
      * SEL-CLE RETENUE SI DANS LA PLAGE ET DANS LE POURCENTAGE. UNE
      * CLE NON NUMERIQUE EST TOUJOURS RETENUE (DONNEE SALE).
           MOVE 'N'                TO SW-RETENU
           MOVE 'N'                TO SW-CLE-SALE
           IF SEL-CLE NOT NUMERIC
              SET CLE-SALE         TO TRUE
              SET RETENU           TO TRUE
           ELSE
              IF SEL-CLE-N NOT < ECH-CLE-DEB
                 AND SEL-CLE-N NOT > ECH-CLE-FIN
                 DIVIDE SEL-CLE-N BY 100 GIVING SEL-QUOTIENT
                                         REMAINDER SEL-RESTE
                 IF SEL-RESTE < ECH-POURCENT
                    SET RETENU     TO TRUE
                 END-IF
              END-IF
           END-IF.

       LIT-FILEMST.
      *-----------------------------------------------------------------
           READ FILEMST NEXT
                AT END SET FIN-MST TO TRUE
           END-READ
           IF NOT FIN-MST
              IF MST-STATUS NOT = '00'
                 DISPLAY 'ANONYM - ERREUR READ FILEMST, STATUS='
                          MST-STATUS UPON CONSOLE
                 SET ERR-VSAM      TO TRUE
                 SET FIN-MST       TO TRUE
              ELSE
                 ADD 1             TO CPT-MST-LUS
              END-IF
           END-IF.

       TRAITE-MST.
      *-----------------------------------------------------------------
           MOVE MST-CLE            TO SEL-CLE
           PERFORM SELECTIONNE-CLE
           IF RETENU
              IF CLE-SALE
                 ADD 1             TO CPT-MST-SALES
              END-IF
              MOVE MST-NOM         TO BRO-ZONE
              PERFORM BROUILLE-NOM
              MOVE BRO-ZONE        TO MST-NOM
              MOVE MST-PRENOM      TO BRO-ZONE
              PERFORM BROUILLE-PRENOM
              MOVE BRO-ZONE        TO MST-PRENOM
              WRITE MSTANO-Z       FROM FILEMST-Z
              ADD 1                TO CPT-MST-RETENUS
           END-IF
           PERFORM LIT-FILEMST.

       LIT-FILEIN.
      *-----------------------------------------------------------------
           READ FILEIN
                AT END SET FIN-FIN TO TRUE
                NOT AT END ADD 1 TO CPT-FIN-LUS
           END-READ.

       TRAITE-FIN.
      *-----------------------------------------------------------------
      * LES ENREGISTREMENTS DE CONTROLE NE PORTENT PAS DE NOM : ILS
      * SONT RECOPIES (ENTETE) OU AJUSTES (PIED), JAMAIS BROUILLES.
           EVALUATE FILEIN-CODE
             WHEN '0'
               ADD 1               TO CPT-FIN-ENTETES
               MOVE ZERO           TO GRP-ECART-NB
                                      GRP-ECART-MNT
               SET GRP-OUVERT      TO TRUE
               WRITE FINANO-Z      FROM FILEIN-Z
             WHEN '9'
               ADD 1               TO CPT-FIN-PIEDS
               PERFORM AJUSTE-PIED
               MOVE 'N'            TO SW-GRP-OUVERT
               WRITE FINANO-Z      FROM FILEIN-Z
             WHEN OTHER
               PERFORM TRAITE-FIN-DATA
           END-EVALUATE
           PERFORM LIT-FILEIN.

       TRAITE-FIN-DATA.
      *-----------------------------------------------------------------
      * DATA ECARTE : COMPTE ET CUMULE DANS SON GROUPE, COMME
      * BATCH1EM LE COMPTE (MONTANT PRIS S'IL EST NUMERIQUE).
           MOVE FILEIN-CLE         TO SEL-CLE
           PERFORM SELECTIONNE-CLE
           IF RETENU
              IF CLE-SALE
                 ADD 1             TO CPT-FIN-SALES
              END-IF
              MOVE FILEIN-NOM      TO BRO-ZONE
              PERFORM BROUILLE-NOM
              MOVE BRO-ZONE        TO FILEIN-NOM
              MOVE FILEIN-PRENOM   TO BRO-ZONE
              PERFORM BROUILLE-PRENOM
              MOVE BRO-ZONE        TO FILEIN-PRENOM
              WRITE FINANO-Z       FROM FILEIN-Z
              ADD 1                TO CPT-FIN-RETENUS
              IF FILEIN-MONTANT NUMERIC
                 ADD FILEIN-MONTANT TO FIN-MNT-RETENU
              END-IF
           ELSE
              IF GRP-OUVERT
                 ADD 1             TO GRP-ECART-NB
                 IF FILEIN-MONTANT NUMERIC
                    ADD FILEIN-MONTANT TO GRP-ECART-MNT
                 END-IF
              END-IF
           END-IF.

       AJUSTE-PIED.
      *-----------------------------------------------------------------
      * PIED DIMINUE DES DATA ECARTES DU GROUPE. UN PIED SANS ENTETE,
      * ILLISIBLE OU QUI ANNONCE MOINS QUE L'ECARTE EST LAISSE TEL
      * QUEL : IL ETAIT DEJA FAUX EN PRODUCTION.
           IF GRP-OUVERT
              AND GRP-ECART-NB > ZERO
              IF FILEIN-CTL-NBENR NUMERIC
                 AND FILEIN-CTL-MONTANT NUMERIC
                 AND FILEIN-CTL-NBENR NOT < GRP-ECART-NB
                 SUBTRACT GRP-ECART-NB FROM FILEIN-CTL-NBENR
                                   GIVING GRP-NBENR
                 MOVE GRP-NBENR    TO FILEIN-CTL-NBENR
                 SUBTRACT GRP-ECART-MNT FROM FILEIN-CTL-MONTANT
                 ADD 1             TO CPT-FIN-AJUSTES
              ELSE
                 ADD 1             TO CPT-FIN-NON-AJUSTES
                 DISPLAY 'ANONYM - PIED FILEIN NON AJUSTE, EMETTEUR '
                         FILEIN-CTL-EMET ' : ' GRP-ECART-NB
                         ' DATA ECARTES' UPON CONSOLE
              END-IF
           END-IF.

       LIT-FILEAUD.
      *-----------------------------------------------------------------
           READ FILEAUD
                AT END SET FIN-AUD TO TRUE
                NOT AT END ADD 1 TO CPT-AUD-LUS
           END-READ.

       TRAITE-AUD.
      *-----------------------------------------------------------------
      * UNE IMAGE ABSENTE (A BLANC) RESTE A BLANC : LE BROUILLAGE NE
      * TOUCHE QUE LES LETTRES.
           MOVE AUD-CLE            TO SEL-CLE
           PERFORM SELECTIONNE-CLE
           IF RETENU
              IF CLE-SALE
                 ADD 1             TO CPT-AUD-SALES
              END-IF
              MOVE AVT-NOM         TO BRO-ZONE
              PERFORM BROUILLE-NOM
              MOVE BRO-ZONE        TO AVT-NOM
              MOVE AVT-PRENOM      TO BRO-ZONE
              PERFORM BROUILLE-PRENOM
              MOVE BRO-ZONE        TO AVT-PRENOM
              MOVE APR-NOM         TO BRO-ZONE
              PERFORM BROUILLE-NOM
              MOVE BRO-ZONE        TO APR-NOM
              MOVE APR-PRENOM      TO BRO-ZONE
              PERFORM BROUILLE-PRENOM
              MOVE BRO-ZONE        TO APR-PRENOM
              WRITE AUDANO-Z       FROM FILEAUD-Z
              ADD 1                TO CPT-AUD-RETENUS
           END-IF
           PERFORM LIT-FILEAUD.

       LIT-FILEATT.
      *-----------------------------------------------------------------
           READ FILEATT
                AT END SET FIN-ATT TO TRUE
                NOT AT END ADD 1 TO CPT-ATT-LUS
           END-READ.

       TRAITE-ATT.
      *-----------------------------------------------------------------
           MOVE ATT-CLE            TO SEL-CLE
           PERFORM SELECTIONNE-CLE
           IF RETENU
              IF CLE-SALE
                 ADD 1             TO CPT-ATT-SALES
              END-IF
              MOVE ATT-NOM         TO BRO-ZONE
              PERFORM BROUILLE-NOM
              MOVE BRO-ZONE        TO ATT-NOM
              MOVE ATT-PRENOM      TO BRO-ZONE
              PERFORM BROUILLE-PRENOM
              MOVE BRO-ZONE        TO ATT-PRENOM
              WRITE ATTANO-Z       FROM FILEATT-Z
              ADD 1                TO CPT-ATT-RETENUS
           END-IF
           PERFORM LIT-FILEATT.

       ECRIT-RAPPORT.
      *-----------------------------------------------------------------
      * PARAMETRES DE L'ECHANTILLON (JAMAIS LA CLE DE BROUILLAGE) ET
      * COMPTEURS PAR FICHIER.
           MOVE 'ANONYM - EXTRACTION ANONYMISEE POUR LES TESTS'
                                   TO RAPANO-Z
           WRITE RAPANO-Z
           MOVE ALL '-'            TO RAPANO-Z
           WRITE RAPANO-Z
           MOVE SPACES             TO RAPANO-Z
           STRING 'PLAGE DE CLES ' ECH-CLE-DEB ' - ' ECH-CLE-FIN
                  '  POURCENTAGE ' ECH-POURCENT
                  DELIMITED BY SIZE
                  INTO RAPANO-Z
           WRITE RAPANO-Z

           PERFORM ECRIT-BLANC
           MOVE 'FILEMST LUS'      TO LIG-RAP-LIB
           MOVE CPT-MST-LUS        TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE
           MOVE 'FILEMST EXTRAITS' TO LIG-RAP-LIB
           MOVE CPT-MST-RETENUS    TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE
           MOVE '  DONT CLE NON NUMERIQUE' TO LIG-RAP-LIB
           MOVE CPT-MST-SALES      TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE

           PERFORM ECRIT-BLANC
           MOVE 'FILEIN LUS'       TO LIG-RAP-LIB
           MOVE CPT-FIN-LUS        TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE
           MOVE 'FILEIN ENTETES'   TO LIG-RAP-LIB
           MOVE CPT-FIN-ENTETES    TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE
           MOVE 'FILEIN DATA EXTRAITS' TO LIG-RAP-LIB
           MOVE CPT-FIN-RETENUS    TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE
           MOVE '  DONT CLE NON NUMERIQUE' TO LIG-RAP-LIB
           MOVE CPT-FIN-SALES      TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE
           MOVE 'FILEIN PIEDS'     TO LIG-RAP-LIB
           MOVE CPT-FIN-PIEDS      TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE
           MOVE '  DONT AJUSTES'   TO LIG-RAP-LIB
           MOVE CPT-FIN-AJUSTES    TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE
           MOVE '  DONT NON AJUSTES' TO LIG-RAP-LIB
           MOVE CPT-FIN-NON-AJUSTES TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE
           MOVE 'FILEIN MONTANT EXTRAIT' TO LIG-TOT-LIB
           MOVE FIN-MNT-RETENU     TO LIG-TOT-MNT
           MOVE LIG-TOTAL          TO RAPANO-Z
           WRITE RAPANO-Z

           PERFORM ECRIT-BLANC
           MOVE 'FILEAUD LUS'      TO LIG-RAP-LIB
           MOVE CPT-AUD-LUS        TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE
           MOVE 'FILEAUD EXTRAITS' TO LIG-RAP-LIB
           MOVE CPT-AUD-RETENUS    TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE
           MOVE '  DONT CLE NON NUMERIQUE' TO LIG-RAP-LIB
           MOVE CPT-AUD-SALES      TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE

           PERFORM ECRIT-BLANC
           MOVE 'FILEATT LUS'      TO LIG-RAP-LIB
           MOVE CPT-ATT-LUS        TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE
           MOVE 'FILEATT EXTRAITS' TO LIG-RAP-LIB
           MOVE CPT-ATT-RETENUS    TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE
           MOVE '  DONT CLE NON NUMERIQUE' TO LIG-RAP-LIB
           MOVE CPT-ATT-SALES      TO LIG-RAP-CPT
           PERFORM ECRIT-LIGNE

           IF ERR-VSAM
              PERFORM ECRIT-BLANC
              MOVE SPACES          TO RAPANO-Z
              STRING '*** ERREUR DE LECTURE FILEMST : '
                     'EXTRACTION INCOMPLETE ***'
                     DELIMITED BY SIZE
                     INTO RAPANO-Z
              WRITE RAPANO-Z
           END-IF.

       ECRIT-LIGNE.
      *-----------------------------------------------------------------
           MOVE LIG-RAPPORT        TO RAPANO-Z
           WRITE RAPANO-Z.

       ECRIT-BLANC.
      *-----------------------------------------------------------------
           MOVE SPACES             TO RAPANO-Z
           WRITE RAPANO-Z.
