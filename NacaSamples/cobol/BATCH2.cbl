      * VARIATION DU JOUR DE FILECPT.
      * UNE SUPPRESSION SUR UNE CLE ABSENTE DU MAITRE EST SIGNALEE
      * (CONSOLE, RAPPORT, RC 4) ET NON IGNOREE EN SILENCE.
      *
      * CONTROLE DE SOLDE : UNE CORRECTION DE SIGNE ERRONE POUVAIT
      * RENDRE UN SOLDE NEGATIF SANS QUE PERSONNE NE LE VOIE AVANT LA
      * CLOTURE DU MOIS. AVANT D'APPLIQUER UN AJUSTEMENT DEBITEUR
      * (DELTA NEGATIF), LE SOLDE RESULTANT EST CALCULE ; S'IL
      * TOMBERAIT SOUS LE PLANCHER DU RUN (ZERO, OU LA VALEUR DE LA
      * CARTE PARMIN, COLONNES 11-22, SIGNE + 11 CHIFFRES, QUI NE
      * PEUT QUE RELEVER LE PLANCHER : UNE VALEUR NEGATIVE EST
      * REFUSEE EN RC 16), LE
      * MOUVEMENT N'EST PAS APPLIQUE (NI MAITRE NI FILEAUD) : IL PART
      * DANS LE FICHIER D'EXCEPTIONS FILEEXC (CLE, SOLDE COURANT,
      * DELTA, SOLDE QUI EN AURAIT RESULTE, MOUVEMENT D'ORIGINE),
      * EST COMPTE DANS UNE SECTION PROPRE DU RAPPORT FILECR ET
      * TERMINE LE STEP EN RC 4. UN AJUSTEMENT SUR CLE INCONNUE PART
      * D'UN SOLDE NUL. LES AJUSTEMENTS CREDITEURS ET LES
      * REMPLACEMENTS NE SONT PAS CONTROLES. LE JOB EXCLOAD CHARGE
      * LES EXCEPTIONS DANS LE KSDS FILEEXCV CONSULTE PAR LA
      * TRANSACTION TRAA. EN REPRISE, LE PLANCHER EST CELUI DU RUN
      * INTERROMPU (CONSERVE DANS FILECHK) ET FILEEXC EST REECRIT
      * COMME FILEAUD, A PARTIR DE SA COPIE FILEEXCA.
      * CHAQUE CHANGEMENT EST TRACE DANS FILEAUD (IMAGE AVANT/APRES,
      * IMAGE APRES A BLANC SUR SUPPRESSION) ET UN RAPPORT DE
      * CONTROLE FILECR RESTITUE LA VOLUMETRIE, COMME CELUI DE
      * BATCH1.
      *
      * POINTS DE REPRISE : LE MAITRE EST MIS A JOUR SUR PLACE, UN
      * ABEND EN COURS DE FUSION NE SE RATTRAPE PAS EN RESOUMETTANT
      * LE RUN (LES AJUSTEMENTS DEJA ECRITS SERAIENT AJOUTES UNE
      * DEUXIEME FOIS). COMME BATCH1 AVEC FILECHK, TOUTES LES
      * CKP-INTERVAL CLES ECRITES, LE RUN MEMORISE DANS SON FICHIER
      * FILECHK LA DERNIERE CLE ECRITE, LE NOMBRE D'IMAGES FILEAUD
      * EMISES JUSQU'A ELLE ET SES COMPTEURS (FILECR N'EST ECRIT
      * QU'EN FIN DE RUN, A PARTIR DE CES COMPTEURS). UN RUN NORMAL
      * REFUSE DE DEMARRER (RC 16) QUAND LE DERNIER RUN EST RESTE
      * INTERROMPU : LA REPRISE SE FAIT PAR BATCH2RS (CARTE PARMIN
      * EN MODE 'R', PORTANT LA CLE DU DERNIER CHECKPOINT), QUI :
      * - RESTAURE LES COMPTEURS ET LA DATE DU RUN INTERROMPU ;
      * - REECRIT LA GENERATION FILEAUD DU RUN INTERROMPU A PARTIR
      *   DE SA COPIE FILEAUDA, JUSQU'A LA POSITION DU CHECKPOINT ;
      * - SAUTE LES MOUVEMENTS DES CLES DEJA ECRITES (CLE NON
      *   SUPERIEURE A CELLE DU CHECKPOINT) ;
      * - POUR LES CLES TRAITEES APRES LE CHECKPOINT (IMAGES DE
      *   FILEAUDA AU-DELA DE SA POSITION), COMPARE LE MAITRE A
      *   L'IMAGE AVANT DU RUN INTERROMPU : IDENTIQUE, LA CLE N'A
      *   PAS ETE ECRITE ET EST TRAITEE NORMALEMENT ; DIFFERENT,
      *   ELLE L'A ETE - SES MOUVEMENTS SONT REJOUES EN MEMOIRE
      *   DEPUIS L'IMAGE AVANT (IMAGES ET COMPTEURS) SANS ECRITURE,
      *   ET LE RESULTAT DOIT EGALER LE MAITRE (SINON RC 16) ;
      * - CLOT EN ETAT 'A' LA LIGNE 'E' LAISSEE AU REGISTRE VTBRUNA
      *   PAR LE RUN INTERROMPU (SIGNALEE SI ELLE MANQUE).
      *
      * MAINTENANCE ONLINE : LES CORRECTIONS DE NOM ET DE PRENOM
      * SAISIES DANS LA JOURNEE PAR LA TRANSACTION TRA7 (ONLINE7)
      * SONT DEJA SUR LE MAITRE ; LEURS IMAGES FILEAUD ATTENDENT DANS
      * LA FILE TRANSITOIRE AUDL, RELEVEE EN AUDLIN. UN RUN NORMAL LES
      * RECOPIE EN TETE DE SA GENERATION FILEAUD, AVANT SES PROPRES
      * IMAGES (ELLES LES PRECEDENT DANS LE TEMPS) ET AVANT SON
      * CHECKPOINT DE DEBUT : EN REPRISE, ELLES SONT RETROUVEES DANS
      * FILEAUDA ET AUDLIN N'EST PAS RELU. LA JCL VIDE LA FILE UNE
      * FOIS LE RUN ABOUTI.
      *
      * DATE DE TRAITEMENT : AUD-DTTRT ET EXC-DTTRT PORTENT LA
      * JOURNEE OUVREE PUBLIEE PAR CALJOUR EN TETE DE LA CHAINE
      * BATCH1 (KSDS FILEDTJ, ENREGISTREMENT DU SITE) ET NON PLUS LA
      * DATE SYSTEME, QUI CHANGEAIT QUAND LA CHAINE PASSAIT MINUIT.
      * LES IMAGES DES MAINTENANCES ONLINE RECOPIEES D'AUDLIN SONT
      * RE-ESTAMPILLEES : TOUTE LA GENERATION FILEAUD PORTE LA MEME
      * DATE. SANS JOURNEE PUBLIEE, LE RUN NORMAL S'ARRETE EN RC 16 ;
      * EN REPRISE, LA DATE DU RUN INTERROMPU (FILECHK) EST REPRISE
      * ET FILEDTJ N'EST PAS LU.
      *
      /
       ENVIRONMENT DIVISION.
      *=================================================================
                  ACCESS RANDOM
                  RECORD KEY MST-CLE
                  FILE STATUS MST-STATUS.
           SELECT FILEDTJ  ASSIGN TO FILEDTJ
                  ORGANIZATION INDEXED
                  ACCESS RANDOM
                  RECORD KEY DTJ-SITE
                  FILE STATUS DTJ-STATUS.
           SELECT FILEAUD  ASSIGN TO UT-S-FILEAUD.
           SELECT FILECR   ASSIGN TO UT-S-FILECR.
           SELECT PARMIN   ASSIGN TO UT-S-PARMIN.
           SELECT FILECHK  ASSIGN TO UT-S-FILECHK.
           SELECT FILEAUDA ASSIGN TO UT-S-FILEAUDA.
           SELECT AUDLIN   ASSIGN TO UT-S-AUDLIN.
           SELECT FILEEXC  ASSIGN TO UT-S-FILEEXC.
           SELECT FILEEXCA ASSIGN TO UT-S-FILEEXCA.

       DATA DIVISION.
      *=================================================================
           05  AUD-CODE            PIC X(01).
           05  FILLER              PIC X(05).

      * FILEDTJ - DATE DE JOURNEE PUBLIEE PAR CALJOUR (UN
      * ENREGISTREMENT PAR SITE).
       FD  FILEDTJ
           RECORD 80.
       01  FILEDTJ-Z.
           COPY DTJREC.

      * FILECR - RAPPORT DE CONTROLE DES MISES A JOUR, DANS L'ESPRIT
      * DE CELUI DE BATCH1.
       FD  FILECR
           RECORDING F.
       01  FILECR-Z                PIC X(80).

      * PARMIN - CARTE DE PARAMETRAGE DU RUN. A BLANC (OU ABSENTE) :
      * RUN NORMAL. MODE 'R' : REPRISE APRES ABEND, AVEC LA CLE DU
      * DERNIER CHECKPOINT DE FILECHK (A BLANC SI LE RUN INTERROMPU
      * N'EN AVAIT ECRIT AUCUN), CONTROLEE COMME PARM-RESTART-CPT
      * CHEZ BATCH1. PLANCHER DE SOLDE DU RUN EN COLONNES 11-22
      * (SIGNE PUIS 11 CHIFFRES DONT 2 DECIMALES), A BLANC = ZERO,
      * JAMAIS NEGATIF ;
      * IGNORE EN REPRISE, OU LE PLANCHER DU RUN INTERROMPU EST
      * REPRIS DE FILECHK.
       FD  PARMIN
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 80
           RECORDING F.
       01  PARMIN-Z.
           05  PRM-MODE            PIC X(01).
               88  PRM-REPRISE                        VALUE 'R'.
           05  PRM-CLE-REPRISE     PIC X(09).
           05  PRM-PLANCHER.
               10  PRM-PLA-SIGNE   PIC X(01).
               10  PRM-PLA-VALEUR  PIC 9(09)V99.
           05  FILLER              PIC X(58).

      * FILECHK - POINTS DE REPRISE DE BATCH2 (DISP=MOD, JAMAIS
      * REINITIALISE) : UN ENREGISTREMENT EN DEBUT DE RUN (CLE A
      * BLANC), UN TOUTES LES CKP-INTERVAL CLES ECRITES, UN APRES LA
      * DERNIERE CLE, TOUS EN ETAT 'E', PUIS UN EN ETAT 'F' QUAND LE
      * RUN EST ALLE AU BOUT. LE DERNIER ENREGISTREMENT DIT DONC SI
      * LE DERNIER RUN S'EST TERMINE, ET SINON D'OU LE REPRENDRE.
       FD  FILECHK
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 600
           RECORDING F.
       01  FILECHK-Z.
           05  FILECHK-DATE        PIC 9(08).
           05  FILECHK-ETAT        PIC X(01).
               88  FILECHK-EN-COURS                   VALUE 'E'.
               88  FILECHK-TERMINE                    VALUE 'F'.
           05  FILECHK-CLE         PIC X(09).
           05  FILECHK-CPT-AUD     PIC 9(07).
           05  FILECHK-CREES       PIC 9(07).
           05  FILECHK-MAJ         PIC 9(07).
           05  FILECHK-REMPLACES   PIC 9(07).
           05  FILECHK-AJUSTES     PIC 9(07).
           05  FILECHK-SUPPRIMES   PIC 9(07).
           05  FILECHK-SUP-ABSENTS PIC 9(07).
           05  FILECHK-SUP-NB      PIC 9(02).
           05  FILECHK-SUP-CLE     OCCURS 50 TIMES
                                   PIC X(09).
           05  FILECHK-AUD-ONLINE  PIC 9(07).
           05  FILECHK-PLANCHER    PIC S9(09)V99 COMP-3.
           05  FILECHK-EXCEPTIONS  PIC 9(07).
           05  FILECHK-MNT-EXC     PIC S9(13)V99 COMP-3.
           05  FILLER              PIC X(53).

      * FILEAUDA - EN REPRISE SEULEMENT : COPIE DE LA GENERATION
      * FILEAUD DU RUN INTERROMPU, PRISE PAR LA JCL AVANT QUE CE RUN
      * NE LA REECRIVE (DUMMY EN RUN NORMAL).
       FD  FILEAUDA
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 160
           RECORDING F.
       01  FILEAUDA-Z.
           05  AUDA-TYPE           PIC X(01).
           05  AUDA-CLE            PIC X(09).
           05  AUDA-AVANT          PIC X(68).
           05  FILLER              PIC X(82).

      * AUDLIN - IMAGES FILEAUD DES MAINTENANCES ONLINE DE LA
      * JOURNEE (FILE TRANSITOIRE AUDL DE ONLINE7), AU LAYOUT
      * FILEAUD, RECOPIEES TELLES QUELLES.
       FD  AUDLIN
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 160
           RECORDING F.
       01  AUDLIN-Z                PIC X(160).

      * FILEEXC - AJUSTEMENTS NON APPLIQUES CAR ILS AURAIENT PORTE LE
      * SOLDE SOUS LE PLANCHER DU RUN, EN ORDRE CROISSANT DE CLE.
       FD  FILEEXC
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 128
           RECORDING F.
       01  FILEEXC-Z.
           COPY EXCREC.

      * FILEEXCA - EN REPRISE SEULEMENT : COPIE DE LA GENERATION
      * FILEEXC DU RUN INTERROMPU (DUMMY EN RUN NORMAL).
       FD  FILEEXCA
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 128
           RECORDING F.
       01  FILEEXCA-Z              PIC X(128).

       WORKING-STORAGE SECTION.
      *------------------------
       77  CPT-LUS1                PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-AJUSTES             PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-SUPPRIMES           PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-SUP-ABSENTS         PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-AUD                 PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-AUD-ONLINE          PIC S9(7) COMP-3   VALUE ZERO.

      * CONTROLE DE SOLDE : PLANCHER DU RUN, SOLDES DU MOUVEMENT EN
      * COURS DE CONTROLE, EXCEPTIONS EMISES ET CUMUL DE LEURS DELTAS.
       77  PLANCHER                PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  SOLDE-COURANT           PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  SOLDE-PREVU             PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  CPT-EXCEPTIONS          PIC S9(7) COMP-3   VALUE ZERO.
       77  MNT-EXCEPTIONS          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  CPT-EXC-REPRIS          PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-EXC-COPIES          PIC S9(7) COMP-3   VALUE ZERO.
       77  SW-FIN-EXC              PIC X              VALUE 'N'.
           88  FIN-EXC                                VALUE 'O'.
       77  SW-FIN-EXCA             PIC X              VALUE 'N'.
           88  FIN-EXCA                               VALUE 'O'.

      * CHECKPOINT / RESTART.
       77  CKP-INTERVAL            PIC S9(7) COMP-3   VALUE 1000.
       77  CKP-CPT                 PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-SAUTES              PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-AUD-TRAINE          PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-AUD-REPRIS          PIC S9(7) COMP-3   VALUE ZERO.
       77  CPT-DEJA-ECRITES        PIC S9(7) COMP-3   VALUE ZERO.

       77  SW-FIN-CHK              PIC X              VALUE 'N'.
           88  FIN-CHK                                VALUE 'O'.
       77  SW-FIN-AUDA             PIC X              VALUE 'N'.
           88  FIN-AUDA                               VALUE 'O'.
       77  SW-FIN-AUDL             PIC X              VALUE 'N'.
           88  FIN-AUDL                               VALUE 'O'.
       77  SW-CHK-LU               PIC X              VALUE 'N'.
           88  CHK-LU                                 VALUE 'O'.

      * DERNIERE CLE ECRITE PAR LE RUN INTERROMPU (DERNIER
      * CHECKPOINT) : LES MOUVEMENTS DE CLE NON SUPERIEURE SONT
      * SAUTES. A BLANC EN RUN NORMAL OU SI AUCUNE CLE N'AVAIT ETE
      * CHECKPOINTEE.
       77  CLE-REPRISE             PIC X(09)          VALUE SPACES.

      * VERDICT DU REGISTRE SUR LE RUN INTERROMPU (FONCTION 'R' DE
      * CALLRUN), RESTITUE DANS LE RAPPORT.
       77  SW-REG-REPRISE          PIC X              VALUE SPACE.
           88  REG-LIGNE-CLOSE                        VALUE 'O'.
           88  REG-SANS-LIGNE                         VALUE 'N'.
           88  REG-INDISPONIBLE                       VALUE 'E'.

      * CLE DEJA ECRITE SUR LE VSAM PAR LE RUN INTERROMPU : SES
      * MOUVEMENTS SONT REJOUES EN MEMOIRE DEPUIS L'IMAGE AVANT DU
      * RUN INTERROMPU, SANS ECRITURE ; L'ETAT LU SUR LE VSAM EST
      * GARDE DANS MST-LU POUR CONTROLE A LA CLOTURE DE LA CLE.
       77  SW-DEJA-ECRITE          PIC X              VALUE 'N'.
           88  DEJA-ECRITE                            VALUE 'O'.
       77  SW-MST-LU-EXISTE        PIC X              VALUE 'N'.
           88  MST-LU-EXISTE                          VALUE 'O'.
       01  MST-LU                  PIC X(68)          VALUE SPACES.

      * CLES TRAITEES PAR LE RUN INTERROMPU APRES SON DERNIER
      * CHECKPOINT (IMAGES FILEAUDA AU-DELA DE LA POSITION DU
      * CHECKPOINT), EN ORDRE CROISSANT, AVEC L'ETAT DU MAITRE AVANT
      * LEUR PREMIER MOUVEMENT. AU-DELA DE REP-MAX CLES, LA REPRISE
      * EST REFUSEE (RC 16).
       77  REP-MAX                 PIC S9(4) COMP     VALUE 5000.
       77  REP-NB                  PIC S9(4) COMP     VALUE ZERO.
       01  TAB-REPRISE.
           05  REP-LIGNE           OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON REP-NB
                                   ASCENDING KEY REP-CLE
                                   INDEXED BY IX-REP.
               10  REP-CLE         PIC X(09).
               10  REP-EXISTAIT    PIC X(01).
               10  REP-AVANT       PIC X(68).

      * CLES DES SUPPRESSIONS RECUES POUR UNE CLE ABSENTE DU MAITRE,
      * MEMORISEES POUR RESTITUTION DANS LE RAPPORT FILECR. AU-DELA
                                   PIC X(09).

       77  MST-STATUS              PIC X(02)          VALUE SPACES.
       77  DTJ-STATUS              PIC X(02)          VALUE SPACES.

       77  SW-FIN-IN1              PIC X              VALUE 'N'.
           88  FIN-IN1                                VALUE 'O'.
           05  LIG-RAP-CPT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(44)       VALUE SPACES.

       01  LIG-MONTANT.
           05  LIG-MNT-LIB         PIC X(25).
           05  LIG-MNT-VAL         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(34)       VALUE SPACES.

      * DETAIL D'UNE EXCEPTION DE SOLDE DANS FILECR, SOUS SON
      * EN-TETE DE COLONNES (EX = CLE EXISTANTE O/N).
       01  LIG-EXC-ENTETE.
           05  FILLER              PIC X(08)       VALUE 'NO EXC'.
           05  FILLER              PIC X(10)       VALUE 'CLE'.
           05  FILLER              PIC X(16)       VALUE
                                                   '  SOLDE COURANT'.
           05  FILLER              PIC X(16)       VALUE
                                                   '          DELTA'.
           05  FILLER              PIC X(18)       VALUE
                                                   '  SOLDE RESULTANT'.
           05  FILLER              PIC X(12)       VALUE 'EX'.

       01  LIG-EXCEPTION.
           05  LIG-EXC-NOENR       PIC 9(07).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-EXC-CLE         PIC X(09).
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-EXC-SOLDE       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-EXC-DELTA       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-EXC-PREVU       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)       VALUE SPACES.
           05  LIG-EXC-EXISTE      PIC X(01).
           05  FILLER              PIC X(11)       VALUE SPACES.

      * JOURNEE OUVREE TRAITEE PAR LE RUN (FILEDTJ), ESTAMPILLEE SUR
      * CHAQUE ENREGISTREMENT D'AUDIT ET D'EXCEPTION.
       01  DATE-TRT                PIC 9(8)          VALUE ZEROS.

      * COPY LANGUE DU SITE (CLE DE FILEDTJ)
           COPY SITELNG.

      * COPY IO CALLRUN (REGISTRE DES RUNS VTBRUNA)
           COPY RUNZONE.

       PROCEDURE DIVISION.
      *=================================================================
           PERFORM LIT-PARM
           PERFORM LIT-CHECKPOINT
           IF NOT PRM-REPRISE
              PERFORM LIT-DATE-JOURNEE
           END-IF

      * EN REPRISE, LA GENERATION FILEAUD DU RUN INTERROMPU EST
      * REECRITE JUSQU'A LA POSITION DU CHECKPOINT (LA SUITE EST
      * REGENEREE PAR LE RUN), LE RAPPORT FILECR EST REFAIT EN
      * ENTIER A PARTIR DES COMPTEURS RESTAURES.
           IF PRM-REPRISE
              OPEN INPUT  FILEIN1
                          FILEIN2
                          FILEAUDA
                          FILEEXCA
                   OUTPUT FILEAUD
                          FILECR
                          FILEEXC
                   EXTEND FILECHK
              PERFORM REPRISE-FILEAUD
              CLOSE FILEAUDA
              PERFORM REPRISE-FILEEXC
              CLOSE FILEEXCA
              PERFORM REPRISE-REGISTRE
           ELSE
              OPEN INPUT  FILEIN1
                          FILEIN2
                          AUDLIN
                   OUTPUT FILEAUD
                          FILECR
                          FILEEXC
                   EXTEND FILECHK
              PERFORM VERSE-AUDLIN
              CLOSE AUDLIN
              MOVE 'E'             TO FILECHK-ETAT
              PERFORM ECRIT-CHECKPOINT
           END-IF

           PERFORM DEBUT-REGISTRE

           OPEN I-O    FILEMST
           EVALUATE MST-STATUS
                   UNTIL (FIN-IN1 AND FIN-IN2)
                      OR ERR-VSAM OR ERR-SEQ

      * LA DERNIERE CLE OUVERTE RESTE A ECRIRE ; UN CHECKPOINT EST
      * ALORS FORCE SUR ELLE (UN ABEND PENDANT LE RAPPORT SE REPREND
      * SANS RIEN REAPPLIQUER).
           IF NOT ERR-VSAM AND NOT ERR-SEQ
              PERFORM CLOT-CLE
           END-IF
           IF NOT ERR-VSAM AND NOT ERR-SEQ
              MOVE 'E'             TO FILECHK-ETAT
              PERFORM ECRIT-CHECKPOINT
           END-IF

           DISPLAY 'STAT FILEIN1  - READ RECORDS  : '
                    CPT-LUS1         UPON CONSOLE
                    CPT-SUPPRIMES    UPON CONSOLE
           DISPLAY 'STAT FILEMST  - DEL NOT FOUND : '
                    CPT-SUP-ABSENTS  UPON CONSOLE
           DISPLAY 'STAT FILEAUD  - WRITE RECORDS : '
                    CPT-AUD          UPON CONSOLE
           DISPLAY 'STAT AUDLIN   - ONLINE IMAGES : '
                    CPT-AUD-ONLINE   UPON CONSOLE
           DISPLAY 'STAT FILEEXC  - WRITE RECORDS : '
                    CPT-EXCEPTIONS   UPON CONSOLE
           IF PRM-REPRISE
              DISPLAY 'STAT REPRISE  - SKIPPED MVTS  : '
                       CPT-SAUTES       UPON CONSOLE
              DISPLAY 'STAT REPRISE  - KEYS REPLAYED : '
                       CPT-DEJA-ECRITES UPON CONSOLE
           END-IF

      * FILEEXC EST FERME AVANT LE RAPPORT, QUI LE RELIT POUR EN
      * LISTER LE DETAIL.
           CLOSE FILEEXC
           PERFORM ECRIT-RAPPORT

      * RUN ALLE AU BOUT : LE DERNIER CHECKPOINT LE DIT TERMINE, LE
      * RUN SUIVANT POURRA DEMARRER NORMALEMENT.
           IF NOT ERR-VSAM AND NOT ERR-SEQ
              MOVE 'F'             TO FILECHK-ETAT
              PERFORM ECRIT-CHECKPOINT
           END-IF

           CLOSE FILEIN1
                 FILEIN2
                 FILEMST
                 FILEAUD
                 FILECR
                 FILECHK

      * UNE ERREUR VSAM REND LE MAITRE SUSPECT (RC 16, BLOQUANT) ;
      * DES SUPPRESSIONS SUR CLE ABSENTE OU DES EXCEPTIONS DE SOLDE
      * DONNENT UN AVERTISSEMENT RC 4, LE DETAIL ETANT DANS LE
      * RAPPORT FILECR.
           EVALUATE TRUE
             WHEN ERR-VSAM
               MOVE 16 TO RETURN-CODE
                       UPON CONSOLE
               MOVE 16 TO RETURN-CODE
             WHEN CPT-SUP-ABSENTS > ZERO
               OR CPT-EXCEPTIONS > ZERO
               IF CPT-SUP-ABSENTS > ZERO
                  DISPLAY 'BATCH2 - AVERTISSEMENT : SUPPRESSIONS SUR '
                          'CLE ABSENTE - VOIR RAPPORT FILECR'
                          UPON CONSOLE
               END-IF
               IF CPT-EXCEPTIONS > ZERO
                  DISPLAY 'BATCH2 - AVERTISSEMENT : AJUSTEMENTS SOUS '
                          'LE PLANCHER NON APPLIQUES - VOIR FILEEXC'
                          UPON CONSOLE
               END-IF
               MOVE 4 TO RETURN-CODE
           END-EVALUATE


           STOP RUN.

       LIT-PARM.
      *-----------------------------------------------------------------
      * LECTURE UNIQUE DE LA CARTE PARAMETRE. A DEFAUT DE CARTE (DD
      * DUMMY), RUN NORMAL.
           OPEN INPUT PARMIN
           READ PARMIN
                AT END MOVE SPACES     TO PARMIN-Z
           END-READ
           CLOSE PARMIN
           PERFORM LIT-PLANCHER.

       LIT-PLANCHER.
      *-----------------------------------------------------------------
      * PLANCHER DE SOLDE DU RUN : ZERO SI LA ZONE EST A BLANC. UNE
      * ZONE MAL FORMEE ARRETE LE RUN (RC 16) AVANT TOUTE MISE A
      * JOUR : UN PLANCHER MAL LU LAISSERAIT PASSER CE QU'IL DOIT
      * ARRETER. UN PLANCHER NEGATIF EST REFUSE DE MEME : LA CARTE
      * PEUT RELEVER LE PLANCHER, PAS AUTORISER UN SOLDE NEGATIF.
           IF PRM-PLANCHER = SPACES
              MOVE ZERO            TO PLANCHER
           ELSE
              IF (PRM-PLA-SIGNE NOT = '+' AND NOT = '-')
                 OR PRM-PLA-VALEUR NOT NUMERIC
                 DISPLAY 'BATCH2 - ERREUR : PLANCHER PARMIN INVALIDE ('
                         PRM-PLANCHER ') - RUN ABANDONNE' UPON CONSOLE
                 MOVE 16           TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PRM-PLA-VALEUR  TO PLANCHER
              IF PRM-PLA-SIGNE = '-'
                 COMPUTE PLANCHER = ZERO - PLANCHER
              END-IF
              IF PLANCHER < ZERO
                 DISPLAY 'BATCH2 - ERREUR : PLANCHER PARMIN NEGATIF ('
                         PRM-PLANCHER ') - RUN ABANDONNE' UPON CONSOLE
                 MOVE 16           TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       LIT-DATE-JOURNEE.
      *-----------------------------------------------------------------
      * JOURNEE OUVREE PUBLIEE PAR CALJOUR POUR LE SITE. SANS ELLE,
      * ARRET AVANT TOUTE MISE A JOUR : LES IMAGES D'AUDIT SERAIENT
      * DATEES AU HASARD.
           OPEN INPUT FILEDTJ
           IF DTJ-STATUS NOT = '00'
              DISPLAY 'BATCH2 - ERREUR OPEN FILEDTJ, STATUS='
                       DTJ-STATUS UPON CONSOLE
              MOVE 16              TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SITE-LNG           TO DTJ-SITE
           READ FILEDTJ
                INVALID KEY
                  DISPLAY 'BATCH2 - ERREUR : AUCUNE JOURNEE PUBLIEE '
                          'POUR LE SITE ' SITE-LNG ' - RUN ABANDONNE'
                          UPON CONSOLE
                  MOVE 16          TO RETURN-CODE
                  STOP RUN
           END-READ
           CLOSE FILEDTJ
           MOVE DTJ-DATE           TO DATE-TRT
           DISPLAY 'BATCH2 - JOURNEE TRAITEE : ' DATE-TRT
                   UPON CONSOLE.

       LIT-CHECKPOINT.
      *-----------------------------------------------------------------
      * RELIT FILECHK JUSQU'A SON DERNIER ENREGISTREMENT, QUI DECRIT
      * LE DERNIER RUN. RUN NORMAL : REFUSE SI CE RUN EST RESTE
      * INTERROMPU (LE RESOUMETTRE REAPPLIQUERAIT LES AJUSTEMENTS
      * DEJA ECRITS). REPRISE : REFUSEE S'IL N'Y A RIEN A REPRENDRE
      * OU SI LA CLE DE LA CARTE N'EST PAS CELLE DU DERNIER
      * CHECKPOINT (CARTE PERIMEE OU SAISIE A TORT) ; SINON LES
      * COMPTEURS ET LA DATE DU RUN INTERROMPU SONT RESTAURES.
           MOVE 'N'                TO SW-FIN-CHK
           MOVE 'N'                TO SW-CHK-LU
           OPEN INPUT FILECHK
           PERFORM LIT-CHECKPOINT-ENR
                   UNTIL FIN-CHK
           CLOSE FILECHK

           IF NOT PRM-REPRISE
              IF CHK-LU AND FILECHK-EN-COURS
                 DISPLAY 'BATCH2 - ERREUR : LE RUN DU ' FILECHK-DATE
                         ' EST RESTE INTERROMPU APRES LA CLE '
                         FILECHK-CLE ' - REPRENDRE PAR BATCH2RS'
                         UPON CONSOLE
                 MOVE 16           TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              IF NOT CHK-LU OR NOT FILECHK-EN-COURS
                 DISPLAY 'BATCH2 - ERREUR : AUCUN RUN INTERROMPU DANS '
                         'FILECHK - REPRISE ABANDONNEE' UPON CONSOLE
                 MOVE 16           TO RETURN-CODE
                 STOP RUN
              END-IF
              IF FILECHK-CLE NOT = PRM-CLE-REPRISE
                 DISPLAY 'BATCH2 - ERREUR : DERNIER CHECKPOINT '
                         'FILECHK (' FILECHK-CLE
                         ') <> CLE DE REPRISE PARMIN ('
                         PRM-CLE-REPRISE ') - REPRISE ABANDONNEE'
                         UPON CONSOLE
                 MOVE 16           TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM RESTAURE-CHECKPOINT
           END-IF.

       LIT-CHECKPOINT-ENR.
      *-----------------------------------------------------------------
           READ FILECHK
                AT END SET FIN-CHK TO TRUE
                NOT AT END SET CHK-LU TO TRUE
           END-READ.

       RESTAURE-CHECKPOINT.
      *-----------------------------------------------------------------
      * COMPTEURS DU RUN INTERROMPU AU DERNIER CHECKPOINT. CPT-LUS1 ET
      * CPT-LUS2 NE SONT PAS RESTAURES : LES ENTREES SONT RELUES DEPUIS
      * LE DEBUT ET LES MOUVEMENTS SAUTES SONT RECOMPTES. LA DATE DU
      * RUN INTERROMPU EST REPRISE POUR QUE TOUTES LES IMAGES FILEAUD
      * DE LA JOURNEE PORTENT LA MEME AUD-DTTRT.
           MOVE FILECHK-DATE       TO DATE-TRT
           MOVE FILECHK-CLE        TO CLE-REPRISE
           MOVE FILECHK-CPT-AUD    TO CPT-AUD-REPRIS
           MOVE FILECHK-AUD-ONLINE TO CPT-AUD-ONLINE
           IF PRM-PLANCHER NOT = SPACES
              AND PLANCHER NOT = FILECHK-PLANCHER
              DISPLAY 'BATCH2 - PLANCHER PARMIN IGNORE EN REPRISE, '
                      'CELUI DU RUN INTERROMPU EST CONSERVE'
                      UPON CONSOLE
           END-IF
           MOVE FILECHK-PLANCHER   TO PLANCHER
           MOVE FILECHK-EXCEPTIONS TO CPT-EXC-REPRIS
           MOVE FILECHK-MNT-EXC    TO MNT-EXCEPTIONS
           MOVE FILECHK-CREES      TO CPT-CREES
           MOVE FILECHK-MAJ        TO CPT-MAJ
           MOVE FILECHK-REMPLACES  TO CPT-REMPLACES
           MOVE FILECHK-AJUSTES    TO CPT-AJUSTES
           MOVE FILECHK-SUPPRIMES  TO CPT-SUPPRIMES
           MOVE FILECHK-SUP-ABSENTS TO CPT-SUP-ABSENTS
           MOVE FILECHK-SUP-NB     TO SUP-ABS-NB
           PERFORM RESTAURE-SUP-ABSENTE
                   VARYING IX-SUP FROM 1 BY 1
                   UNTIL IX-SUP > SUP-ABS-NB
           DISPLAY 'BATCH2 - REPRISE DU RUN DU ' FILECHK-DATE
                   ' APRES LA CLE ' FILECHK-CLE UPON CONSOLE.

       RESTAURE-SUP-ABSENTE.
      *-----------------------------------------------------------------
           MOVE FILECHK-SUP-CLE (IX-SUP) TO SUP-ABS-CLE (IX-SUP).

       ECRIT-CHECKPOINT.
      *-----------------------------------------------------------------
      * ENREGISTREMENT FILECHK DE L'ETAT COURANT, APRES ECRITURE DE LA
      * CLE CLE-COURANTE (A BLANC EN DEBUT DE RUN). FILECHK-ETAT EST
      * POSITIONNE PAR L'APPELANT.
           MOVE DATE-TRT           TO FILECHK-DATE
           MOVE CLE-COURANTE       TO FILECHK-CLE
           MOVE CPT-AUD            TO FILECHK-CPT-AUD
           MOVE CPT-AUD-ONLINE     TO FILECHK-AUD-ONLINE
           MOVE PLANCHER           TO FILECHK-PLANCHER
           MOVE CPT-EXCEPTIONS     TO FILECHK-EXCEPTIONS
           MOVE MNT-EXCEPTIONS     TO FILECHK-MNT-EXC
           MOVE CPT-CREES          TO FILECHK-CREES
           MOVE CPT-MAJ            TO FILECHK-MAJ
           MOVE CPT-REMPLACES      TO FILECHK-REMPLACES
           MOVE CPT-AJUSTES        TO FILECHK-AJUSTES
           MOVE CPT-SUPPRIMES      TO FILECHK-SUPPRIMES
           MOVE CPT-SUP-ABSENTS    TO FILECHK-SUP-ABSENTS
           MOVE SUP-ABS-NB         TO FILECHK-SUP-NB
           PERFORM SAUVE-SUP-ABSENTE
                   VARYING IX-SUP FROM 1 BY 1
                   UNTIL IX-SUP > SUP-ABS-NB
           WRITE FILECHK-Z
           MOVE ZERO               TO CKP-CPT.

       SAUVE-SUP-ABSENTE.
      *-----------------------------------------------------------------
           MOVE SUP-ABS-CLE (IX-SUP) TO FILECHK-SUP-CLE (IX-SUP).

       VERSE-AUDLIN.
      *-----------------------------------------------------------------
      * RECOPIE EN TETE DE FILEAUD DES IMAGES DES MAINTENANCES ONLINE
      * DE LA JOURNEE, COMPTEES DANS LES IMAGES EMISES PAR LE RUN.
           MOVE 'N'                TO SW-FIN-AUDL
           PERFORM LIT-AUDLIN
           PERFORM RECOPIE-AUDLIN
                   UNTIL FIN-AUDL.

       LIT-AUDLIN.
      *-----------------------------------------------------------------
           READ AUDLIN
                AT END SET FIN-AUDL TO TRUE
           END-READ.

       RECOPIE-AUDLIN.
      *-----------------------------------------------------------------
           MOVE AUDLIN-Z           TO FILEAUD-Z
           MOVE DATE-TRT           TO AUD-DTTRT
           WRITE FILEAUD-Z
           ADD 1                   TO CPT-AUD
           ADD 1                   TO CPT-AUD-ONLINE
           PERFORM LIT-AUDLIN.

       REPRISE-FILEAUD.
      *-----------------------------------------------------------------
      * RECOPIE DANS FILEAUD LES IMAGES DU RUN INTERROMPU JUSQU'A LA
      * POSITION DU CHECKPOINT, PUIS CHARGE LES CLES DES IMAGES
      * SUIVANTES (TRAITEES APRES LE CHECKPOINT, ECRITES OU NON SUR
      * LE VSAM) AVEC L'ETAT DU MAITRE AVANT LEUR PREMIER MOUVEMENT.
      * UNE COPIE PLUS COURTE QUE LA POSITION DU CHECKPOINT NE PEUT
      * PAS SERVIR DE BASE : REPRISE REFUSEE.
           MOVE ZERO               TO CPT-AUD
           MOVE 'N'                TO SW-FIN-AUDA
           PERFORM LIT-FILEAUDA
           PERFORM RECOPIE-AUDIT
                   UNTIL FIN-AUDA
                      OR CPT-AUD NOT < CPT-AUD-REPRIS
           IF CPT-AUD < CPT-AUD-REPRIS
              DISPLAY 'BATCH2 - ERREUR : FILEAUDA (' CPT-AUD
                      ' IMAGES) PLUS COURT QUE LE CHECKPOINT ('
                      CPT-AUD-REPRIS ') - REPRISE ABANDONNEE'
                      UPON CONSOLE
              MOVE 16              TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZERO               TO REP-NB
           PERFORM CHARGE-TRAINE
                   UNTIL FIN-AUDA.

       LIT-FILEAUDA.
      *-----------------------------------------------------------------
           READ FILEAUDA
                AT END SET FIN-AUDA TO TRUE
           END-READ.

       RECOPIE-AUDIT.
      *-----------------------------------------------------------------
           WRITE FILEAUD-Z         FROM FILEAUDA-Z
           ADD 1                   TO CPT-AUD
           PERFORM LIT-FILEAUDA.

       CHARGE-TRAINE.
      *-----------------------------------------------------------------
      * SEULE LA PREMIERE IMAGE DE CHAQUE CLE COMPTE : SON IMAGE AVANT
      * EST L'ETAT DU MAITRE AVANT LE RUN INTERROMPU (A BLANC ET TYPE
      * 'I' SI LA CLE N'EXISTAIT PAS).
           ADD 1                   TO CPT-AUD-TRAINE
           IF REP-NB = ZERO
              OR AUDA-CLE NOT = REP-CLE (REP-NB)
              IF REP-NB NOT < REP-MAX
                 DISPLAY 'BATCH2 - ERREUR : PLUS DE ' REP-MAX
                         ' CLES APRES LE CHECKPOINT - REPRISE '
                         'ABANDONNEE' UPON CONSOLE
                 MOVE 16           TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1                TO REP-NB
              MOVE AUDA-CLE        TO REP-CLE (REP-NB)
              IF AUDA-TYPE = 'I'
                 MOVE 'N'          TO REP-EXISTAIT (REP-NB)
                 MOVE SPACES       TO REP-AVANT (REP-NB)
              ELSE
                 MOVE 'O'          TO REP-EXISTAIT (REP-NB)
                 MOVE AUDA-AVANT   TO REP-AVANT (REP-NB)
              END-IF
           END-IF
           PERFORM LIT-FILEAUDA.

       REPRISE-FILEEXC.
      *-----------------------------------------------------------------
      * RECOPIE DANS FILEEXC LES EXCEPTIONS DU RUN INTERROMPU JUSQU'A
      * LA POSITION DU CHECKPOINT ; LES SUIVANTES SONT REGENEREES PAR
      * LA REPRISE, AVEC LE MEME PLANCHER ET LA MEME NUMEROTATION.
      * UNE COPIE PLUS COURTE QUE LE CHECKPOINT : REPRISE REFUSEE.
           MOVE ZERO               TO CPT-EXCEPTIONS
           MOVE 'N'                TO SW-FIN-EXCA
           PERFORM LIT-FILEEXCA
           PERFORM RECOPIE-EXCEPTION
                   UNTIL FIN-EXCA
                      OR CPT-EXCEPTIONS NOT < CPT-EXC-REPRIS
           IF CPT-EXCEPTIONS < CPT-EXC-REPRIS
              DISPLAY 'BATCH2 - ERREUR : FILEEXCA (' CPT-EXCEPTIONS
                      ' EXCEPTIONS) PLUS COURT QUE LE CHECKPOINT ('
                      CPT-EXC-REPRIS ') - REPRISE ABANDONNEE'
                      UPON CONSOLE
              MOVE 16              TO RETURN-CODE
              STOP RUN
           END-IF.

       LIT-FILEEXCA.
      *-----------------------------------------------------------------
           READ FILEEXCA
                AT END SET FIN-EXCA TO TRUE
           END-READ.

       RECOPIE-EXCEPTION.
      *-----------------------------------------------------------------
           WRITE FILEEXC-Z         FROM FILEEXCA-Z
           ADD 1                   TO CPT-EXCEPTIONS
           PERFORM LIT-FILEEXCA.

       REPRISE-REGISTRE.
      *-----------------------------------------------------------------
      * CLOT LA LIGNE 'E' LAISSEE AU REGISTRE PAR LE RUN INTERROMPU.
      * FILECHK FAIT FOI POUR LA REPRISE : UNE LIGNE ABSENTE OU UN
      * REGISTRE INDISPONIBLE SONT SIGNALES SANS BLOQUER.
           MOVE 'R'                TO RUN-FONC
           MOVE 'BATCH2'           TO RUN-PGM
           MOVE SPACES             TO RUN-GENID
           CALL 'CALLRUN' USING RUN-ZONE
           EVALUATE TRUE
             WHEN RUN-OK
               SET REG-LIGNE-CLOSE TO TRUE
               DISPLAY 'BATCH2 - RUN INTERROMPU DU ' RUN-DEBUT-REPRIS
                       ' CLOS AU REGISTRE (ETAT A)' UPON CONSOLE
             WHEN RUN-AUCUN-EN-COURS
               SET REG-SANS-LIGNE  TO TRUE
               DISPLAY 'BATCH2 - AVERTISSEMENT : AUCUN RUN EN COURS '
                       'AU REGISTRE POUR BATCH2' UPON CONSOLE
             WHEN OTHER
               SET REG-INDISPONIBLE TO TRUE
               DISPLAY 'BATCH2 - AVERTISSEMENT : REGISTRE DES RUNS '
                       'INDISPONIBLE' UPON CONSOLE
           END-EVALUATE.

       LIT-FILEIN1.
      *-----------------------------------------------------------------
           READ FILEIN1
                  AND FILEIN1-CLE NOT > FILEIN2-CLE)
              MOVE 'N'             TO SW-AJUSTEMENT
              MOVE FILEIN1-Z       TO MVT-Z
              PERFORM TRAITE-MVT
              PERFORM LIT-FILEIN1
           ELSE
              SET MVT-AJUSTEMENT   TO TRUE
              MOVE FILEIN2-Z       TO MVT-Z
              PERFORM TRAITE-MVT
              PERFORM LIT-FILEIN2
           END-IF.

       TRAITE-MVT.
      *-----------------------------------------------------------------
      * EN REPRISE, LES MOUVEMENTS DES CLES DEJA ECRITES AVANT LE
      * DERNIER CHECKPOINT SONT SAUTES (COMPTES, NON APPLIQUES).
           IF CLE-REPRISE NOT = SPACES
              AND MVT-CLE NOT > CLE-REPRISE
              ADD 1                TO CPT-SAUTES
           ELSE
              PERFORM APPLIQUE-MVT
           END-IF.

       APPLIQUE-MVT.
      *-----------------------------------------------------------------
      * APPLIQUE LE MOUVEMENT COURANT SUR L'IMAGE EN MEMOIRE DE SA
                  PERFORM SUPPRIME-MAITRE
                WHEN MVT-SUPPRESSION
                  PERFORM SIGNALE-SUP-ABSENTE
                WHEN MVT-AJUSTEMENT
                  PERFORM CONTROLE-SOLDE
                WHEN EXISTE-COURANT
                  PERFORM MAJ-MAITRE
                WHEN OTHER
              MOVE MVT-CLE         TO MST-CLE
              MOVE 'N'             TO SW-EXISTE-AVANT
              MOVE 'N'             TO SW-EXISTE-COURANT
              MOVE 'N'             TO SW-DEJA-ECRITE
              SET CLE-OUVERTE      TO TRUE
              IF NOT MST-VIERGE
                 READ FILEMST
                     SET ERR-VSAM TO TRUE
                 END-EVALUATE
              END-IF
              IF PRM-REPRISE AND REP-NB > ZERO AND NOT ERR-VSAM
                 SEARCH ALL REP-LIGNE
                   AT END
                     CONTINUE
                   WHEN REP-CLE (IX-REP) = MVT-CLE
                     PERFORM CONTROLE-CLE-REPRISE
                 END-SEARCH
              END-IF
           END-IF.

       CONTROLE-CLE-REPRISE.
      *-----------------------------------------------------------------
      * CLE TRAITEE PAR LE RUN INTERROMPU APRES SON DERNIER
      * CHECKPOINT. MAITRE ENCORE DANS L'ETAT D'AVANT CE RUN : LA
      * CLE N'A PAS ETE ECRITE, TRAITEMENT NORMAL. SINON ELLE L'A
      * ETE : L'IMAGE EN MEMOIRE REPART DE L'ETAT D'AVANT, POUR QUE
      * LES MOUVEMENTS REJOUES REDONNENT LES MEMES IMAGES FILEAUD ET
      * LES MEMES COMPTEURS, ET LA CLOTURE N'ECRIRA RIEN.
           IF (EXISTE-AVANT
               AND REP-EXISTAIT (IX-REP) = 'O'
               AND FILEMST-Z = REP-AVANT (IX-REP))
              OR (NOT EXISTE-AVANT
                  AND REP-EXISTAIT (IX-REP) = 'N')
              CONTINUE
           ELSE
              SET DEJA-ECRITE      TO TRUE
              ADD 1                TO CPT-DEJA-ECRITES
              MOVE SW-EXISTE-AVANT TO SW-MST-LU-EXISTE
              MOVE FILEMST-Z       TO MST-LU
              IF REP-EXISTAIT (IX-REP) = 'O'
                 SET EXISTE-AVANT   TO TRUE
                 SET EXISTE-COURANT TO TRUE
                 MOVE REP-AVANT (IX-REP) TO FILEMST-Z
              ELSE
                 MOVE 'N'          TO SW-EXISTE-AVANT
                 MOVE 'N'          TO SW-EXISTE-COURANT
              END-IF
           END-IF.

       CLOT-CLE.
           IF CLE-OUVERTE
              MOVE CLE-COURANTE    TO MST-CLE
              EVALUATE TRUE
                WHEN DEJA-ECRITE
                  PERFORM CONTROLE-CLE-REJOUEE
                WHEN EXISTE-AVANT AND EXISTE-COURANT
                  REWRITE FILEMST-Z
                       INVALID KEY CONTINUE
                  CONTINUE
              END-EVALUATE
              MOVE 'N'             TO SW-CLE-OUVERTE
              IF NOT ERR-VSAM
                 ADD 1             TO CKP-CPT
                 IF CKP-CPT NOT < CKP-INTERVAL
                    MOVE 'E'       TO FILECHK-ETAT
                    PERFORM ECRIT-CHECKPOINT
                 END-IF
              END-IF
           END-IF.

       CONTROLE-CLE-REJOUEE.
      *-----------------------------------------------------------------
      * CLE DEJA ECRITE PAR LE RUN INTERROMPU : LE RESULTAT DES
      * MOUVEMENTS REJOUES DOIT ETRE CE QUE PORTE LE MAITRE. UN ECART
      * VEUT DIRE QUE LE MAITRE A BOUGE DEPUIS L'ABEND OU QUE LES
      * ENTREES NE SONT PLUS CELLES DU RUN INTERROMPU : MAITRE
      * SUSPECT, RC 16.
           IF (EXISTE-COURANT AND MST-LU-EXISTE
               AND FILEMST-Z = MST-LU)
              OR (NOT EXISTE-COURANT AND NOT MST-LU-EXISTE)
              CONTINUE
           ELSE
              DISPLAY 'BATCH2 - ERREUR REPRISE : CLE=' CLE-COURANTE
                      ' ECRITE PAR LE RUN INTERROMPU DANS UN ETAT '
                      'INATTENDU' UPON CONSOLE
              SET ERR-VSAM         TO TRUE
           END-IF.

       CONTROLE-SOLDE.
      *-----------------------------------------------------------------
      * AJUSTEMENT (FILEIN2) : LE SOLDE RESULTANT EST CALCULE AVANT
      * TOUTE ECRITURE, A PARTIR DE L'IMAGE EN MEMOIRE (SOLDE NUL SI
      * LA CLE N'EXISTE PAS). UN DEBIT QUI LE PORTERAIT SOUS LE
      * PLANCHER N'EST PAS APPLIQUE ET PART EN EXCEPTION ; UN CREDIT
      * PASSE TOUJOURS, MEME S'IL LAISSE LE SOLDE SOUS LE PLANCHER
      * (IL LE REDRESSE).
           IF EXISTE-COURANT
              MOVE MST-MONTANT     TO SOLDE-COURANT
           ELSE
              MOVE ZERO            TO SOLDE-COURANT
           END-IF
           COMPUTE SOLDE-PREVU = SOLDE-COURANT + MVT-MONTANT

           EVALUATE TRUE
             WHEN MVT-MONTANT < ZERO
              AND SOLDE-PREVU < PLANCHER
               PERFORM SIGNALE-EXCEPTION
             WHEN EXISTE-COURANT
               PERFORM MAJ-MAITRE
             WHEN OTHER
               PERFORM CREE-MAITRE
           END-EVALUATE.

       SIGNALE-EXCEPTION.
      *-----------------------------------------------------------------
      * LE MOUVEMENT EST ECARTE : NI LE MAITRE NI FILEAUD NE BOUGENT.
      * L'EXCEPTION PORTE LE MOUVEMENT TEL QUE RECU, POUR QU'IL PUISSE
      * ETRE RESOUMIS OU CORRIGE EN AMONT.
           ADD 1                   TO CPT-EXCEPTIONS
           ADD MVT-MONTANT         TO MNT-EXCEPTIONS
           MOVE SPACES             TO FILEEXC-Z
           MOVE CPT-EXCEPTIONS     TO EXC-NOENR
           MOVE MVT-CLE            TO EXC-CLE
           MOVE SOLDE-COURANT      TO EXC-SOLDE
           MOVE MVT-MONTANT        TO EXC-DELTA
           MOVE SOLDE-PREVU        TO EXC-SOLDE-PREVU
           MOVE PLANCHER           TO EXC-PLANCHER
           MOVE DATE-TRT           TO EXC-DTTRT
           IF EXISTE-COURANT
              MOVE 'O'             TO EXC-EXISTE
           ELSE
              MOVE 'N'             TO EXC-EXISTE
           END-IF
           MOVE MVT-Z              TO EXC-MVT
           WRITE FILEEXC-Z
           DISPLAY 'BATCH2 - AJUSTEMENT SOUS LE PLANCHER NON APPLIQUE'
                   ', CLE : ' MVT-CLE UPON CONSOLE.

       MAJ-MAITRE.
      *-----------------------------------------------------------------
      * REMPLACEMENT (FILEIN1) : LE MOUVEMENT EST LA NOUVELLE
      *-----------------------------------------------------------------
      * ESTAMPILLE COMMUNE : DATE DU RUN ET CODE DU MOUVEMENT QUI A
      * PROVOQUE LE CHANGEMENT, QUEL QUE SOIT LE TYPE D'AUDIT.
           MOVE DATE-TRT           TO AUD-DTTRT
           MOVE MVT-CODE           TO AUD-CODE
           WRITE FILEAUD-Z
           ADD 1                   TO CPT-AUD.

       ECRIT-RAPPORT.
      *-----------------------------------------------------------------
           MOVE CPT-SUP-ABSENTS    TO LIG-RAP-CPT
           WRITE FILECR-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'IMAGES ONLINE (TRA7)' TO LIG-RAP-LIB
           MOVE CPT-AUD-ONLINE     TO LIG-RAP-CPT
           WRITE FILECR-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'EXCEPTIONS DE SOLDE' TO LIG-RAP-LIB
           MOVE CPT-EXCEPTIONS     TO LIG-RAP-CPT
           WRITE FILECR-Z          FROM LIG-RAPPORT

           IF CPT-SUP-ABSENTS > ZERO
              PERFORM ECRIT-SUP-ABSENTE
                      VARYING IX-SUP FROM 1 BY 1
              END-IF
           END-IF

           PERFORM ECRIT-RAPPORT-EXCEPTIONS

           IF PRM-REPRISE
              PERFORM ECRIT-RAPPORT-REPRISE
           END-IF

           IF ERR-VSAM
              MOVE 'ERREUR VSAM - RUN INCOMPLET (RC 16)' TO FILECR-Z
              WRITE FILECR-Z
           END-IF.

       ECRIT-RAPPORT-EXCEPTIONS.
      *-----------------------------------------------------------------
      * SECTION DU CONTROLE DE SOLDE : PLANCHER APPLIQUE, NOMBRE
      * D'AJUSTEMENTS ECARTES ET CUMUL DE LEURS DELTAS, PUIS LE DETAIL
      * RELU DANS FILEEXC (NO D'EXCEPTION POUR LA TRANSACTION TRAA,
      * CLE, SOLDE COURANT, DELTA, SOLDE QUI EN AURAIT RESULTE, CLE
      * EXISTANTE O/N).
           MOVE SPACES             TO FILECR-Z
           WRITE FILECR-Z
           MOVE 'CONTROLE DE SOLDE (PLANCHER)' TO FILECR-Z
           WRITE FILECR-Z
           MOVE ALL '-'            TO FILECR-Z
           WRITE FILECR-Z

           MOVE SPACES             TO LIG-MONTANT
           MOVE 'PLANCHER DU RUN'  TO LIG-MNT-LIB
           MOVE PLANCHER           TO LIG-MNT-VAL
           WRITE FILECR-Z          FROM LIG-MONTANT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'AJUSTEMENTS ECARTES' TO LIG-RAP-LIB
           MOVE CPT-EXCEPTIONS     TO LIG-RAP-CPT
           WRITE FILECR-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-MONTANT
           MOVE 'MONTANT ECARTE'   TO LIG-MNT-LIB
           MOVE MNT-EXCEPTIONS     TO LIG-MNT-VAL
           WRITE FILECR-Z          FROM LIG-MONTANT

           IF CPT-EXCEPTIONS > ZERO
              WRITE FILECR-Z       FROM LIG-EXC-ENTETE
              MOVE 'N'             TO SW-FIN-EXC
              OPEN INPUT FILEEXC
              PERFORM LIT-FILEEXC
              PERFORM ECRIT-EXCEPTION
                      UNTIL FIN-EXC
              CLOSE FILEEXC
           END-IF.

       LIT-FILEEXC.
      *-----------------------------------------------------------------
           READ FILEEXC
                AT END SET FIN-EXC TO TRUE
           END-READ.

       ECRIT-EXCEPTION.
      *-----------------------------------------------------------------
           MOVE EXC-NOENR          TO LIG-EXC-NOENR
           MOVE EXC-CLE            TO LIG-EXC-CLE
           MOVE EXC-SOLDE          TO LIG-EXC-SOLDE
           MOVE EXC-DELTA          TO LIG-EXC-DELTA
           MOVE EXC-SOLDE-PREVU    TO LIG-EXC-PREVU
           MOVE EXC-EXISTE         TO LIG-EXC-EXISTE
           WRITE FILECR-Z          FROM LIG-EXCEPTION
           PERFORM LIT-FILEEXC.

       ECRIT-RAPPORT-REPRISE.
      *-----------------------------------------------------------------
      * SECTION PROPRE AUX RUNS DE REPRISE : POINT DE REPRISE, VOLUME
      * SAUTE, CLES RETROUVEES DEJA ECRITES ET VERDICT DU REGISTRE.
           MOVE SPACES             TO FILECR-Z
           WRITE FILECR-Z
           MOVE 'REPRISE APRES ABEND' TO FILECR-Z
           WRITE FILECR-Z
           MOVE ALL '-'            TO FILECR-Z
           WRITE FILECR-Z

           MOVE SPACES             TO FILECR-Z
           STRING 'RUN DU ' DATE-TRT
                  ' REPRIS APRES LA CLE : ' CLE-REPRISE
                  DELIMITED BY SIZE
                  INTO FILECR-Z
           WRITE FILECR-Z

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'MOUVEMENTS SAUTES'  TO LIG-RAP-LIB
           MOVE CPT-SAUTES         TO LIG-RAP-CPT
           WRITE FILECR-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'IMAGES FILEAUD REPRISES' TO LIG-RAP-LIB
           MOVE CPT-AUD-REPRIS     TO LIG-RAP-CPT
           WRITE FILECR-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'IMAGES FILEAUD REFAITES' TO LIG-RAP-LIB
           MOVE CPT-AUD-TRAINE     TO LIG-RAP-CPT
           WRITE FILECR-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'CLES DEJA ECRITES'  TO LIG-RAP-LIB
           MOVE CPT-DEJA-ECRITES   TO LIG-RAP-CPT
           WRITE FILECR-Z          FROM LIG-RAPPORT

           MOVE SPACES             TO FILECR-Z
           EVALUATE TRUE
             WHEN REG-LIGNE-CLOSE
               STRING 'REGISTRE : RUN INTERROMPU DU '
                      RUN-DEBUT-REPRIS ' CLOS EN ETAT A'
                      DELIMITED BY SIZE
                      INTO FILECR-Z
             WHEN REG-SANS-LIGNE
               MOVE 'REGISTRE : AUCUNE LIGNE EN COURS POUR BATCH2'
                                   TO FILECR-Z
             WHEN OTHER
               MOVE 'REGISTRE : INDISPONIBLE, LIGNE NON CLOSE'
                                   TO FILECR-Z
           END-EVALUATE
           WRITE FILECR-Z.

       ECRIT-SUP-ABSENTE.
      *-----------------------------------------------------------------
           MOVE SPACES             TO FILECR-Z
