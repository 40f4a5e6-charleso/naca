      **************
       ID DIVISION.
      **************

       PROGRAM-ID.                ONLINE8.
       AUTHOR.                    XXXXXXXXX.
       DATE-WRITTEN.              2026.

      *REMARKS.
      *
      * Programme demo ONLINE - HISTORIQUE DES CHANGEMENTS D'UN
      * CLIENT DU MAITRE FILEMST (TRANSACTION TRA8, MAP ONLINEM).
      *
      * L'OPERATEUR DU CENTRE D'APPEL QUI CONSULTE UN CLIENT SUR TRA3
      * NE VOIT PAS POURQUOI SON SOLDE A BOUGE ; L'HISTORIQUE LISTAUD
      * EST UN ETAT BATCH DE NUIT. DEPUIS LA CONSULTATION TRA3, PF6
      * AMENE ICI (XCTL AVEC LA CLE EN COMMAREA, CLE DEJA REMPLIE).
      * LE PROGRAMME PARCOURT LE KSDS FILEHST, RECHARGE CHAQUE NUIT
      * PAR HISTLOAD A PARTIR DES GENERATIONS FILEAUD (CLE = CLE
      * CLIENT + DATE DE TRAITEMENT + NO D'ORDRE, COMPLEMENTES A 9 :
      * LE PARCOURS CROISSANT REND LES CHANGEMENTS DU PLUS RECENT AU
      * PLUS ANCIEN), ET AFFICHE UNE LISTE PAGINEE (PF7/PF8, 8 LIGNES
      * PAR PAGE) : DATE DE TRAITEMENT, CODE ET NATURE DU MOUVEMENT
      * (CREATION, MISE A JOUR, AJUSTEMENT, SUPPRESSION, MAINTENANCE
      * ONLINE, ANNULATION DE JOURNEE), ANCIEN ET NOUVEAU SOLDE, ET
      * CHAMPS MODIFIES (NOM, PRENOM, DATE D'EFFET, MONTANT). PF12
      * RAMENE A LA CONSULTATION TRA3 SUR LA MEME CLE.
      *
      * L'HISTORIQUE S'ARRETE A LA DERNIERE NUIT : LES MAINTENANCES
      * TRA7 DU JOUR N'Y FIGURENT QU'APRES LE PROCHAIN BATCH2. UN
      * CLIENT SUPPRIME GARDE SON HISTORIQUE (NOM A BLANC). LE RETOUR
      * ARRIERE PF7 REPOSE SUR LA PILE DES CLES DE DEBUT DE PAGE
      * MEMORISEE DANS LA COMMAREA (20 PAGES, SOIT LES 160 DERNIERS
      * CHANGEMENTS ; AU-DELA, LISTAUD).
      *
      * CHAQUE CONSULTATION D'HISTORIQUE (ABOUTIE OU NON) EST TRACEE
      * DANS LA FILE TRANSITOIRE MSGL AVEC L'OPERATEUR ET LE
      * TERMINAL, COMME LES CONSULTATIONS TRA3 ; LA PAGINATION
      * N'EST PAS TRACEE.
      *
      /**********************
       ENVIRONMENT DIVISION.
      ***********************

      ****************
       DATA DIVISION.
      ****************

       WORKING-STORAGE SECTION.
      *------------------------

       77  HEX80                  PIC X            VALUE 'Ø'.
       77  SVEIBCALEN             PIC S9(4) COMP-4 VALUE ZERO.
       77  SVEIBFN                PIC X(2)         VALUE SPACE.
       77  W-RESP                 PIC S9(8) COMP-4 VALUE ZERO.

       01  W-DATE-FORM.
           05 W-JJ                PIC XX.
           05 FILLER              PIC X            VALUE '.'.
           05 W-MM                PIC XX.
           05 FILLER              PIC X            VALUE '.'.
           05 W-AA                PIC XX.

       01  W-DATE-X.
           05 W-SIECLE            PIC 99           VALUE ZERO.
           05 W-ANNEE             PIC 99           VALUE ZERO.
           05 W-MOIS              PIC 99           VALUE ZERO.
           05 W-JOUR              PIC 99           VALUE ZERO.
       01  W-DATE-N REDEFINES W-DATE-X
                                  PIC 9(8).

      * JOUR/MOIS/ANNEE (2 CHIFFRES) DE LA DATE SYSTEME COURANTE,
      * ALIMENTES EN AMONT DE 1ER-PASSAGE.
       77  CIXJOUR                PIC 99           VALUE ZERO.
       77  CIXMOIS                PIC 99           VALUE ZERO.
       77  CIXAN                  PIC 99           VALUE ZERO.

      * COPY PIVOT SIECLE
           COPY SIECLPAR.

      * COPY LANGUE DU SITE (CLE DE FILEDTJ)
           COPY SITELNG.

      * DATE DE JOURNEE PUBLIEE PAR CALJOUR (LAYOUT DTJREC).
       01  DTJ-ZONE.
           COPY DTJREC.

       01  W-EIBTIME              PIC 9(7)         VALUE ZERO.
       01  FILLER                 REDEFINES W-EIBTIME.
           05 FILLER              PIC X.
           05 W-HEURE             PIC XX.
           05 W-MINUTE            PIC XX.
           05 W-SECONDE           PIC XX.

       01  W-HEURE-FORM.
           05 W-HH                PIC XX.
           05 FILLER              PIC X            VALUE ':'.
           05 W-MI                PIC XX.
           05 FILLER              PIC X            VALUE ':'.
           05 W-SS                PIC XX.

      * ENREGISTREMENT MAITRE LU PAR CLE POUR L'EN-TETE (LAYOUT
      * FILEREC, TENU PAR BATCH2).
       01  FILEMST-Z.
           COPY FILEREC
             REPLACING ==FILEREC-CLE==     BY ==MST-CLE==
                       ==FILEREC-NOM==     BY ==MST-NOM==
                       ==FILEREC-PRENOM==  BY ==MST-PRENOM==
                       ==FILEREC-DTEFF==   BY ==MST-DTEFF==
                       ==FILEREC-MONTANT== BY ==MST-MONTANT==.

      * ENREGISTREMENT D'HISTORIQUE (KSDS FILEHST, CHARGE PAR
      * HISTLOAD) : CLE D'HISTORIQUE + IMAGE FILEAUD COMPLETE.
       01  FILEHST-Z.
           05  HST-CLEHST.
               10  HST-CLE        PIC X(09).
               10  HST-DTINV      PIC 9(08).
               10  HST-SEQINV     PIC 9(07).
           05  HST-AUD.
               10  HST-TYPE       PIC X(01).
               10  FILLER         PIC X(09).
               10  HST-AVANT      PIC X(68).
               10  HST-APRES      PIC X(68).
               10  HST-DTTRT      PIC X(08).
               10  HST-CODE       PIC X(01).
               10  FILLER         PIC X(05).

      * IMAGES AVANT/APRES ECLATEES AU LAYOUT FILEREC POUR LA
      * COMPARAISON CHAMP A CHAMP.
       01  AVT-DET.
           COPY FILEREC
             REPLACING ==FILEREC-CLE==     BY ==AVT-CLE==
                       ==FILEREC-NOM==     BY ==AVT-NOM==
                       ==FILEREC-PRENOM==  BY ==AVT-PRENOM==
                       ==FILEREC-DTEFF==   BY ==AVT-DTEFF==
                       ==FILEREC-MONTANT== BY ==AVT-MONTANT==.

       01  APR-DET.
           COPY FILEREC
             REPLACING ==FILEREC-CLE==     BY ==APR-CLE==
                       ==FILEREC-NOM==     BY ==APR-NOM==
                       ==FILEREC-PRENOM==  BY ==APR-PRENOM==
                       ==FILEREC-DTEFF==   BY ==APR-DTEFF==
                       ==FILEREC-MONTANT== BY ==APR-MONTANT==.

       77  W-MNT-EDIT             PIC -ZZZ,ZZZ,ZZ9.99.

      * CLE DE PARCOURS DU KSDS FILEHST (RIDFLD = CLE D'HISTORIQUE).
       77  W-RID-HST              PIC X(24)        VALUE SPACES.

      * INDICES DE TRAVAIL DE LA PAGINATION.
       77  W-I                    PIC S9(4) COMP-4 VALUE ZERO.
       77  W-NBLIG                PIC S9(4) COMP-4 VALUE ZERO.
       77  W-FIN-PAGE             PIC X            VALUE 'N'.
       77  W-DEBR-OK              PIC X            VALUE 'N'.

      * LIGNE D'HISTORIQUE EN COURS DE CONSTRUCTION (72 OCTETS).
       01  W-LIG-DET.
           05  W-LIG-DATE.
               10  W-LIG-JJ       PIC X(02).
               10  W-LIG-PT1      PIC X(01).
               10  W-LIG-MM       PIC X(02).
               10  W-LIG-PT2      PIC X(01).
               10  W-LIG-SSAA     PIC X(04).
           05  FILLER             PIC X(01)        VALUE SPACE.
           05  W-LIG-CODE         PIC X(01).
           05  FILLER             PIC X(01)        VALUE SPACE.
           05  W-LIG-LIB          PIC X(11).
           05  FILLER             PIC X(01)        VALUE SPACE.
           05  W-LIG-AVANT        PIC X(15).
           05  FILLER             PIC X(01)        VALUE SPACE.
           05  W-LIG-APRES        PIC X(15).
           05  FILLER             PIC X(01)        VALUE SPACE.
           05  W-LIG-CHAMPS.
               10  W-LIG-CHP-NOM  PIC X(04).
               10  W-LIG-CHP-PRN  PIC X(04).
               10  W-LIG-CHP-DTE  PIC X(04).
               10  W-LIG-CHP-MNT  PIC X(03).

      * DATE DE TRAITEMENT DE L'IMAGE (AAAAMMJJ).
       01  W-DTTRT.
           05  W-DTTRT-SSAA       PIC X(04).
           05  W-DTTRT-MM         PIC X(02).
           05  W-DTTRT-JJ         PIC X(02).

       01  W-PAGE-ED.
           05  FILLER             PIC X(05)        VALUE 'PAGE '.
           05  W-PAGE-NO          PIC 9(02).

      * ENREGISTREMENT DE TRACE DES CONSULTATIONS, AU FORMAT FILELOG-Z
      * DE CALLMSG (80 OCTETS), ECRIT DANS LA FILE TRANSITOIRE MSGL.
       01  TRACE-Z.
           05  TRACE-DATE             PIC 9(08).
           05  TRACE-TIME             PIC 9(06).
           05  TRACE-PGM              PIC X(08).
           05  TRACE-MSG-NO           PIC X(04).
           05  TRACE-TEXT.
               10  FILLER             PIC X(04)    VALUE 'CLE='.
               10  TRACE-CLE          PIC X(09).
               10  FILLER             PIC X(06)    VALUE ' OPID='.
               10  TRACE-OPID         PIC X(03).
               10  FILLER             PIC X(05)    VALUE ' TRM='.
               10  TRACE-TRMID        PIC X(04).
               10  FILLER             PIC X(03)    VALUE SPACES.
           05  FILLER                 PIC X(24)    VALUE SPACES.

      * HORLOGE CICS : DATE CALENDAIRE DES TRACES (LA DATE DE JOURNEE
      * TUA-I-DTJOUR EST LA JOURNEE OUVREE SUIVANTE).
       01  W-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.

       01  W-TRACE-HHMMSS.
           05  W-TRC-HH               PIC XX.
           05  W-TRC-MI               PIC XX.
           05  W-TRC-SS               PIC XX.

      * CLE RECUE EN COMMAREA LORS D'UN XCTL DEPUIS LA CONSULTATION
      * (ONLINE3, TRA3), OU RENDUE A LA CONSULTATION SUR PF12.
       77  W-CLE-XCTL             PIC X(09)        VALUE SPACES.
       77  SW-CLE-RECUE           PIC X            VALUE 'N'.
           88  CLE-RECUE                           VALUE 'O'.

      * COPY MAP
           COPY ONLINM8.

           EXEC SQL INCLUDE ONLINM8S END-EXEC.

      * COPY IO CALLMSG
           COPY MSGZONE.

           COPY DFHAID SUPPRESS.
      /*
       LINKAGE SECTION.
      *----------------
       01  DFHCOMMAREA.
           05 COMZONE  PIC X(1) OCCURS 1 TO 10000 DEPENDING ON EIBCALEN.

           EXEC SQL INCLUDE TUAZONE END-EXEC.

      /********************
       PROCEDURE DIVISION.
      *********************
           MOVE EIBFN             TO  SVEIBFN
           MOVE EIBCALEN          TO  SVEIBCALEN

           EXEC CICS ADDRESS
                TCTUA(ADDRESS OF TUA-ZONE)
           END-EXEC

           IF SVEIBFN = 'Ü'
      *** pgm appele par XCTL (SVEIBFN = '0E04')
              MOVE ZERO           TO  SVEIBCALEN
      *** UNE COMMAREA DE 9 OCTETS SUR XCTL EST LA CLE TRANSMISE PAR
      *** LA CONSULTATION (ONLINE3)
              IF EIBCALEN = 9
                 MOVE DFHCOMMAREA (1:9) TO W-CLE-XCTL
                 SET CLE-RECUE    TO TRUE
              END-IF
           END-IF.

       P-TRAITEMENT.
      *-------------
           IF SVEIBCALEN          = ZERO
              PERFORM             1ER-PASSAGE
           ELSE
              PERFORM             2EME-PASSAGE
           END-IF

           EXEC CICS RETURN END-EXEC

           GOBACK.

      /*********************
       1ER-PASSAGE SECTION.
      **********************
           MOVE LOW-VALUE         TO ONLINEMS

           PERFORM                P-DATE-JOURNEE
           MOVE EIBOPID           TO TUA-I-OPID
           MOVE EIBTRMID          TO TUA-I-TRMID

           MOVE TUA-I-DTJOURF     TO SDTEXE8I DTEXE8I
           MOVE ZERO              TO SPAGE8
           MOVE 'O'               TO SFINLISTE
           MOVE SPACES            TO SCLEHST

      * ARRIVEE DEPUIS LA CONSULTATION (TRA3) : L'HISTORIQUE DU
      * CLIENT RECU EST AFFICHE DIRECTEMENT.
           IF CLE-RECUE
              PERFORM             P-ENTREE-CONSULTATION
           END-IF

           PERFORM                ENVOI-MASQUE.

      /************************
       P-DATE-JOURNEE SECTION.
      *************************
      * DATE DE JOURNEE AFFICHEE ET ESTAMPILLEE : JOURNEE OUVREE
      * SUIVANTE PUBLIEE PAR CALJOUR (FILEDTJ, ENREGISTREMENT DU
      * SITE), CELLE QUE TRAITERA LA PROCHAINE CHAINE DE NUIT. A
      * DEFAUT, DATE SYSTEME.
           MOVE SITE-LNG          TO DTJ-SITE

           EXEC CICS READ
                FILE('FILEDTJ')
                INTO(DTJ-ZONE)
                RIDFLD(DTJ-SITE)
                RESP(W-RESP)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) AND DTJ-DATE-SUIV NUMERIC
              MOVE DTJ-DATE-SUIV  TO W-DATE-N
              MOVE W-JOUR         TO W-JJ
              MOVE W-MOIS         TO W-MM
              MOVE W-ANNEE        TO W-AA
           ELSE
              MOVE CIXJOUR        TO W-JJ W-JOUR
              MOVE CIXMOIS        TO W-MM W-MOIS
              MOVE CIXAN          TO W-AA W-ANNEE
              IF W-ANNEE          < SIECL-PIVOT
                 MOVE 20          TO W-SIECLE
              ELSE
                 MOVE 19          TO W-SIECLE
              END-IF
           END-IF
           MOVE W-DATE-FORM       TO TUA-I-DTJOURF
           MOVE W-DATE-N          TO TUA-I-DTJOUR.

      /**********************
       2EME-PASSAGE SECTION.
      ***********************
           MOVE DFHCOMMAREA       TO ONLINEMS.

           IF EIBAID = DFHCLEAR OR
                       DFHPA1 OR
                       DFHPA2 OR
                       DFHPA3
              PERFORM             P-ANYKEY
           END-IF

           EXEC CICS RECEIVE
                MAP('ONLINEM')
                MAPSET('ONLINE8')
                INTO(ONLINEMI)
           END-EXEC.

           PERFORM P-MERGE-MASQUE.

      **** TEST DES DIFFERENTES TOUCHES FONCTIONS :
           EVALUATE EIBAID
             WHEN DFHPF2
               PERFORM            P-MASQUE-VIDE
             WHEN DFHPF3
               PERFORM            P-FIN-TRANSACTION
             WHEN DFHPF7
               PERFORM            P-PAGE-PRECEDENTE
             WHEN DFHPF8
               PERFORM            P-PAGE-SUIVANTE
             WHEN DFHPF12
               PERFORM            P-RETOUR-CONSULTATION
             WHEN DFHENTER
               PERFORM            P-ENTREE
             WHEN OTHER
               PERFORM            P-ANYKEY
           END-EVALUATE

           PERFORM                ENVOI-MASQUE.

      /*****************
       P-ENTREE SECTION.
      ******************
      * ENTER : LA CLE SAISIE LANCE UNE NOUVELLE CONSULTATION DE SON
      * HISTORIQUE DEPUIS LA PREMIERE PAGE (LE PLUS RECENT).
           IF SCLE8I = SPACE OR LOW-VALUE
              OR SCLE8I NOT NUMERIC
              MOVE '0020'         TO MSG-NO
              MOVE -1             TO CLE8L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           PERFORM                P-CONSULTE.

      /******************************
       P-ENTREE-CONSULTATION SECTION.
      *******************************
      * HISTORIQUE DIRECT DE LA CLE TRANSMISE PAR ONLINE3, EN MASQUE
      * COMPLET (ERASE) : L'ECRAN PORTE ENCORE LA MAP DE LA
      * CONSULTATION, ET L'ENVOI STANDARD DU 1ER-PASSAGE REPARTIRAIT
      * D'UN MASQUE VIERGE SANS LE RESULTAT.
           MOVE LOW-VALUE         TO ONLINEMI
           MOVE W-CLE-XCTL        TO SCLE8I CLE8I
           MOVE TUA-I-DTJOURF     TO DTEXE8I
           MOVE EIBTIME           TO W-EIBTIME
           MOVE W-HEURE           TO W-HH
           MOVE W-MINUTE          TO W-MI
           MOVE W-SECONDE         TO W-SS
           MOVE W-HEURE-FORM      TO SHREXE8I HREXE8I

           PERFORM                P-CONSULTE

           EXEC CICS SEND
                MAP('ONLINEM')
                MAPSET('ONLINE8')
                FROM(ONLINEMI)
                FREEKB
                CURSOR
                ERASE
           END-EXEC

           EXEC CICS RETURN
                TRANSID('TRA8')
                COMMAREA(ONLINEMS)
           END-EXEC.

      /*******************
       P-CONSULTE SECTION.
      ********************
      * NOUVELLE CONSULTATION : EN-TETE CLIENT, PREMIERE PAGE DE SON
      * HISTORIQUE, ET TRACE DANS MSGL (NO DE MESSAGE 0038 SI LE
      * CLIENT N'A AUCUN CHANGEMENT HISTORISE).
           MOVE SCLE8I            TO SCLEHST
           PERFORM                P-AFFICHE-CLIENT

           MOVE 1                 TO SPAGE8
           MOVE SCLEHST           TO SDEBPAGE (1)
           PERFORM                P-AFFICHE-PAGE

           IF W-NBLIG = ZERO
              MOVE '0038'         TO MSG-NO
           ELSE
              MOVE SPACES         TO MSG-NO
           END-IF
           PERFORM                ECRIT-TRACE

           IF W-NBLIG = ZERO
              MOVE '0038'         TO MSG-NO
              MOVE -1             TO CLE8L
              PERFORM             RECH-MSGERR
           END-IF.

      /*************************
       P-AFFICHE-CLIENT SECTION.
      **************************
      * NOM ET PRENOM COURANTS DU CLIENT EN EN-TETE ; A BLANC POUR UN
      * CLIENT QUI N'EST PLUS AU MAITRE (SUPPRIME : SON HISTORIQUE
      * RESTE CONSULTABLE).
           MOVE SCLEHST           TO MST-CLE

           EXEC CICS READ
                FILE('FILEMST')
                INTO(FILEMST-Z)
                RIDFLD(MST-CLE)
                RESP(W-RESP)
           END-EXEC

           EVALUATE W-RESP
             WHEN DFHRESP(NORMAL)
               MOVE MST-NOM       TO NOM8I
               MOVE MST-PRENOM    TO PRENOM8I
             WHEN DFHRESP(NOTFND)
               MOVE SPACES        TO NOM8I
                                     PRENOM8I
             WHEN OTHER
               EXEC CICS ABEND
                    ABCODE('VSA8')
               END-EXEC
           END-EVALUATE.

      /**************************
       P-PAGE-SUIVANTE SECTION.
      ***************************
           IF SPAGE8 = ZERO
              MOVE '0020'         TO MSG-NO
              MOVE -1             TO CLE8L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           IF SFINLISTE = 'O' OR SPAGE8 NOT < 20
              MOVE '0024'         TO MSG-NO
              MOVE -1             TO CLE8L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           ADD 1                  TO SPAGE8
           PERFORM                P-AFFICHE-PAGE.

      /***************************
       P-PAGE-PRECEDENTE SECTION.
      ****************************
           IF SPAGE8 NOT > 1
              MOVE '0025'         TO MSG-NO
              MOVE -1             TO CLE8L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           SUBTRACT 1             FROM SPAGE8
           PERFORM                P-AFFICHE-PAGE.

      /***********************
       P-AFFICHE-PAGE SECTION.
      ************************
      * PARCOURT FILEHST A PARTIR DE LA CLE DE DEBUT DE PAGE ET
      * REMPLIT JUSQU'A 8 LIGNES TANT QUE LA CLE CLIENT EST CELLE DE
      * L'HISTORIQUE AFFICHE. UNE LECTURE D'AVANCE DETERMINE S'IL
      * EXISTE UNE PAGE SUIVANTE ET MEMORISE SA CLE DE DEPART.
           PERFORM                P-VIDE-LIGNES
           MOVE ZERO              TO W-NBLIG
           MOVE 'N'               TO W-FIN-PAGE
           MOVE 'N'               TO W-DEBR-OK

           MOVE SDEBPAGE (SPAGE8) TO W-RID-HST
           EXEC CICS STARTBR
                FILE('FILEHST')
                RIDFLD(W-RID-HST)
                GTEQ
                RESP(W-RESP)
           END-EXEC

           EVALUATE W-RESP
             WHEN DFHRESP(NORMAL)
               MOVE 'O'           TO W-DEBR-OK
               PERFORM P-LIT-SUIVANT
                       VARYING W-I FROM 1 BY 1
                       UNTIL W-I > 8 OR W-FIN-PAGE = 'O'
             WHEN DFHRESP(NOTFND)
               MOVE 'O'           TO W-FIN-PAGE
             WHEN OTHER
               EXEC CICS ABEND
                    ABCODE('VSA8')
               END-EXEC
           END-EVALUATE

      * LECTURE D'AVANCE : EXISTE-T-IL UNE PAGE SUIVANTE ?
           IF W-FIN-PAGE = 'O'
              MOVE 'O'            TO SFINLISTE
           ELSE
              PERFORM             P-LIT-AVANCE
           END-IF

           IF W-DEBR-OK = 'O'
              EXEC CICS ENDBR
                   FILE('FILEHST')
              END-EXEC
           END-IF

           MOVE SPAGE8            TO W-PAGE-NO
           MOVE W-PAGE-ED         TO PAGE8I
           MOVE -1                TO CLE8L.

      /*****************************
       ROUTINES-PAGINATION SECTION.
      ******************************

       P-LIT-SUIVANT.
      *--------------
           EXEC CICS READNEXT
                FILE('FILEHST')
                INTO(FILEHST-Z)
                RIDFLD(W-RID-HST)
                RESP(W-RESP)
           END-EXEC

           EVALUATE W-RESP
             WHEN DFHRESP(NORMAL)
               IF HST-CLE = SCLEHST
                  PERFORM P-RANGE-LIGNE
               ELSE
                  MOVE 'O'        TO W-FIN-PAGE
               END-IF
             WHEN DFHRESP(ENDFILE)
               MOVE 'O'           TO W-FIN-PAGE
             WHEN OTHER
               EXEC CICS ABEND
                    ABCODE('VSA8')
               END-EXEC
           END-EVALUATE.

       P-LIT-AVANCE.
      *-------------
      * REGARDE LE PREMIER CHANGEMENT AU-DELA DE LA PAGE : S'IL EST
      * ENCORE DU MEME CLIENT, SA CLE D'HISTORIQUE DEVIENT LE DEPART
      * DE LA PAGE SUIVANTE.
           EXEC CICS READNEXT
                FILE('FILEHST')
                INTO(FILEHST-Z)
                RIDFLD(W-RID-HST)
                RESP(W-RESP)
           END-EXEC

           EVALUATE W-RESP
             WHEN DFHRESP(NORMAL)
               IF HST-CLE = SCLEHST
                  MOVE 'N'        TO SFINLISTE
                  IF SPAGE8 < 20
                     MOVE HST-CLEHST TO SDEBPAGE (SPAGE8 + 1)
                  END-IF
               ELSE
                  MOVE 'O'        TO SFINLISTE
               END-IF
             WHEN OTHER
               MOVE 'O'           TO SFINLISTE
           END-EVALUATE.

       P-RANGE-LIGNE.
      *--------------
      * UNE LIGNE PAR CHANGEMENT : DATE, CODE ET NATURE DU MOUVEMENT,
      * ANCIEN ET NOUVEAU SOLDE (A BLANC SUR CREATION / SUPPRESSION),
      * CHAMPS DONT L'IMAGE APRES DIFFERE DE L'IMAGE AVANT.
           ADD 1                  TO W-NBLIG
           MOVE SPACES            TO W-LIG-DET
           MOVE HST-AVANT         TO AVT-DET
           MOVE HST-APRES         TO APR-DET

           IF HST-DTTRT NUMERIC
              MOVE HST-DTTRT      TO W-DTTRT
              MOVE W-DTTRT-JJ     TO W-LIG-JJ
              MOVE '.'            TO W-LIG-PT1
              MOVE W-DTTRT-MM     TO W-LIG-MM
              MOVE '.'            TO W-LIG-PT2
              MOVE W-DTTRT-SSAA   TO W-LIG-SSAA
           ELSE
              MOVE 'SANS DATE'    TO W-LIG-DATE
           END-IF

           MOVE HST-CODE          TO W-LIG-CODE
           EVALUATE TRUE
             WHEN HST-CODE = 'A'
               MOVE 'ANNULATION'  TO W-LIG-LIB
             WHEN HST-TYPE = 'I'
               MOVE 'CREATION'    TO W-LIG-LIB
             WHEN HST-TYPE = 'D'
               MOVE 'SUPPRESSION' TO W-LIG-LIB
             WHEN HST-TYPE = 'M' AND HST-CODE = '2'
               MOVE 'AJUSTEMENT'  TO W-LIG-LIB
             WHEN HST-TYPE = 'M' AND HST-CODE = 'O'
               MOVE 'MAJ ONLINE'  TO W-LIG-LIB
             WHEN HST-TYPE = 'M'
               MOVE 'MISE A JOUR' TO W-LIG-LIB
             WHEN OTHER
               MOVE '?'           TO W-LIG-LIB
           END-EVALUATE

      * UNE IMAGE A BLANC (AVANT DE CREATION, APRES DE SUPPRESSION)
      * LAISSE LE SOLDE CORRESPONDANT A BLANC.
           IF HST-AVANT NOT = SPACES
              IF AVT-MONTANT NUMERIC
                 MOVE AVT-MONTANT TO W-MNT-EDIT
                 MOVE W-MNT-EDIT  TO W-LIG-AVANT
              ELSE
                 MOVE '*INVALIDE*' TO W-LIG-AVANT
              END-IF
           END-IF
           IF HST-APRES NOT = SPACES
              IF APR-MONTANT NUMERIC
                 MOVE APR-MONTANT TO W-MNT-EDIT
                 MOVE W-MNT-EDIT  TO W-LIG-APRES
              ELSE
                 MOVE '*INVALIDE*' TO W-LIG-APRES
              END-IF
           END-IF

           IF AVT-NOM NOT = APR-NOM
              MOVE 'NOM'          TO W-LIG-CHP-NOM
           END-IF
           IF AVT-PRENOM NOT = APR-PRENOM
              MOVE 'PRN'          TO W-LIG-CHP-PRN
           END-IF
           IF AVT-DTEFF NOT = APR-DTEFF
              MOVE 'DTE'          TO W-LIG-CHP-DTE
           END-IF
           IF AVT-MONTANT NOT = APR-MONTANT
              MOVE 'MNT'          TO W-LIG-CHP-MNT
           END-IF

           EVALUATE W-I
             WHEN 1
               MOVE W-LIG-DET     TO LIG81I
             WHEN 2
               MOVE W-LIG-DET     TO LIG82I
             WHEN 3
               MOVE W-LIG-DET     TO LIG83I
             WHEN 4
               MOVE W-LIG-DET     TO LIG84I
             WHEN 5
               MOVE W-LIG-DET     TO LIG85I
             WHEN 6
               MOVE W-LIG-DET     TO LIG86I
             WHEN 7
               MOVE W-LIG-DET     TO LIG87I
             WHEN 8
               MOVE W-LIG-DET     TO LIG88I
           END-EVALUATE.

       P-VIDE-LIGNES.
      *--------------
           MOVE SPACES            TO LIG81I
                                     LIG82I
                                     LIG83I
                                     LIG84I
                                     LIG85I
                                     LIG86I
                                     LIG87I
                                     LIG88I.

      /**********************
       ENVOI-MASQUE SECTION.
      ***********************
           MOVE EIBTIME           TO W-EIBTIME
           MOVE W-HEURE           TO W-HH
           MOVE W-MINUTE          TO W-MI
           MOVE W-SECONDE         TO W-SS
           MOVE W-HEURE-FORM      TO SHREXE8I HREXE8I

           IF SVEIBCALEN          = ZERO
              MOVE ONLINEMS       TO ONLINEMI
              MOVE -1             TO CLE8L
              EXEC CICS SEND
                   MAP('ONLINEM')
                   MAPSET('ONLINE8')
                   FROM(ONLINEMI)
                   FREEKB
                   CURSOR
                   ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND
                   MAP('ONLINEM')
                   MAPSET('ONLINE8')
                   FROM(ONLINEMI)
                   FREEKB
                   CURSOR
                   DATAONLY
              END-EXEC
           END-IF.

           EXEC CICS RETURN
                TRANSID('TRA8')
                COMMAREA(ONLINEMS)
           END-EXEC.

      /***************************
       ROUTINES-COMMUNES SECTION.
      ****************************

       P-MERGE-MASQUE.
      *---------------
           MOVE SPACE             TO LIERR8I SLIERR8I.

      * LA CLE SAISIE EST REPORTEE DANS LA PARTIE CONSERVEE DE LA
      * COMMAREA POUR SUBSISTER D'UN PASSAGE PSEUDO-CONVERSATIONNEL
      * A L'AUTRE.
           IF CLE8L               > ZERO
              OR CLE8F             = HEX80
              MOVE CLE8I          TO SCLE8I.

       P-MASQUE-VIDE.
      *--------------
           EXEC CICS SYNCPOINT END-EXEC
           EXEC CICS XCTL
                PROGRAM('ONLINE8')
           END-EXEC.

       P-RETOUR-CONSULTATION.
      *----------------------
      * PF12 : RETOUR A LA CONSULTATION TRA3, SUR LE CLIENT DONT
      * L'HISTORIQUE EST AFFICHE S'IL Y EN A UN.
           EXEC CICS SYNCPOINT END-EXEC
           IF SCLEHST NUMERIC
              MOVE SCLEHST        TO W-CLE-XCTL
              EXEC CICS XCTL
                   PROGRAM('ONLINE3')
                   COMMAREA(W-CLE-XCTL)
              END-EXEC
           ELSE
              EXEC CICS XCTL
                   PROGRAM('ONLINE3')
              END-EXEC
           END-IF.

       P-FIN-TRANSACTION.
      *------------------
      * PF3 : FIN VOLONTAIRE DE LA TRANSACTION. PAS DE TRANSID() DANS
      * LE RETURN : CICS NE RE-ARME PAS TRA8.
           EXEC CICS RETURN END-EXEC.

       P-ANYKEY.
      *---------
           MOVE '0002'            TO MSG-NO
           MOVE -1                TO CLE8L
           PERFORM                RECH-MSGERR
           PERFORM                ENVOI-MASQUE.

       RECH-MSGERR.
      *------------
      * LA LANGUE DU PROFIL OPERATEUR EST TRANSMISE A CALLMSG, QUI
      * APPLIQUE LA LANGUE DU SITE SI ELLE EST A BLANC OU INCONNUE.
           MOVE TUA-I-LNG         TO MSG-LNG
           MOVE 'ONLINE8'         TO MSG-PGM
           MOVE 'O'               TO MSG-ENV
           EXEC CICS LINK
                PROGRAM('CALLMSG')
                COMMAREA(MSG-ZONE)
           END-EXEC
           MOVE MSG-TEXT          TO LIERR8I SLIERR8I.

       ECRIT-TRACE.
      *------------
      * TRACE LA CONSULTATION D'HISTORIQUE (CLE, OPERATEUR, TERMINAL,
      * HORODATAGE, ET LE NO DE MESSAGE 0038 SI LE CLIENT N'A AUCUN
      * CHANGEMENT HISTORISE) DANS LA FILE TRANSITOIRE MSGL, AU MEME
      * FORMAT 80 OCTETS QUE LES ECRITURES DE CALLMSG.
           EXEC CICS ASKTIME
                ABSTIME(W-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(W-ABSTIME)
                YYYYMMDD(TRACE-DATE)
           END-EXEC
           MOVE EIBTIME           TO W-EIBTIME
           MOVE W-HEURE           TO W-TRC-HH
           MOVE W-MINUTE          TO W-TRC-MI
           MOVE W-SECONDE         TO W-TRC-SS
           MOVE W-TRACE-HHMMSS    TO TRACE-TIME
           MOVE 'ONLINE8'         TO TRACE-PGM
           MOVE MSG-NO            TO TRACE-MSG-NO
           MOVE SCLEHST           TO TRACE-CLE
           MOVE TUA-I-OPID        TO TRACE-OPID
           MOVE TUA-I-TRMID       TO TRACE-TRMID

           EXEC CICS WRITEQ TD
                QUEUE('MSGL')
                FROM(TRACE-Z)
                LENGTH(80)
           END-EXEC.
