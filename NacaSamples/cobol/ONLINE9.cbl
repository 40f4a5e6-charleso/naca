      **************
       ID DIVISION.
      **************

       PROGRAM-ID.                ONLINE9.
       AUTHOR.                    XXXXXXXXX.
       DATE-WRITTEN.              2026.

      *REMARKS.
      *
      * Programme demo ONLINE - VALIDATION DOUBLE REGARD DES
      * MOUVEMENTS AU-DESSUS DU SEUIL DE LEUR CODE (TRANSACTION TRA9,
      * MAP ONLINEN).
      *
      * BATCH1 NE ROUTE PLUS VERS LE MAITRE UN MOUVEMENT DE CODE '1',
      * '2' OU '3' DONT LE MONTANT DEPASSE LE SEUIL DE SON CODE
      * (CARTES SEUILVAL) : IL LE DEROUTE DANS LE FICHIER DES
      * MOUVEMENTS EN VALIDATION, RECHARGE APRES LE RUN DANS LE KSDS
      * FILEVALV PAR VALLOAD (CLE = DATE DE MISE EN VALIDATION + NO
      * D'ORDRE BATCH1). CETTE TRANSACTION LISTE CES MOUVEMENTS (PAGE
      * DE 8 LIGNES, PF7/PF8) : CLE CLIENT, CODE, NOM, MONTANT, DATE
      * D'EFFET, OPERATEUR EMETTEUR, DECISION DEJA PRISE ET SON
      * AUTEUR, DATE DE MISE EN VALIDATION. EN FACE DE CHAQUE LIGNE,
      * L'OPERATEUR SAISIT 'A' (APPROUVE) OU 'R' (REFUSE) ; PF5
      * ENREGISTRE LES DECISIONS DE LA PAGE. ENTER REAFFICHE LA PAGE
      * COURANTE.
      *
      * UNE DECISION N'EST ACCEPTEE QUE :
      * - POUR UN OPERATEUR HABILITE : ACCES EN MISE A JOUR AU
      *   FICHIER FILEVALV DANS SON PROFIL DE SECURITE (QUERY
      *   SECURITY) ;
      * - D'UN OPERATEUR DIFFERENT DE CELUI QUI A EMIS LE MOUVEMENT
      *   (ESTAMPILLE DU MOUVEMENT ; A BLANC, TOUT VALIDEUR HABILITE
      *   PEUT DECIDER) ;
      * - SUR UN MOUVEMENT ENCORE SANS DECISION : UNE DECISION PRISE
      *   NE SE REPREND PAS A L'ECRAN (UN REFUS SE CORRIGE PAR LE
      *   RECYCLAGE DU REJET, UN MOUVEMENT APPROUVE A TORT PAR UN
      *   MOUVEMENT INVERSE).
      * LES CONTROLES PORTENT D'ABORD SUR TOUTES LES LIGNES SAISIES ;
      * A L'ENREGISTREMENT, CHAQUE MOUVEMENT EST RELU EN MISE A JOUR
      * ET RECONTROLE. UN MOUVEMENT DISPARU OU DECIDE ENTRE TEMPS
      * (AUTRE TERMINAL) ANNULE TOUTES LES DECISIONS DE LA PAGE
      * (SYNCPOINT ROLLBACK - FILEVALV EST DECLARE RECUPERABLE DANS
      * LA FCT) ET IMPOSE DE REAFFICHER.
      *
      * LA DECISION EST ESTAMPILLEE DANS LE MOUVEMENT (OPERATEUR,
      * TERMINAL, DATE DE LA JOURNEE ONLINE, HEURE) ; LE BATCH1
      * SUIVANT REINJECTE LES APPROUVES DANS LE ROUTAGE ET REJETTE
      * LES REFUSES VERS FILEREJ (MESSAGE 0039). FILEVALV EST FERME
      * COTE CICS DU LANCEMENT DE BATCH1 A LA FIN DE VALLOAD : LISTE
      * ET DECISIONS SONT ALORS INDISPONIBLES (MESSAGE 0044).
      *
      * CHAQUE DECISION EST EN OUTRE TRACEE DANS LA FILE TRANSITOIRE
      * MSGL AVEC L'OPERATEUR ET LE TERMINAL, COMME LES MISES A JOUR
      * ONLINE7.
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
       77  W-CVDA                 PIC S9(8) COMP-4 VALUE ZERO.

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

      * MOUVEMENT EN VALIDATION (KSDS FILEVALV, RECHARGE PAR VALLOAD).
       01  FILEVALV-Z.
           COPY VALREC.

      * ENREGISTREMENT FILEIN DU MOUVEMENT, ECLATE AU LAYOUT FILEREC
      * POUR L'AFFICHAGE.
       01  W-MVT-Z.
           05  MVT-CODE           PIC X(01).
           05  MVT-DATA.
               COPY FILEREC
                 REPLACING ==FILEREC-CLE==     BY ==MVT-CLE==
                           ==FILEREC-NOM==     BY ==MVT-NOM==
                           ==FILEREC-PRENOM==  BY ==MVT-PRENOM==
                           ==FILEREC-DTEFF==   BY ==MVT-DTEFF==
                           ==FILEREC-MONTANT== BY ==MVT-MONTANT==.

       77  W-MNT-EDIT             PIC -ZZZ,ZZZ,ZZ9.99.

      * CLE DE PARCOURS ET DE MISE A JOUR DU KSDS FILEVALV.
       77  W-RID-VAL              PIC X(15)        VALUE SPACES.

      * INDICES DE TRAVAIL DE LA PAGINATION.
       77  W-I                    PIC S9(4) COMP-4 VALUE ZERO.
       77  W-NBLIG                PIC S9(4) COMP-4 VALUE ZERO.
       77  W-FIN-PAGE             PIC X            VALUE 'N'.
       77  W-DEBR-OK              PIC X            VALUE 'N'.
       77  W-INDISPO              PIC X            VALUE 'N'.

      * ACTIONS SAISIES EN FACE DES LIGNES DE LA PAGE.
       77  W-NBACT                PIC S9(4) COMP-4 VALUE ZERO.
       77  W-ACTION               PIC X            VALUE SPACE.
       01  W-TAB-ACTIONS.
           05  W-ACT              OCCURS 8 TIMES
                                  PIC X.

      * LIGNE DE MOUVEMENT EN COURS DE CONSTRUCTION (72 OCTETS).
       01  W-LIG-DET.
           05  W-LIG-CLE          PIC X(09).
           05  FILLER             PIC X(01)        VALUE SPACE.
           05  W-LIG-CODE         PIC X(01).
           05  FILLER             PIC X(01)        VALUE SPACE.
           05  W-LIG-NOM          PIC X(15).
           05  FILLER             PIC X(01)        VALUE SPACE.
           05  W-LIG-MNT          PIC X(15).
           05  FILLER             PIC X(01)        VALUE SPACE.
           05  W-LIG-DTEFF        PIC X(08).
           05  FILLER             PIC X(01)        VALUE SPACE.
           05  W-LIG-EMET         PIC X(03).
           05  FILLER             PIC X(01)        VALUE SPACE.
           05  W-LIG-DEC          PIC X(01).
           05  FILLER             PIC X(01)        VALUE SPACE.
           05  W-LIG-DECOPID      PIC X(03).
           05  FILLER             PIC X(01)        VALUE SPACE.
           05  W-LIG-DTENT.
               10  W-LIG-JJ       PIC X(02).
               10  W-LIG-PT1      PIC X(01).
               10  W-LIG-MM       PIC X(02).
               10  W-LIG-PT2      PIC X(01).
               10  W-LIG-AA       PIC X(02).
           05  FILLER             PIC X(01)        VALUE SPACE.

      * DATE DE MISE EN VALIDATION (SSAAMMJJ).
       01  W-DTENT.
           05  W-DTENT-SS         PIC X(02).
           05  W-DTENT-AA         PIC X(02).
           05  W-DTENT-MM         PIC X(02).
           05  W-DTENT-JJ         PIC X(02).

       01  W-PAGE-ED.
           05  FILLER             PIC X(05)        VALUE 'PAGE '.
           05  W-PAGE-NO          PIC 9(02).

      * ENREGISTREMENT DE TRACE DES DECISIONS, AU FORMAT FILELOG-Z DE
      * CALLMSG (80 OCTETS), ECRIT DANS LA FILE TRANSITOIRE MSGL.
       01  TRACE-Z.
           05  TRACE-DATE             PIC 9(08).
           05  TRACE-TIME             PIC 9(06).
           05  TRACE-PGM              PIC X(08).
           05  TRACE-MSG-NO           PIC X(04).
           05  TRACE-TEXT.
               10  FILLER             PIC X(04)    VALUE 'VAL='.
               10  TRACE-VALCLE       PIC X(15).
               10  FILLER             PIC X(05)    VALUE ' DEC='.
               10  TRACE-DEC          PIC X(01).
               10  FILLER             PIC X(06)    VALUE ' OPID='.
               10  TRACE-OPID         PIC X(03).
               10  FILLER             PIC X(05)    VALUE ' TRM='.
               10  TRACE-TRMID        PIC X(04).
               10  FILLER             PIC X(03)    VALUE SPACES.
           05  FILLER                 PIC X(08)    VALUE SPACES.

      * HORLOGE CICS : DATE CALENDAIRE DES TRACES (LA DATE DE JOURNEE
      * TUA-I-DTJOUR EST LA JOURNEE OUVREE SUIVANTE).
       01  W-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.

       01  W-TRACE-HHMMSS.
           05  W-TRC-HH               PIC XX.
           05  W-TRC-MI               PIC XX.
           05  W-TRC-SS               PIC XX.
       01  W-TRACE-HHMMSS-N REDEFINES W-TRACE-HHMMSS
                                      PIC 9(06).

      * COPY MAP
           COPY ONLINM9.

           EXEC SQL INCLUDE ONLINM9S END-EXEC.

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
           MOVE LOW-VALUE         TO ONLINENS

           PERFORM                P-DATE-JOURNEE
           MOVE EIBOPID           TO TUA-I-OPID
           MOVE EIBTRMID          TO TUA-I-TRMID

           MOVE TUA-I-DTJOURF     TO SDTEXE9I
           MOVE ZERO              TO SPAGE9
           MOVE 'O'               TO SFINLISTE

      * LA LISTE EST AFFICHEE DES L'ENTREE DANS LA TRANSACTION.
           PERFORM                P-PREMIERE-PAGE.

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
           MOVE DFHCOMMAREA       TO ONLINENS.

           IF EIBAID = DFHCLEAR OR
                       DFHPA1 OR
                       DFHPA2 OR
                       DFHPA3
              PERFORM             P-ANYKEY
           END-IF

           EXEC CICS RECEIVE
                MAP('ONLINEN')
                MAPSET('ONLINE9')
                INTO(ONLINENI)
           END-EXEC.

           PERFORM P-MERGE-MASQUE.

      **** TEST DES DIFFERENTES TOUCHES FONCTIONS :
           EVALUATE EIBAID
             WHEN DFHPF2
               PERFORM            P-MASQUE-VIDE
             WHEN DFHPF3
               PERFORM            P-FIN-TRANSACTION
             WHEN DFHPF5
               PERFORM            P-ENREGISTRE
             WHEN DFHPF7
               PERFORM            P-PAGE-PRECEDENTE
             WHEN DFHPF8
               PERFORM            P-PAGE-SUIVANTE
             WHEN DFHENTER
               PERFORM            P-REAFFICHE
             WHEN OTHER
               PERFORM            P-ANYKEY
           END-EVALUATE

           PERFORM                ENVOI-MASQUE.

      /************************
       P-PREMIERE-PAGE SECTION.
      *************************
      * PREMIERE PAGE DE LA LISTE, EN MASQUE COMPLET (ERASE) : L'ENVOI
      * STANDARD DU 1ER-PASSAGE REPARTIRAIT D'UN MASQUE VIERGE SANS
      * LA LISTE.
           MOVE LOW-VALUE         TO ONLINENI
           MOVE TUA-I-DTJOURF     TO DTEXE9I
           MOVE EIBTIME           TO W-EIBTIME
           MOVE W-HEURE           TO W-HH
           MOVE W-MINUTE          TO W-MI
           MOVE W-SECONDE         TO W-SS
           MOVE W-HEURE-FORM      TO SHREXE9I HREXE9I

           MOVE 1                 TO SPAGE9
           MOVE LOW-VALUE         TO SDEBPAGE (1)
           PERFORM                P-AFFICHE-PAGE
           PERFORM                P-MESSAGE-LISTE

           EXEC CICS SEND
                MAP('ONLINEN')
                MAPSET('ONLINE9')
                FROM(ONLINENI)
                FREEKB
                CURSOR
                ERASE
           END-EXEC

           EXEC CICS RETURN
                TRANSID('TRA9')
                COMMAREA(ONLINENS)
           END-EXEC.

      /********************
       P-REAFFICHE SECTION.
      *********************
      * ENTER : RELIT LA PAGE COURANTE (DECISIONS PRISES DEPUIS SUR
      * UN AUTRE TERMINAL) ; LES ACTIONS SAISIES SONT ABANDONNEES.
           IF SPAGE9 = ZERO
              MOVE 1              TO SPAGE9
              MOVE LOW-VALUE      TO SDEBPAGE (1)
           END-IF

           PERFORM                P-AFFICHE-PAGE
           PERFORM                P-MESSAGE-LISTE.

      /************************
       P-MESSAGE-LISTE SECTION.
      *************************
      * FICHIER FERME (PASSAGE DU BATCH) OU LISTE VIDE : L'OPERATEUR
      * EN EST AVERTI.
           IF W-INDISPO = 'O'
              MOVE '0044'         TO MSG-NO
              PERFORM             RECH-MSGERR
           ELSE
              IF W-NBLIG = ZERO
                 MOVE '0043'      TO MSG-NO
                 PERFORM          RECH-MSGERR
              END-IF
           END-IF.

      /*********************
       P-ENREGISTRE SECTION.
      **********************
      * PF5 : ENREGISTRE LES DECISIONS SAISIES SUR LA PAGE. TOUTES LES
      * LIGNES SONT CONTROLEES AVANT LA PREMIERE MISE A JOUR ; LA
      * PREMIERE LIGNE EN ERREUR PORTE LE CURSEUR ET LE MESSAGE.
           IF SPAGE9 = ZERO
              OR SLIGCLE (1) = SPACES OR LOW-VALUE
              MOVE '0043'         TO MSG-NO
              MOVE -1             TO SEL91L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           MOVE ZERO              TO W-NBACT
           PERFORM P-CONTROLE-ACTION
                   VARYING W-I FROM 1 BY 1
                   UNTIL W-I > 8

           IF W-NBACT = ZERO
              MOVE '0034'         TO MSG-NO
              MOVE -1             TO SEL91L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           PERFORM                P-CONTROLE-HABILITATION

           PERFORM P-APPLIQUE-ACTION
                   VARYING W-I FROM 1 BY 1
                   UNTIL W-I > 8

      * TOUTES LES DECISIONS SONT ECRITES : ELLES SONT TRACEES, PUIS
      * LA PAGE EST RELUE POUR LES MONTRER.
           PERFORM P-TRACE-ACTION
                   VARYING W-I FROM 1 BY 1
                   UNTIL W-I > 8

           PERFORM                P-AFFICHE-PAGE
           MOVE '0042'            TO MSG-NO
           PERFORM                RECH-MSGERR.

      /**********************************
       P-CONTROLE-HABILITATION SECTION.
      ***********************************
      * SEUL UN OPERATEUR IDENTIFIE, DONT LE PROFIL DE SECURITE DONNE
      * L'ACCES EN MISE A JOUR AU FICHIER FILEVALV, PEUT DECIDER :
      * SANS OPID, LE DOUBLE REGARD NE SE CONTROLE PAS.
           IF TUA-I-OPID = SPACES OR LOW-VALUE
              MOVE '0032'         TO MSG-NO
              MOVE -1             TO SEL91L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           EXEC CICS QUERY SECURITY
                RESTYPE('FILE')
                RESID('FILEVALV')
                UPDATE(W-CVDA)
                RESP(W-RESP)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL)
              OR W-CVDA NOT = DFHVALUE(UPDATABLE)
              MOVE '0032'         TO MSG-NO
              MOVE -1             TO SEL91L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF.

      /**************************
       P-PAGE-SUIVANTE SECTION.
      ***************************
           IF SFINLISTE = 'O' OR SPAGE9 NOT < 20
              MOVE '0024'         TO MSG-NO
              MOVE -1             TO SEL91L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           ADD 1                  TO SPAGE9
           PERFORM                P-AFFICHE-PAGE.

      /***************************
       P-PAGE-PRECEDENTE SECTION.
      ****************************
           IF SPAGE9 NOT > 1
              MOVE '0025'         TO MSG-NO
              MOVE -1             TO SEL91L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           SUBTRACT 1             FROM SPAGE9
           PERFORM                P-AFFICHE-PAGE.

      /***********************
       P-AFFICHE-PAGE SECTION.
      ************************
      * PARCOURT FILEVALV A PARTIR DE LA CLE DE DEBUT DE PAGE ET
      * REMPLIT JUSQU'A 8 LIGNES. UNE LECTURE D'AVANCE DETERMINE S'IL
      * EXISTE UNE PAGE SUIVANTE ET MEMORISE SA CLE DE DEPART. LES
      * ZONES D'ACTION SONT REMISES A BLANC.
           PERFORM                P-VIDE-LIGNES
           MOVE ZERO              TO W-NBLIG
           MOVE 'N'               TO W-FIN-PAGE
           MOVE 'N'               TO W-DEBR-OK
           MOVE 'N'               TO W-INDISPO

           MOVE SDEBPAGE (SPAGE9) TO W-RID-VAL
           EXEC CICS STARTBR
                FILE('FILEVALV')
                RIDFLD(W-RID-VAL)
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
             WHEN DFHRESP(NOTOPEN)
             WHEN DFHRESP(DISABLED)
               MOVE 'O'           TO W-FIN-PAGE
               MOVE 'O'           TO W-INDISPO
             WHEN OTHER
               EXEC CICS ABEND
                    ABCODE('VSA9')
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
                   FILE('FILEVALV')
              END-EXEC
           END-IF

           MOVE SPAGE9            TO W-PAGE-NO
           MOVE W-PAGE-ED         TO PAGE9I
           MOVE -1                TO SEL91L.

      /*****************************
       ROUTINES-PAGINATION SECTION.
      ******************************

       P-LIT-SUIVANT.
      *--------------
           EXEC CICS READNEXT
                FILE('FILEVALV')
                INTO(FILEVALV-Z)
                RIDFLD(W-RID-VAL)
                RESP(W-RESP)
           END-EXEC

           EVALUATE W-RESP
             WHEN DFHRESP(NORMAL)
               PERFORM P-RANGE-LIGNE
             WHEN DFHRESP(ENDFILE)
               MOVE 'O'           TO W-FIN-PAGE
             WHEN OTHER
               EXEC CICS ABEND
                    ABCODE('VSA9')
               END-EXEC
           END-EVALUATE.

       P-LIT-AVANCE.
      *-------------
      * REGARDE LE PREMIER MOUVEMENT AU-DELA DE LA PAGE : S'IL EXISTE,
      * SA CLE DEVIENT LE DEPART DE LA PAGE SUIVANTE.
           EXEC CICS READNEXT
                FILE('FILEVALV')
                INTO(FILEVALV-Z)
                RIDFLD(W-RID-VAL)
                RESP(W-RESP)
           END-EXEC

           EVALUATE W-RESP
             WHEN DFHRESP(NORMAL)
               MOVE 'N'           TO SFINLISTE
               IF SPAGE9 < 20
                  MOVE VAL-CLE    TO SDEBPAGE (SPAGE9 + 1)
               END-IF
             WHEN OTHER
               MOVE 'O'           TO SFINLISTE
           END-EVALUATE.

       P-RANGE-LIGNE.
      *--------------
      * UNE LIGNE PAR MOUVEMENT : CLE CLIENT, CODE, NOM, MONTANT,
      * DATE D'EFFET, OPERATEUR EMETTEUR, DECISION ET SON AUTEUR,
      * DATE DE MISE EN VALIDATION. LA CLE, L'EMETTEUR ET LA DECISION
      * SONT MEMORISES DANS LA COMMAREA POUR LE CONTROLE DE PF5.
           ADD 1                  TO W-NBLIG
           MOVE SPACES            TO W-LIG-DET
           MOVE VAL-ENR           TO W-MVT-Z

           MOVE MVT-CLE           TO W-LIG-CLE
           MOVE MVT-CODE          TO W-LIG-CODE
           MOVE MVT-NOM           TO W-LIG-NOM
           IF MVT-MONTANT NUMERIC
              MOVE MVT-MONTANT    TO W-MNT-EDIT
              MOVE W-MNT-EDIT     TO W-LIG-MNT
           ELSE
              MOVE '*INVALIDE*'   TO W-LIG-MNT
           END-IF
           MOVE MVT-DTEFF         TO W-LIG-DTEFF
           MOVE VAL-EMET-OPID     TO W-LIG-EMET
           MOVE VAL-DECISION      TO W-LIG-DEC
           MOVE VAL-DEC-OPID      TO W-LIG-DECOPID

           MOVE VAL-DTENT         TO W-DTENT
           MOVE W-DTENT-JJ        TO W-LIG-JJ
           MOVE '.'               TO W-LIG-PT1
           MOVE W-DTENT-MM        TO W-LIG-MM
           MOVE '.'               TO W-LIG-PT2
           MOVE W-DTENT-AA        TO W-LIG-AA

           MOVE VAL-CLE           TO SLIGCLE (W-I)
           MOVE VAL-EMET-OPID     TO SLIGEMET (W-I)
           MOVE VAL-DECISION      TO SLIGDEC (W-I)

           EVALUATE W-I
             WHEN 1
               MOVE W-LIG-DET     TO LIG91I
             WHEN 2
               MOVE W-LIG-DET     TO LIG92I
             WHEN 3
               MOVE W-LIG-DET     TO LIG93I
             WHEN 4
               MOVE W-LIG-DET     TO LIG94I
             WHEN 5
               MOVE W-LIG-DET     TO LIG95I
             WHEN 6
               MOVE W-LIG-DET     TO LIG96I
             WHEN 7
               MOVE W-LIG-DET     TO LIG97I
             WHEN 8
               MOVE W-LIG-DET     TO LIG98I
           END-EVALUATE.

       P-VIDE-LIGNES.
      *--------------
           MOVE SPACES            TO LIG91I
                                     LIG92I
                                     LIG93I
                                     LIG94I
                                     LIG95I
                                     LIG96I
                                     LIG97I
                                     LIG98I
           MOVE SPACES            TO SEL91I
                                     SEL92I
                                     SEL93I
                                     SEL94I
                                     SEL95I
                                     SEL96I
                                     SEL97I
                                     SEL98I
           PERFORM P-VIDE-UNE-LIGNE
                   VARYING W-I FROM 1 BY 1
                   UNTIL W-I > 8.

       P-VIDE-UNE-LIGNE.
      *-----------------
           MOVE SPACES            TO SLIGCLE (W-I)
                                     SLIGEMET (W-I)
                                     SLIGDEC (W-I).

      /*****************************
       ROUTINES-DECISION SECTION.
      ******************************

       P-CONTROLE-ACTION.
      *------------------
      * ACTION SAISIE EN FACE DE LA LIGNE W-I : A BLANC, LA LIGNE EST
      * IGNOREE ; SINON 'A' OU 'R', SUR UNE LIGNE AFFICHEE, ENCORE
      * SANS DECISION, D'UN AUTRE EMETTEUR QUE L'OPERATEUR.
           PERFORM                P-PREND-ACTION
           MOVE W-ACTION          TO W-ACT (W-I)

           IF W-ACTION NOT = SPACE
              IF W-ACTION NOT = 'A' AND NOT = 'R'
                 OR SLIGCLE (W-I) = SPACES OR LOW-VALUE
                 MOVE '0041'      TO MSG-NO
                 PERFORM          P-ERREUR-LIGNE
              END-IF
              IF SLIGDEC (W-I) NOT = SPACE
                 MOVE '0045'      TO MSG-NO
                 PERFORM          P-ERREUR-LIGNE
              END-IF
              IF SLIGEMET (W-I) = TUA-I-OPID
                 MOVE '0040'      TO MSG-NO
                 PERFORM          P-ERREUR-LIGNE
              END-IF
              ADD 1               TO W-NBACT
           END-IF.

       P-PREND-ACTION.
      *---------------
      * UNE ZONE TOUCHEE PAR L'OPERATEUR (LONGUEUR RECUE, OU EFFACEE
      * PAR EOF) PREND LA VALEUR SAISIE, MINUSCULE ACCEPTEE ; UNE
      * ZONE NON TOUCHEE VAUT BLANC.
           MOVE SPACE             TO W-ACTION
           EVALUATE W-I
             WHEN 1
               IF SEL91L > ZERO OR SEL91F = HEX80
                  MOVE SEL91I     TO W-ACTION
               END-IF
             WHEN 2
               IF SEL92L > ZERO OR SEL92F = HEX80
                  MOVE SEL92I     TO W-ACTION
               END-IF
             WHEN 3
               IF SEL93L > ZERO OR SEL93F = HEX80
                  MOVE SEL93I     TO W-ACTION
               END-IF
             WHEN 4
               IF SEL94L > ZERO OR SEL94F = HEX80
                  MOVE SEL94I     TO W-ACTION
               END-IF
             WHEN 5
               IF SEL95L > ZERO OR SEL95F = HEX80
                  MOVE SEL95I     TO W-ACTION
               END-IF
             WHEN 6
               IF SEL96L > ZERO OR SEL96F = HEX80
                  MOVE SEL96I     TO W-ACTION
               END-IF
             WHEN 7
               IF SEL97L > ZERO OR SEL97F = HEX80
                  MOVE SEL97I     TO W-ACTION
               END-IF
             WHEN 8
               IF SEL98L > ZERO OR SEL98F = HEX80
                  MOVE SEL98I     TO W-ACTION
               END-IF
           END-EVALUATE
           IF W-ACTION = LOW-VALUE
              MOVE SPACE          TO W-ACTION
           END-IF
           INSPECT W-ACTION CONVERTING 'ar' TO 'AR'.

       P-ERREUR-LIGNE.
      *---------------
      * LIGNE W-I EN ERREUR : CURSEUR SUR SA ZONE D'ACTION, MESSAGE,
      * RENVOI DU MASQUE TEL QUE SAISI.
           EVALUATE W-I
             WHEN 1
               MOVE -1            TO SEL91L
             WHEN 2
               MOVE -1            TO SEL92L
             WHEN 3
               MOVE -1            TO SEL93L
             WHEN 4
               MOVE -1            TO SEL94L
             WHEN 5
               MOVE -1            TO SEL95L
             WHEN 6
               MOVE -1            TO SEL96L
             WHEN 7
               MOVE -1            TO SEL97L
             WHEN 8
               MOVE -1            TO SEL98L
           END-EVALUATE
           PERFORM                RECH-MSGERR
           PERFORM                ENVOI-MASQUE.

       P-APPLIQUE-ACTION.
      *------------------
      * RELIT LE MOUVEMENT EN MISE A JOUR, LE RECONTROLE (DISPARU,
      * DECIDE OU EMIS PAR L'OPERATEUR DEPUIS L'AFFICHAGE : TOUTES
      * LES DECISIONS DE LA PAGE SONT ANNULEES) ET ESTAMPILLE LA
      * DECISION.
           IF W-ACT (W-I) NOT = SPACE
              MOVE SLIGCLE (W-I)  TO W-RID-VAL

              EXEC CICS READ
                   FILE('FILEVALV')
                   INTO(FILEVALV-Z)
                   RIDFLD(W-RID-VAL)
                   UPDATE
                   RESP(W-RESP)
              END-EXEC

              EVALUATE W-RESP
                WHEN DFHRESP(NORMAL)
                  CONTINUE
                WHEN DFHRESP(NOTFND)
                  MOVE '0046'     TO MSG-NO
                  PERFORM         P-ANNULE-DECISIONS
                WHEN DFHRESP(NOTOPEN)
                WHEN DFHRESP(DISABLED)
                  MOVE '0044'     TO MSG-NO
                  PERFORM         P-ANNULE-DECISIONS
                WHEN OTHER
                  EXEC CICS ABEND
                       ABCODE('VSA9')
                  END-EXEC
              END-EVALUATE

              IF NOT VAL-EN-ATTENTE
                 MOVE '0045'      TO MSG-NO
                 PERFORM          P-ANNULE-DECISIONS
              END-IF
              IF VAL-EMET-OPID = TUA-I-OPID
                 MOVE '0040'      TO MSG-NO
                 PERFORM          P-ANNULE-DECISIONS
              END-IF

              MOVE W-ACT (W-I)    TO VAL-DECISION
              MOVE TUA-I-OPID     TO VAL-DEC-OPID
              MOVE TUA-I-TRMID    TO VAL-DEC-TRMID
              MOVE TUA-I-DTJOUR   TO VAL-DEC-DATE
              MOVE EIBTIME        TO W-EIBTIME
              MOVE W-HEURE        TO W-TRC-HH
              MOVE W-MINUTE       TO W-TRC-MI
              MOVE W-SECONDE      TO W-TRC-SS
              MOVE W-TRACE-HHMMSS-N TO VAL-DEC-HEURE

              EXEC CICS REWRITE
                   FILE('FILEVALV')
                   FROM(FILEVALV-Z)
                   RESP(W-RESP)
              END-EXEC

              IF W-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS ABEND
                      ABCODE('VSA9')
                 END-EXEC
              END-IF
           END-IF.

       P-ANNULE-DECISIONS.
      *-------------------
      * ANNULE LES DECISIONS DEJA ECRITES POUR CETTE PAGE (ET LE
      * VERROU DU MOUVEMENT COURANT) : L'OPERATEUR DOIT REAFFICHER.
      * LE MESSAGE EST POSE PAR L'APPELANT.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           PERFORM                P-ERREUR-LIGNE.

       P-TRACE-ACTION.
      *---------------
           IF W-ACT (W-I) NOT = SPACE
              MOVE '0042'         TO MSG-NO
              MOVE SLIGCLE (W-I)  TO TRACE-VALCLE
              MOVE W-ACT (W-I)    TO TRACE-DEC
              PERFORM             ECRIT-TRACE
           END-IF.

      /**********************
       ENVOI-MASQUE SECTION.
      ***********************
           MOVE EIBTIME           TO W-EIBTIME
           MOVE W-HEURE           TO W-HH
           MOVE W-MINUTE          TO W-MI
           MOVE W-SECONDE         TO W-SS
           MOVE W-HEURE-FORM      TO SHREXE9I HREXE9I

           IF SVEIBCALEN          = ZERO
              MOVE ONLINENS       TO ONLINENI
              MOVE -1             TO SEL91L
              EXEC CICS SEND
                   MAP('ONLINEN')
                   MAPSET('ONLINE9')
                   FROM(ONLINENI)
                   FREEKB
                   CURSOR
                   ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND
                   MAP('ONLINEN')
                   MAPSET('ONLINE9')
                   FROM(ONLINENI)
                   FREEKB
                   CURSOR
                   DATAONLY
              END-EXEC
           END-IF.

           EXEC CICS RETURN
                TRANSID('TRA9')
                COMMAREA(ONLINENS)
           END-EXEC.

      /***************************
       ROUTINES-COMMUNES SECTION.
      ****************************

       P-MERGE-MASQUE.
      *---------------
           MOVE SPACE             TO LIERR9I SLIERR9I.

       P-MASQUE-VIDE.
      *--------------
           EXEC CICS SYNCPOINT END-EXEC
           EXEC CICS XCTL
                PROGRAM('ONLINE9')
           END-EXEC.

       P-FIN-TRANSACTION.
      *------------------
      * PF3 : FIN VOLONTAIRE DE LA TRANSACTION. PAS DE TRANSID() DANS
      * LE RETURN : CICS NE RE-ARME PAS TRA9.
           EXEC CICS RETURN END-EXEC.

       P-ANYKEY.
      *---------
           MOVE '0002'            TO MSG-NO
           MOVE -1                TO SEL91L
           PERFORM                RECH-MSGERR
           PERFORM                ENVOI-MASQUE.

       RECH-MSGERR.
      *------------
      * LA LANGUE DU PROFIL OPERATEUR EST TRANSMISE A CALLMSG, QUI
      * APPLIQUE LA LANGUE DU SITE SI ELLE EST A BLANC OU INCONNUE.
           MOVE TUA-I-LNG         TO MSG-LNG
           MOVE 'ONLINE9'         TO MSG-PGM
           MOVE 'O'               TO MSG-ENV
           EXEC CICS LINK
                PROGRAM('CALLMSG')
                COMMAREA(MSG-ZONE)
           END-EXEC
           MOVE MSG-TEXT          TO LIERR9I SLIERR9I.

       ECRIT-TRACE.
      *------------
      * TRACE LA DECISION (CLE DU MOUVEMENT, DECISION, OPERATEUR,
      * TERMINAL, HORODATAGE) DANS LA FILE TRANSITOIRE MSGL, AU MEME
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
           MOVE 'ONLINE9'         TO TRACE-PGM
           MOVE MSG-NO            TO TRACE-MSG-NO
           MOVE TUA-I-OPID        TO TRACE-OPID
           MOVE TUA-I-TRMID       TO TRACE-TRMID

           EXEC CICS WRITEQ TD
                QUEUE('MSGL')
                FROM(TRACE-Z)
                LENGTH(80)
           END-EXEC.
