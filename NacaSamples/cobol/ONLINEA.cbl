      **************
       ID DIVISION.
      **************

       PROGRAM-ID.                ONLINEA.
       AUTHOR.                    XXXXXXXXX.
       DATE-WRITTEN.              2026.

      *REMARKS.
      *
      * Programme demo ONLINE - CONSULTATION DES EXCEPTIONS DE SOLDE
      * DE BATCH2 (TRANSACTION TRAA, MAP ONLINEO).
      *
      * BATCH2 N'APPLIQUE PAS UN AJUSTEMENT DEBITEUR QUI PORTERAIT LE
      * SOLDE DU CLIENT SOUS LE PLANCHER DU RUN : IL L'ECRIT DANS LE
      * FICHIER D'EXCEPTIONS FILEEXC, LISTE DANS SON RAPPORT FILECR.
      * LE JOB EXCLOAD CHARGE LES EXCEPTIONS DU DERNIER RUN DANS LE
      * KSDS FILEEXCV (CLE = NO D'EXCEPTION). COMME POUR LES REJETS
      * SUR TRA5, LA COMPTABILITE APPELLE UNE EXCEPTION PAR SON NO ET
      * VOIT LE MOUVEMENT ECARTE (CODE, CLE, NOM, PRENOM, DATE
      * D'EFFET), LE SOLDE DU MAITRE AU MOMENT DU MOUVEMENT, LE
      * DELTA, LE SOLDE QUI EN AURAIT RESULTE, LE PLANCHER DU RUN ET
      * SA DATE ; ELLE DECIDE ALORS DE RESOUMETTRE LE MOUVEMENT OU DE
      * LE FAIRE CORRIGER EN AMONT. CONSULTATION SEULE : L'ECRAN NE
      * MODIFIE RIEN.
      *
      * CHAQUE CONSULTATION ABOUTIE EST TRACEE DANS LA FILE
      * TRANSITOIRE MSGL AVEC L'OPERATEUR ET LE TERMINAL, COMME LES
      * CONSULTATIONS TRA3.
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

      * EXCEPTION LUE DANS LE KSDS FILEEXCV (CHARGE PAR EXCLOAD).
       01  FILEEXCV-Z.
           COPY EXCREC.

      * MOUVEMENT ECARTE, ECLATE AU LAYOUT FILEIN POUR L'AFFICHAGE.
       01  W-MVT-Z.
           05  MVT-CODE           PIC X(01).
           05  MVT-DATA.
               COPY FILEREC
                 REPLACING ==FILEREC-CLE==     BY ==MVT-CLE==
                           ==FILEREC-NOM==     BY ==MVT-NOM==
                           ==FILEREC-PRENOM==  BY ==MVT-PRENOM==
                           ==FILEREC-DTEFF==   BY ==MVT-DTEFF==
                           ==FILEREC-MONTANT== BY ==MVT-MONTANT==.

       77  W-MNT-EDIT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      * DATE DU RUN BATCH2 (SSAAMMJJ), AFFICHEE JJ.MM.AA.
       01  W-DTTRT.
           05  W-DTTRT-SS         PIC X(02).
           05  W-DTTRT-AA         PIC X(02).
           05  W-DTTRT-MM         PIC X(02).
           05  W-DTTRT-JJ         PIC X(02).

       01  W-DTTRT-FORM.
           05  W-DTT-JJ           PIC X(02).
           05  FILLER             PIC X            VALUE '.'.
           05  W-DTT-MM           PIC X(02).
           05  FILLER             PIC X            VALUE '.'.
           05  W-DTT-AA           PIC X(02).

      * ENREGISTREMENT DE TRACE DES CONSULTATIONS, AU FORMAT
      * FILELOG-Z DE CALLMSG (80 OCTETS), ECRIT DANS LA FILE
      * TRANSITOIRE MSGL.
       01  TRACE-Z.
           05  TRACE-DATE             PIC 9(08).
           05  TRACE-TIME             PIC 9(06).
           05  TRACE-PGM              PIC X(08).
           05  TRACE-MSG-NO           PIC X(04).
           05  TRACE-TEXT.
               10  FILLER             PIC X(04)    VALUE 'EXC='.
               10  TRACE-NOEXC        PIC X(07).
               10  FILLER             PIC X(05)    VALUE ' CLE='.
               10  TRACE-CLE          PIC X(09).
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

      * COPY MAP
           COPY ONLINMA.

           EXEC SQL INCLUDE ONLINMAS END-EXEC.

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
           MOVE LOW-VALUE         TO ONLINEOS

           PERFORM                P-DATE-JOURNEE
           MOVE EIBOPID           TO TUA-I-OPID
           MOVE EIBTRMID          TO TUA-I-TRMID

           MOVE TUA-I-DTJOURF     TO SDTEXEAI DTEXEAI

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
           MOVE DFHCOMMAREA       TO ONLINEOS.

           IF EIBAID = DFHCLEAR OR
                       DFHPA1 OR
                       DFHPA2 OR
                       DFHPA3
              PERFORM             P-ANYKEY
           END-IF

           EXEC CICS RECEIVE
                MAP('ONLINEO')
                MAPSET('ONLINEA')
                INTO(ONLINEOI)
           END-EXEC.

           PERFORM P-MERGE-MASQUE.

      **** TEST DES DIFFERENTES TOUCHES FONCTIONS :
           EVALUATE EIBAID
             WHEN DFHPF2
               PERFORM            P-MASQUE-VIDE
             WHEN DFHPF3
               PERFORM            P-FIN-TRANSACTION
             WHEN DFHENTER
               PERFORM            P-AFFICHE-EXCEPTION
             WHEN OTHER
               PERFORM            P-ANYKEY
           END-EVALUATE

           PERFORM                ENVOI-MASQUE.

      /****************************
       P-AFFICHE-EXCEPTION SECTION.
      *****************************
      * ENTER : APPELLE L'EXCEPTION PAR SON NO ET AFFICHE LE MOUVEMENT
      * ECARTE, LES SOLDES ET LE PLANCHER DU RUN.
           IF SNOEXCAI = SPACE OR LOW-VALUE
              OR SNOEXCAI NOT NUMERIC
              MOVE '0048'         TO MSG-NO
              MOVE -1             TO NOEXCAL
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           EXEC CICS READ
                FILE('FILEEXCV')
                INTO(FILEEXCV-Z)
                RIDFLD(SNOEXCAI)
                RESP(W-RESP)
           END-EXEC

           EVALUATE W-RESP
             WHEN DFHRESP(NORMAL)
               PERFORM            P-AFFICHE-DETAIL
               PERFORM            ECRIT-TRACE
             WHEN DFHRESP(NOTFND)
               PERFORM            P-VIDE-DETAIL
               MOVE '0047'        TO MSG-NO
               PERFORM            RECH-MSGERR
      * FICHIER FERME PENDANT LE RECHARGEMENT EXCLOAD.
             WHEN DFHRESP(NOTOPEN)
             WHEN DFHRESP(DISABLED)
               PERFORM            P-VIDE-DETAIL
               MOVE '0049'        TO MSG-NO
               PERFORM            RECH-MSGERR
             WHEN OTHER
               EXEC CICS ABEND
                    ABCODE('VSAA')
               END-EXEC
           END-EVALUATE.

      /***************************
       P-AFFICHE-DETAIL SECTION.
      ****************************
           MOVE EXC-MVT           TO W-MVT-Z
           MOVE MVT-CODE          TO ECODEAI
           MOVE EXC-CLE           TO ECLEAI
           MOVE MVT-NOM           TO ENOMAI
           MOVE MVT-PRENOM        TO EPRENAI
           MOVE MVT-DTEFF         TO EDTEFFAI
           MOVE EXC-EXISTE        TO EEXISAI

           MOVE EXC-SOLDE         TO W-MNT-EDIT
           MOVE W-MNT-EDIT        TO ESOLDAI
           MOVE EXC-DELTA         TO W-MNT-EDIT
           MOVE W-MNT-EDIT        TO EDELTAI
           MOVE EXC-SOLDE-PREVU   TO W-MNT-EDIT
           MOVE W-MNT-EDIT        TO EPREVAI
           MOVE EXC-PLANCHER      TO W-MNT-EDIT
           MOVE W-MNT-EDIT        TO EPLANAI

           MOVE EXC-DTTRT         TO W-DTTRT
           MOVE W-DTTRT-JJ        TO W-DTT-JJ
           MOVE W-DTTRT-MM        TO W-DTT-MM
           MOVE W-DTTRT-AA        TO W-DTT-AA
           MOVE W-DTTRT-FORM      TO EDTTRAI

           MOVE -1                TO NOEXCAL.

      /************************
       P-VIDE-DETAIL SECTION.
      *************************
           MOVE SPACES            TO ECODEAI
                                     ECLEAI
                                     ENOMAI
                                     EPRENAI
                                     EDTEFFAI
                                     EEXISAI
                                     ESOLDAI
                                     EDELTAI
                                     EPREVAI
                                     EPLANAI
                                     EDTTRAI
           MOVE -1                TO NOEXCAL.

      /**********************
       ENVOI-MASQUE SECTION.
      ***********************
           MOVE EIBTIME           TO W-EIBTIME
           MOVE W-HEURE           TO W-HH
           MOVE W-MINUTE          TO W-MI
           MOVE W-SECONDE         TO W-SS
           MOVE W-HEURE-FORM      TO SHREXEAI HREXEAI

           IF SVEIBCALEN          = ZERO
              MOVE ONLINEOS       TO ONLINEOI
              MOVE -1             TO NOEXCAL
              EXEC CICS SEND
                   MAP('ONLINEO')
                   MAPSET('ONLINEA')
                   FROM(ONLINEOI)
                   FREEKB
                   CURSOR
                   ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND
                   MAP('ONLINEO')
                   MAPSET('ONLINEA')
                   FROM(ONLINEOI)
                   FREEKB
                   CURSOR
                   DATAONLY
              END-EXEC
           END-IF.

           EXEC CICS RETURN
                TRANSID('TRAA')
                COMMAREA(ONLINEOS)
           END-EXEC.

      /***************************
       ROUTINES-COMMUNES SECTION.
      ****************************

       P-MERGE-MASQUE.
      *---------------
           MOVE SPACE             TO LIERRAI SLIERRAI.

      * LE NO D'EXCEPTION SAISI EST REPORTE DANS LA PARTIE CONSERVEE
      * DE LA COMMAREA POUR SUBSISTER D'UN PASSAGE PSEUDO-
      * CONVERSATIONNEL A L'AUTRE.
           IF NOEXCAL             > ZERO
              OR NOEXCAF           = HEX80
              MOVE NOEXCAI        TO SNOEXCAI.

       P-MASQUE-VIDE.
      *--------------
           EXEC CICS SYNCPOINT END-EXEC
           EXEC CICS XCTL
                PROGRAM('ONLINEA')
           END-EXEC.

       P-FIN-TRANSACTION.
      *------------------
      * PF3 : FIN VOLONTAIRE DE LA TRANSACTION. PAS DE TRANSID() DANS
      * LE RETURN : CICS NE RE-ARME PAS TRAA.
           EXEC CICS RETURN END-EXEC.

       P-ANYKEY.
      *---------
           MOVE '0002'            TO MSG-NO
           MOVE -1                TO NOEXCAL
           PERFORM                RECH-MSGERR
           PERFORM                ENVOI-MASQUE.

       RECH-MSGERR.
      *------------
      * LA LANGUE DU PROFIL OPERATEUR EST TRANSMISE A CALLMSG, QUI
      * APPLIQUE LA LANGUE DU SITE SI ELLE EST A BLANC OU INCONNUE.
           MOVE TUA-I-LNG         TO MSG-LNG
           MOVE 'ONLINEA'         TO MSG-PGM
           MOVE 'O'               TO MSG-ENV
           EXEC CICS LINK
                PROGRAM('CALLMSG')
                COMMAREA(MSG-ZONE)
           END-EXEC
           MOVE MSG-TEXT          TO LIERRAI SLIERRAI.

       ECRIT-TRACE.
      *------------
      * TRACE LA CONSULTATION (NO D'EXCEPTION, CLE, OPERATEUR,
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
           MOVE 'ONLINEA'         TO TRACE-PGM
           MOVE SPACES            TO TRACE-MSG-NO
           MOVE SNOEXCAI          TO TRACE-NOEXC
           MOVE EXC-CLE           TO TRACE-CLE
           MOVE TUA-I-OPID        TO TRACE-OPID
           MOVE TUA-I-TRMID       TO TRACE-TRMID

           EXEC CICS WRITEQ TD
                QUEUE('MSGL')
                FROM(TRACE-Z)
                LENGTH(80)
           END-EXEC.
