      **************
       ID DIVISION.
      **************

       PROGRAM-ID.                ONLINE7.
       AUTHOR.                    XXXXXXXXX.
       DATE-WRITTEN.              2026.

      *REMARKS.
      *
      * Programme demo ONLINE - MAINTENANCE DU NOM ET DU PRENOM DU
      * MAITRE CLIENT FILEMST (TRANSACTION TRA7, MAP ONLINEL).
      *
      * UNE SIMPLE CORRECTION DE NOM OU DE PRENOM DEVAIT VOYAGER EN
      * MOUVEMENT CODE '1' PAR FILEIN, BATCH1 ET BATCH2, EN ECRASANT
      * AU PASSAGE MST-DTEFF ET MST-MONTANT. CETTE TRANSACTION, ATTEINTE
      * DEPUIS LA CONSULTATION TRA3 PAR PF4 (CLE DEJA REMPLIE, XCTL
      * AVEC LA CLE EN COMMAREA), AFFICHE LE CLIENT ET LAISSE
      * L'OPERATEUR SURFRAPPER MST-NOM ET MST-PRENOM ; PF5 VALIDE.
      * LES SOLDES RESTENT DU SEUL RESSORT DU BATCH. PF12 RAMENE A LA
      * CONSULTATION TRA3 SUR LA MEME CLE.
      *
      * UNE MISE A JOUR N'EST ACCEPTEE QUE :
      * - POUR UN OPERATEUR HABILITE : ACCES EN MISE A JOUR AU
      *   FICHIER FILEMST DANS SON PROFIL DE SECURITE (QUERY
      *   SECURITY) ;
      * - HORS PASSAGE DE BATCH2 : LE DERNIER RUN BATCH2 INSCRIT AU
      *   REGISTRE VTBRUNA NE DOIT PAS ETRE EN COURS ('E') - UN RUN
      *   ABENDE RESTE EN COURS JUSQU'A SA REPRISE ;
      * - SUR LE CLIENT TEL QU'AFFICHE : UN MAITRE MODIFIE ENTRE
      *   L'AFFICHAGE ET PF5 IMPOSE DE REAFFICHER.
      *
      * CHAQUE MISE A JOUR LAISSE SON IMAGE AVANT/APRES AU FORMAT
      * FILEAUD (160 OCTETS, TYPE 'M', CODE MOUVEMENT 'O', DATE DE
      * LA JOURNEE ONLINE) DANS LA FILE TRANSITOIRE
      * EXTRAPARTITIONNEE AUDL ; BATCH2 LA VERSE EN TETE DE LA
      * GENERATION FILEAUD DE LA NUIT, OU LISTAUD, CLOTMENS ET
      * RECONMST LA RETROUVENT COMME TOUT AUTRE CHANGEMENT.
      * L'OPERATEUR ET LE TERMINAL (TUA-I-OPID / TUA-I-TRMID) SONT
      * ESTAMPILLES DANS LA ZONE DE RESERVE DE L'ENREGISTREMENT
      * MAITRE (DERNIERE MAINTENANCE ONLINE), ET DONC DANS L'IMAGE
      * APRES : LE REJEU DES IMAGES REDONNE EXACTEMENT LE MAITRE.
      * FILE AUDL FERMEE (RELEVE PAR LE BATCH) : LA MISE A JOUR DU
      * MAITRE EST DEFAITE (SYNCPOINT ROLLBACK - FILEMST EST DECLARE
      * RECUPERABLE DANS LA FCT) ET REFUSEE, RIEN N'EST ECRIT.
      *
      * CHAQUE MISE A JOUR EST EN OUTRE TRACEE DANS LA FILE
      * TRANSITOIRE MSGL AVEC L'OPERATEUR ET LE TERMINAL, COMME LES
      * CORRECTIONS ONLINE5.
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

       01  W-ABEND-DB2.
           05 W-DB2               PIC X            VALUE 'D'.
           05 W-SQLCODE           PIC 9(3)         VALUE ZERO.

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

      * ENREGISTREMENT MAITRE LU PAR CLE (LAYOUT FILEREC, TENU PAR
      * BATCH2).
       01  FILEMST-Z.
           COPY FILEREC
             REPLACING ==FILEREC-CLE==     BY ==MST-CLE==
                       ==FILEREC-NOM==     BY ==MST-NOM==
                       ==FILEREC-PRENOM==  BY ==MST-PRENOM==
                       ==FILEREC-DTEFF==   BY ==MST-DTEFF==
                       ==FILEREC-MONTANT== BY ==MST-MONTANT==.

      * ZONE DE RESERVE DE L'ENREGISTREMENT MAITRE : OPERATEUR ET
      * TERMINAL DE LA DERNIERE MAINTENANCE ONLINE.
       01  MST-ESTAMPILLE REDEFINES FILEMST-Z.
           05  FILLER             PIC X(58).
           05  MST-MAJ-OPID       PIC X(03).
           05  MST-MAJ-TRMID      PIC X(04).
           05  FILLER             PIC X(03).

       77  W-MNT-EDIT             PIC -Z,ZZZ,ZZZ,ZZ9.99.

      * NOUVELLES VALEURS RETENUES POUR PF5 (SAISIE, OU VALEUR
      * AFFICHEE POUR UN CHAMP NON TOUCHE).
       77  W-NOUV-NOM             PIC X(20)        VALUE SPACES.
       77  W-NOUV-PRENOM          PIC X(15)        VALUE SPACES.

      * IMAGE AFFICHEE, RELUE DE LA COMMAREA POUR LE CONTROLE PF5.
       01  W-AFF-Z.
           COPY FILEREC
             REPLACING ==FILEREC-CLE==     BY ==AFF-CLE==
                       ==FILEREC-NOM==     BY ==AFF-NOM==
                       ==FILEREC-PRENOM==  BY ==AFF-PRENOM==
                       ==FILEREC-DTEFF==   BY ==AFF-DTEFF==
                       ==FILEREC-MONTANT== BY ==AFF-MONTANT==.

      * IMAGE D'AUDIT ECRITE DANS LA FILE TRANSITOIRE AUDL, AU LAYOUT
      * FILEAUD DE BATCH2 (160 OCTETS).
       01  AUDIT-Z.
           05  AUD-TYPE           PIC X(01).
           05  AUD-CLE            PIC X(09).
           05  AUD-AVANT          PIC X(68).
           05  AUD-APRES          PIC X(68).
           05  AUD-DTTRT          PIC 9(08).
           05  AUD-CODE           PIC X(01).
           05  FILLER             PIC X(05).

      * ENREGISTREMENT DE TRACE DES MISES A JOUR, AU FORMAT FILELOG-Z
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
           COPY ONLINM7.

           EXEC SQL INCLUDE ONLINM7S END-EXEC.

      * COPY IO CALLMSG
           COPY MSGZONE.

      * COPY DB2
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * COPY INCLUDE TABLE
           EXEC SQL INCLUDE VTBRUNA END-EXEC.

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

           EXEC SQL WHENEVER SQLERROR   GOTO PC-ERR-DB2 END-EXEC
           EXEC SQL WHENEVER NOT FOUND  CONTINUE        END-EXEC

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
           MOVE LOW-VALUE         TO ONLINELS

           PERFORM                P-DATE-JOURNEE
           MOVE EIBOPID           TO TUA-I-OPID
           MOVE EIBTRMID          TO TUA-I-TRMID

           MOVE TUA-I-DTJOURF     TO SDTEXE7I DTEXE7I
           MOVE 'N'               TO SAFFICHE
           MOVE SPACES            TO SAFFCLE SAFFIMG

      * ARRIVEE DEPUIS LA CONSULTATION (TRA3) : LE CLIENT RECU EST
      * AFFICHE DIRECTEMENT, PRET A ETRE MODIFIE.
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
           MOVE DFHCOMMAREA       TO ONLINELS.

           IF EIBAID = DFHCLEAR OR
                       DFHPA1 OR
                       DFHPA2 OR
                       DFHPA3
              PERFORM             P-ANYKEY
           END-IF

           EXEC CICS RECEIVE
                MAP('ONLINEL')
                MAPSET('ONLINE7')
                INTO(ONLINELI)
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
             WHEN DFHPF12
               PERFORM            P-RETOUR-CONSULTATION
             WHEN DFHENTER
               PERFORM            P-AFFICHE-CLIENT
             WHEN OTHER
               PERFORM            P-ANYKEY
           END-EVALUATE

           PERFORM                ENVOI-MASQUE.

      /*************************
       P-AFFICHE-CLIENT SECTION.
      **************************
      * ENTER : APPELLE LE CLIENT PAR SA CLE ET AFFICHE SON ETAT
      * COURANT ; LES ZONES DE SAISIE SONT PRE-REMPLIES AVEC LE NOM
      * ET LE PRENOM COURANTS.
           IF SCLE7I = SPACE OR LOW-VALUE
              OR SCLE7I NOT NUMERIC
              MOVE '0020'         TO MSG-NO
              MOVE -1             TO CLE7L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           PERFORM                P-LIT-CLIENT.

      /******************************
       P-ENTREE-CONSULTATION SECTION.
      *******************************
      * AFFICHAGE DIRECT DE LA CLE TRANSMISE PAR ONLINE3, EN MASQUE
      * COMPLET (ERASE) : L'ECRAN PORTE ENCORE LA MAP DE LA
      * CONSULTATION, ET L'ENVOI STANDARD DU 1ER-PASSAGE REPARTIRAIT
      * D'UN MASQUE VIERGE SANS LE CLIENT.
           MOVE LOW-VALUE         TO ONLINELI
           MOVE W-CLE-XCTL        TO SCLE7I CLE7I
           MOVE TUA-I-DTJOURF     TO DTEXE7I
           MOVE EIBTIME           TO W-EIBTIME
           MOVE W-HEURE           TO W-HH
           MOVE W-MINUTE          TO W-MI
           MOVE W-SECONDE         TO W-SS
           MOVE W-HEURE-FORM      TO SHREXE7I HREXE7I

           PERFORM                P-LIT-CLIENT

           EXEC CICS SEND
                MAP('ONLINEL')
                MAPSET('ONLINE7')
                FROM(ONLINELI)
                FREEKB
                CURSOR
                ERASE
           END-EXEC

           EXEC CICS RETURN
                TRANSID('TRA7')
                COMMAREA(ONLINELS)
           END-EXEC.

      /*********************
       P-ENREGISTRE SECTION.
      **********************
      * PF5 : MET A JOUR LE NOM ET LE PRENOM DU CLIENT AFFICHE. LA
      * CLE A L'ECRAN DOIT ETRE CELLE DU CLIENT AFFICHE (UNE CLE
      * SURFRAPPEE SANS REAFFICHAGE VISERAIT UN AUTRE CLIENT QUE
      * CELUI QUE L'OPERATEUR A SOUS LES YEUX).
           IF SAFFICHE NOT = 'O'
              OR SCLE7I NOT = SAFFCLE
              MOVE '0036'         TO MSG-NO
              MOVE -1             TO CLE7L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           MOVE SAFFIMG           TO W-AFF-Z
           PERFORM                P-PREND-SAISIE

           IF W-NOUV-NOM = SPACES
              MOVE '0005'         TO MSG-NO
              MOVE -1             TO NOM7L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           IF W-NOUV-NOM = AFF-NOM
              AND W-NOUV-PRENOM = AFF-PRENOM
              MOVE '0034'         TO MSG-NO
              MOVE -1             TO NOM7L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           PERFORM                P-CONTROLE-HABILITATION
           PERFORM                P-CONTROLE-BATCH2

           MOVE SAFFCLE           TO MST-CLE
           EXEC CICS READ
                FILE('FILEMST')
                INTO(FILEMST-Z)
                RIDFLD(MST-CLE)
                UPDATE
                RESP(W-RESP)
           END-EXEC

           EVALUATE W-RESP
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               MOVE 'N'           TO SAFFICHE
               MOVE '0019'        TO MSG-NO
               MOVE -1            TO CLE7L
               PERFORM            RECH-MSGERR
               PERFORM            P-VIDE-CLIENT
               PERFORM            ENVOI-MASQUE
             WHEN OTHER
               EXEC CICS ABEND
                    ABCODE('VSA7')
               END-EXEC
           END-EVALUATE

      * MAITRE MODIFIE DEPUIS L'AFFICHAGE (BATCH OU AUTRE TERMINAL) :
      * L'OPERATEUR DOIT REPARTIR DE L'ETAT COURANT.
           IF FILEMST-Z NOT = SAFFIMG
              EXEC CICS UNLOCK
                   FILE('FILEMST')
              END-EXEC
              MOVE '0033'         TO MSG-NO
              MOVE -1             TO CLE7L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           MOVE SPACES            TO AUDIT-Z
           MOVE 'M'               TO AUD-TYPE
           MOVE MST-CLE           TO AUD-CLE
           MOVE FILEMST-Z         TO AUD-AVANT
           MOVE W-NOUV-NOM        TO MST-NOM
           MOVE W-NOUV-PRENOM     TO MST-PRENOM
           MOVE TUA-I-OPID        TO MST-MAJ-OPID
           MOVE TUA-I-TRMID       TO MST-MAJ-TRMID
           MOVE FILEMST-Z         TO AUD-APRES
           MOVE TUA-I-DTJOUR      TO AUD-DTTRT
           MOVE 'O'               TO AUD-CODE

      * LE MAITRE EST REECRIT AVANT L'IMAGE D'AUDIT : LA FILE AUDL
      * EXTRAPARTITIONNEE N'EST PAS RECUPERABLE, UNE IMAGE ECRITE
      * POUR UNE MISE A JOUR QUI ECHOUE PARTIRAIT QUAND MEME DANS
      * FILEAUD. SANS IMAGE (FILE FERMEE PENDANT SON RELEVE PAR LE
      * BATCH), LA MISE A JOUR DU MAITRE EST DEFAITE.
           EXEC CICS REWRITE
                FILE('FILEMST')
                FROM(FILEMST-Z)
                RESP(W-RESP)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS ABEND
                   ABCODE('VSA7')
              END-EXEC
           END-IF

           EXEC CICS WRITEQ TD
                QUEUE('AUDL')
                FROM(AUDIT-Z)
                LENGTH(160)
                RESP(W-RESP)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE '0037'         TO MSG-NO
              MOVE -1             TO CLE7L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF

           MOVE '0035'            TO MSG-NO
           PERFORM                ECRIT-TRACE
           PERFORM                P-AFFICHE-MAITRE
           MOVE '0035'            TO MSG-NO
           MOVE -1                TO CLE7L
           PERFORM                RECH-MSGERR.

      /**********************************
       P-CONTROLE-HABILITATION SECTION.
      ***********************************
      * SEUL UN OPERATEUR DONT LE PROFIL DE SECURITE DONNE L'ACCES
      * EN MISE A JOUR AU FICHIER FILEMST PEUT MODIFIER UN CLIENT.
           EXEC CICS QUERY SECURITY
                RESTYPE('FILE')
                RESID('FILEMST')
                UPDATE(W-CVDA)
                RESP(W-RESP)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL)
              OR W-CVDA NOT = DFHVALUE(UPDATABLE)
              MOVE '0032'         TO MSG-NO
              MOVE -1             TO CLE7L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF.

      /****************************
       P-CONTROLE-BATCH2 SECTION.
      *****************************
      * LE MAITRE APPARTIENT A BATCH2 PENDANT SON PASSAGE : MISE A
      * JOUR REFUSEE TANT QUE SON DERNIER RUN INSCRIT AU REGISTRE
      * VTBRUNA EST EN COURS. AUCUN RUN INSCRIT : PAS D'OBSTACLE.
           MOVE 'BATCH2'          TO ETAPE OF DVTBRUNA
           MOVE SPACE             TO ETAT OF DVTBRUNA

           EXEC SQL
                SELECT ETAT
                  INTO :DVTBRUNA.ETAT
                  FROM VTBRUNA
                 WHERE ETAPE = :DVTBRUNA.ETAPE
                   AND DEBUT = (SELECT MAX(DEBUT)
                                  FROM VTBRUNA
                                 WHERE ETAPE = :DVTBRUNA.ETAPE)
           END-EXEC

           IF SQLCODE = ZERO
              AND ETAT OF DVTBRUNA = 'E'
              MOVE '0031'         TO MSG-NO
              MOVE -1             TO CLE7L
              PERFORM             RECH-MSGERR
              PERFORM             ENVOI-MASQUE
           END-IF.

      /**************************
       P-AFFICHE-MAITRE SECTION.
      ***************************
      * AFFICHE L'ETAT COURANT DU CLIENT (FILEMST-Z) ET LE MEMORISE
      * DANS LA COMMAREA COMME BASE DU PROCHAIN PF5.
           MOVE MST-NOM           TO ANOM7I NOM7I
           MOVE MST-PRENOM        TO APREN7I PRENOM7I
           MOVE MST-DTEFF         TO ADTEFF7I
           IF MST-MONTANT NUMERIC
              MOVE MST-MONTANT    TO W-MNT-EDIT
              MOVE W-MNT-EDIT     TO AMONT7I
           ELSE
              MOVE '*INVALIDE*'   TO AMONT7I
           END-IF
           MOVE 'O'               TO SAFFICHE
           MOVE MST-CLE           TO SAFFCLE
           MOVE FILEMST-Z         TO SAFFIMG
           MOVE -1                TO NOM7L.

      /***********************
       P-VIDE-CLIENT SECTION.
      ************************
      * CLE INCONNUE : LES ZONES SONT BLANCHIES POUR NE PAS LAISSER
      * A L'ECRAN LE CLIENT PRECEDENT.
           MOVE SPACES            TO ANOM7I
                                     APREN7I
                                     ADTEFF7I
                                     AMONT7I
                                     NOM7I
                                     PRENOM7I
           MOVE SPACES            TO SAFFCLE SAFFIMG.

      /*********************
       P-LIT-CLIENT SECTION.
      **********************
      * LECTURE DU CLIENT DE CLE SCLE7I, AFFICHE OU BLANCHI SELON LE
      * RESULTAT (LE MESSAGE EST POSE, L'ENVOI RESTE A L'APPELANT).
           MOVE SCLE7I            TO MST-CLE

           EXEC CICS READ
                FILE('FILEMST')
                INTO(FILEMST-Z)
                RIDFLD(MST-CLE)
                RESP(W-RESP)
           END-EXEC

           EVALUATE W-RESP
             WHEN DFHRESP(NORMAL)
               PERFORM            P-AFFICHE-MAITRE
             WHEN DFHRESP(NOTFND)
               MOVE 'N'           TO SAFFICHE
               PERFORM            P-VIDE-CLIENT
               MOVE '0019'        TO MSG-NO
               MOVE -1            TO CLE7L
               PERFORM            RECH-MSGERR
             WHEN OTHER
               EXEC CICS ABEND
                    ABCODE('VSA7')
               END-EXEC
           END-EVALUATE.

      /**********************
       ENVOI-MASQUE SECTION.
      ***********************
           MOVE EIBTIME           TO W-EIBTIME
           MOVE W-HEURE           TO W-HH
           MOVE W-MINUTE          TO W-MI
           MOVE W-SECONDE         TO W-SS
           MOVE W-HEURE-FORM      TO SHREXE7I HREXE7I

           IF SVEIBCALEN          = ZERO
              MOVE ONLINELS       TO ONLINELI
              MOVE -1             TO CLE7L
              EXEC CICS SEND
                   MAP('ONLINEL')
                   MAPSET('ONLINE7')
                   FROM(ONLINELI)
                   FREEKB
                   CURSOR
                   ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND
                   MAP('ONLINEL')
                   MAPSET('ONLINE7')
                   FROM(ONLINELI)
                   FREEKB
                   CURSOR
                   DATAONLY
              END-EXEC
           END-IF.

           EXEC CICS RETURN
                TRANSID('TRA7')
                COMMAREA(ONLINELS)
           END-EXEC.

      /***************************
       ROUTINES-COMMUNES SECTION.
      ****************************

       P-MERGE-MASQUE.
      *---------------
           MOVE SPACE             TO LIERR7I SLIERR7I.

      * LA CLE SAISIE EST REPORTEE DANS LA PARTIE CONSERVEE DE LA
      * COMMAREA POUR SUBSISTER D'UN PASSAGE PSEUDO-CONVERSATIONNEL
      * A L'AUTRE.
           IF CLE7L               > ZERO
              OR CLE7F             = HEX80
              MOVE CLE7I          TO SCLE7I.

       P-PREND-SAISIE.
      *---------------
      * UN CHAMP TOUCHE PAR L'OPERATEUR (LONGUEUR RECUE, OU EFFACE
      * PAR EOF) PREND LA VALEUR SAISIE ; UN CHAMP NON TOUCHE GARDE
      * LA VALEUR AFFICHEE.
           IF NOM7L               > ZERO
              OR NOM7F             = HEX80
              MOVE NOM7I          TO W-NOUV-NOM
              IF W-NOUV-NOM = LOW-VALUE
                 MOVE SPACES      TO W-NOUV-NOM
              END-IF
           ELSE
              MOVE AFF-NOM        TO W-NOUV-NOM
           END-IF

           IF PRENOM7L            > ZERO
              OR PRENOM7F          = HEX80
              MOVE PRENOM7I       TO W-NOUV-PRENOM
              IF W-NOUV-PRENOM = LOW-VALUE
                 MOVE SPACES      TO W-NOUV-PRENOM
              END-IF
           ELSE
              MOVE AFF-PRENOM     TO W-NOUV-PRENOM
           END-IF.

       P-MASQUE-VIDE.
      *--------------
           EXEC CICS SYNCPOINT END-EXEC
           EXEC CICS XCTL
                PROGRAM('ONLINE7')
           END-EXEC.

       P-RETOUR-CONSULTATION.
      *----------------------
      * PF12 : RETOUR A LA CONSULTATION TRA3, SUR LE CLIENT AFFICHE
      * S'IL Y EN A UN.
           EXEC CICS SYNCPOINT END-EXEC
           IF SAFFICHE = 'O'
              MOVE SAFFCLE        TO W-CLE-XCTL
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
      * LE RETURN : CICS NE RE-ARME PAS TRA7.
           EXEC CICS RETURN END-EXEC.

       P-ANYKEY.
      *---------
           MOVE '0002'            TO MSG-NO
           MOVE -1                TO CLE7L
           PERFORM                RECH-MSGERR
           PERFORM                ENVOI-MASQUE.

       RECH-MSGERR.
      *------------
      * LA LANGUE DU PROFIL OPERATEUR EST TRANSMISE A CALLMSG, QUI
      * APPLIQUE LA LANGUE DU SITE SI ELLE EST A BLANC OU INCONNUE.
           MOVE TUA-I-LNG         TO MSG-LNG
           MOVE 'ONLINE7'         TO MSG-PGM
           MOVE 'O'               TO MSG-ENV
           EXEC CICS LINK
                PROGRAM('CALLMSG')
                COMMAREA(MSG-ZONE)
           END-EXEC
           MOVE MSG-TEXT          TO LIERR7I SLIERR7I.

       ECRIT-TRACE.
      *------------
      * TRACE LA MISE A JOUR (CLE, OPERATEUR, TERMINAL, HORODATAGE)
      * DANS LA FILE TRANSITOIRE MSGL, AU MEME FORMAT 80 OCTETS QUE
      * LES ECRITURES DE CALLMSG.
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
           MOVE 'ONLINE7'         TO TRACE-PGM
           MOVE MSG-NO            TO TRACE-MSG-NO
           MOVE SAFFCLE           TO TRACE-CLE
           MOVE TUA-I-OPID        TO TRACE-OPID
           MOVE TUA-I-TRMID       TO TRACE-TRMID

           EXEC CICS WRITEQ TD
                QUEUE('MSGL')
                FROM(TRACE-Z)
                LENGTH(80)
           END-EXEC.

       PC-ERR-DB2.
      *-----------
      * LE REGISTRE EST EN LECTURE SEULE ICI : TOUT SQLCODE
      * INATTENDU PROVOQUE L'ABEND, COMME DANS ONLINE6.
           MOVE 'D'               TO W-DB2
           MOVE SQLCODE           TO W-SQLCODE
           EXEC CICS ABEND
                ABCODE(W-ABEND-DB2)
           END-EXEC.
