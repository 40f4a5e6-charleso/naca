      *   FONCTION 'F' (FIN) : COMPLETE LA LIGNE POSEE AU DEBUT
      *   (FIN, ETAT 'F', RC ZERO-PADDE, COMPTEURS CLES).
      *
      *   FONCTION 'R' (REPRISE) : APPELEE PAR UN RUN DE REPRISE
      *   AVANT SA PROPRE FONCTION 'D'. RETROUVE LA DERNIERE LIGNE
      *   DE L'ETAPE RESTEE EN COURS (ETAT 'E', LAISSEE PAR LE RUN
      *   ABENDE), LA CLOT EN ETAT 'A' (ABANDONNEE, RC '16', FIN =
      *   HEURE DE LA REPRISE) ET REND SON DEBUT A L'APPELANT. SANS
      *   LIGNE EN COURS, VERDICT 'N' (A L'APPELANT D'EN JUGER).
      *
      * LE REGISTRE EST DE LA SUPERVISION : UNE ERREUR SQL REND 'E'
      * A L'APPELANT (QUI CONTINUE SON RUN) AU LIEU D'ABENDER - UN
      * DB2 INDISPONIBLE NE DOIT PAS COUTER LA FENETRE BATCH.
       77  NB-DEJA                 PIC S9(9) COMP-4   VALUE ZERO.
       77  RC-EDITE                PIC 9(02)          VALUE ZERO.

      * INDICATEUR NULL DU MAX(DEBUT) DE LA FONCTION 'R' (AUCUNE
      * LIGNE EN COURS = MAX NULL).
       77  IND-DEBUT               PIC S9(4) COMP     VALUE ZERO.

       01  SYS-DATE                PIC 9(8)           VALUE ZEROS.

       01  SYS-TIME                PIC 9(8)           VALUE ZEROS.
               PERFORM DEBUT-RUN
             WHEN RUN-FONC-FIN
               PERFORM FIN-RUN
             WHEN RUN-FONC-REPRISE
               PERFORM REPRISE-RUN
             WHEN OTHER
               SET RUN-REGISTRE-KO  TO TRUE
           END-EVALUATE
              END-IF
           END-IF.

       REPRISE-RUN.
      *-----------------------------------------------------------------
      * LIGNE 'E' LA PLUS RECENTE DE L'ETAPE : C'EST CELLE DU RUN
      * INTERROMPU QUE L'APPELANT REPREND. ELLE EST CLOSE EN 'A'
      * POUR QUE LE REGISTRE NE MONTRE PLUS DEUX RUNS EN COURS UNE
      * FOIS LA LIGNE DE LA REPRISE INSCRITE.
           MOVE SPACES              TO RUN-DEBUT-REPRIS
           MOVE RUN-PGM             TO ETAPE OF DVTBRUNA
           EXEC SQL
                SELECT MAX(DEBUT)
                  INTO :DVTBRUNA.DEBUT :IND-DEBUT
                  FROM VTBRUNA
                 WHERE ETAPE = :DVTBRUNA.ETAPE
                   AND ETAT = 'E'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               DISPLAY 'CALLRUN - REGISTRE INDISPONIBLE, SQLCODE='
                        SQLCODE UPON CONSOLE
               SET RUN-REGISTRE-KO  TO TRUE
             WHEN IND-DEBUT < ZERO
               SET RUN-AUCUN-EN-COURS TO TRUE
             WHEN OTHER
               MOVE DEBUT OF DVTBRUNA TO RUN-DEBUT-REPRIS
               PERFORM PREND-HORODATE
               MOVE HORODATE         TO FIN OF DVTBRUNA
               EXEC SQL
                    UPDATE VTBRUNA
                       SET FIN = :DVTBRUNA.FIN,
                           ETAT = 'A',
                           RC = '16'
                     WHERE ETAPE = :DVTBRUNA.ETAPE
                       AND DEBUT = :DVTBRUNA.DEBUT
               END-EXEC
               IF SQLCODE NOT = 0
                  DISPLAY 'CALLRUN - CLOTURE RUN INTERROMPU '
                          'IMPOSSIBLE, SQLCODE=' SQLCODE UPON CONSOLE
                  SET RUN-REGISTRE-KO TO TRUE
               END-IF
           END-EVALUATE.

       PREND-HORODATE.
      *-----------------------------------------------------------------
      * DATE + HEURE SYSTEME EN AAAAMMJJHHMMSS (MEMES ACCEPT QUE
