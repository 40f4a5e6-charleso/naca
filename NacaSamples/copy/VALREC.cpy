      *=================================================================
      * VALREC   - MOUVEMENT EN ATTENTE DE VALIDATION (DOUBLE REGARD).
      *
      *            MOUVEMENT DE CODE '1', '2' OU '3' DONT LE MONTANT
      *            (EN VALEUR ABSOLUE) DEPASSE LE SEUIL DE SON CODE :
      *            BATCH1 LE DEROUTE ICI AU LIEU DE LE ROUTER. UN
      *            SECOND OPERATEUR, DIFFERENT DE CELUI QUI A EMIS LE
      *            MOUVEMENT, L'APPROUVE OU LE REFUSE PAR LA
      *            TRANSACTION TRA9 ; LE RUN BATCH1 SUIVANT REINJECTE
      *            LES APPROUVES DANS LE ROUTAGE, REJETTE LES REFUSES
      *            VERS FILEREJ ET REPORTE LES AUTRES.
      *
      *            KSDS FILEVALV (CICS) ET GENERATIONS FILEVAL (BATCH),
      *            CLE = DATE DE MISE EN VALIDATION + NO D'ORDRE BATCH1
      *            (MEME NUMEROTATION QUE LES REJETS), OCTETS 1-15.
      *=================================================================
           05  VAL-CLE.
               10  VAL-DTENT          PIC 9(08).
               10  VAL-NOENR          PIC 9(07).

      * ENREGISTREMENT FILEIN COMPLET ET SON COMPTEUR DE PASSAGES,
      * COMME DANS LE FICHIER D'ATTENTE.
           05  VAL-ENR                PIC X(69).
           05  VAL-PASSE              PIC 9(01).

      * OPERATEUR EMETTEUR (ESTAMPILLE DU MOUVEMENT, A BLANC SI
      * L'AMONT NE L'A PAS RENSEIGNE) ET SEUIL DEPASSE.
           05  VAL-EMET-OPID          PIC X(03).
           05  VAL-SEUIL              PIC 9(09)V99.

      * DECISION DU SECOND OPERATEUR : A BLANC TANT QU'ELLE N'EST PAS
      * PRISE, PUIS 'A' (APPROUVE) OU 'R' (REFUSE), AVEC SON OPID,
      * SON TERMINAL, LA DATE ET L'HEURE DE LA DECISION.
           05  VAL-DECISION           PIC X(01).
               88  VAL-EN-ATTENTE                 VALUE SPACE.
               88  VAL-APPROUVE                   VALUE 'A'.
               88  VAL-REFUSE                     VALUE 'R'.
           05  VAL-DEC-OPID           PIC X(03).
           05  VAL-DEC-TRMID          PIC X(04).
           05  VAL-DEC-DATE           PIC 9(08).
           05  VAL-DEC-HEURE          PIC 9(06).

           05  FILLER                 PIC X(07).
