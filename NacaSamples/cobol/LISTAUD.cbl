      * ETRE FILTRES PAR DATE : ILS SONT RETENUS ET SIGNALES PLUTOT
      * QU'EXCLUS A TORT.
      *
      * LES IMAGES DE CODE 'A' VIENNENT D'UNE ANNULATION DE JOURNEE
      * (ANNULMST) ET SONT LIBELLEES COMME TELLES.
      *
      * LES IMAGES DE CODE 'O' VIENNENT DE LA MAINTENANCE ONLINE
      * (TRA7, ONLINE7) : L'OPERATEUR ET LE TERMINAL ESTAMPILLES
      * DANS L'IMAGE APRES SONT IMPRIMES SUR LA LIGNE DU CHANGEMENT.
      *
      /
       ENVIRONMENT DIVISION.
      *=================================================================
                       ==FILEREC-DTEFF==   BY ==APR-DTEFF==
                       ==FILEREC-MONTANT== BY ==APR-MONTANT==.

      * ZONE DE RESERVE DE L'IMAGE APRES : OPERATEUR ET TERMINAL D'UNE
      * MAINTENANCE ONLINE.
       01  APR-ESTAMPILLE REDEFINES APR-DET.
           05  FILLER              PIC X(58).
           05  APR-MAJ-OPID        PIC X(03).
           05  APR-MAJ-TRMID       PIC X(04).
           05  FILLER              PIC X(03).

       77  MNT-AVT-ED              PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  MNT-APR-ED              PIC -Z,ZZZ,ZZZ,ZZ9.99.

           05  LIG-CHG-CODE        PIC X(01).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-CHG-LIB         PIC X(20).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  LIG-CHG-ORIG        PIC X(38).

       01  LIG-CHAMP.
           05  FILLER              PIC X(04)       VALUE SPACES.
              MOVE 'SANSDATE'      TO LIG-CHG-DTTRT
           END-IF
           MOVE AUD-CODE           TO LIG-CHG-CODE
      * CODE 'A' : IMAGE LAISSEE PAR ANNULMST EN DEFAISANT UNE
      * JOURNEE, LIBELLEE SELON SON EFFET SUR LE MAITRE.
           EVALUATE TRUE
             WHEN AUD-TYPE = 'I' AND AUD-CODE = 'A'
               MOVE 'RECREATION (ANNUL)'  TO LIG-CHG-LIB
             WHEN AUD-TYPE = 'M' AND AUD-CODE = 'A'
               MOVE 'RESTAURATION (ANNUL)' TO LIG-CHG-LIB
             WHEN AUD-TYPE = 'D' AND AUD-CODE = 'A'
               MOVE 'SUPPRESSION (ANNUL)' TO LIG-CHG-LIB
             WHEN AUD-TYPE = 'M' AND AUD-CODE = 'O'
               MOVE 'MAJ ONLINE (TRA7)' TO LIG-CHG-LIB
               STRING 'OPERATEUR ' APR-MAJ-OPID
                      ' TERMINAL ' APR-MAJ-TRMID
                      DELIMITED BY SIZE
                      INTO LIG-CHG-ORIG
             WHEN AUD-TYPE = 'I'
               MOVE 'CREATION'     TO LIG-CHG-LIB
             WHEN AUD-TYPE = 'M'
               MOVE 'MISE A JOUR'  TO LIG-CHG-LIB
             WHEN AUD-TYPE = 'D'
               MOVE 'SUPPRESSION'  TO LIG-CHG-LIB
             WHEN OTHER
               MOVE 'TYPE INCONNU' TO LIG-CHG-LIB
