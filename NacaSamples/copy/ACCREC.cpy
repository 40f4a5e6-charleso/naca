      *=================================================================
      * ACCREC   - ACCES OPERATEUR EXTRAIT DU JOURNAL PARTAGE (80
      *            OCTETS).
      *
      *            ECRIT PAR ACCEXTR POUR CHAQUE TRACE ONLINE DU
      *            JOURNAL FILELOG (ET DE SES ARCHIVES FILELOGA) QUI
      *            PORTE UN OPERATEUR ('OPID=' DANS LA ZONE TEXTE) :
      *            SUR ACCEXT POUR LES ACCES DE LA PERIODE AUDITEE,
      *            SUR ACCDEM POUR LES ACCES QUI REPONDENT A UNE CARTE
      *            DEMANDE (ACC-DEMANDE = RANG DE LA CARTE).
      *
      *            POSITIONS POUR LES TRIS DE LA JCL AUDACCES :
      *            OPERATEUR 1-3, TERMINAL 4-7, DATE ET HEURE 8-21,
      *            CLE CLIENT 22-30, RANG DE LA DEMANDE 46-48.
      *=================================================================
           05  ACC-OPID               PIC X(03).
           05  ACC-TRMID              PIC X(04).
           05  ACC-HORODATE.
               10  ACC-DATE           PIC 9(08).
               10  ACC-TIME           PIC 9(06).
           05  ACC-CLE                PIC X(09).
           05  ACC-PGM                PIC X(08).

      * NATURE DE L'ACCES, SELON LE PROGRAMME QUI L'A TRACE.
           05  ACC-TYPE               PIC X(01).
               88  ACC-CONSULTATION               VALUE 'C'.
               88  ACC-MODIFICATION               VALUE 'M'.

      * ACCES HORS HEURES OUVREES ('H') OU UN SAMEDI OU UN DIMANCHE
      * ('W'), A BLANC SINON ; JOUR DE LA SEMAINE 1 (LUNDI) A 7.
           05  ACC-HORS               PIC X(01).
               88  ACC-OUVRE                      VALUE ' '.
               88  ACC-HORS-HEURES                VALUE 'H'.
               88  ACC-WEEK-END                   VALUE 'W'.
           05  ACC-JOUR-SEM           PIC 9(01).

           05  ACC-MSG-NO             PIC X(04).
           05  ACC-DEMANDE            PIC 9(03).
           05  FILLER                 PIC X(32).
