      *=================================================================
      * EXCREC   - EXCEPTION DE SOLDE DE BATCH2.
      *
      *            AJUSTEMENT (MOUVEMENT FILEOUT2 DE CODE '2') QUI
      *            AURAIT PORTE LE SOLDE DU CLIENT SOUS LE PLANCHER
      *            DU RUN (ZERO PAR DEFAUT, OU VALEUR DE LA CARTE
      *            PARMIN) : BATCH2 NE L'APPLIQUE PAS ET L'ECRIT ICI,
      *            AVEC LE SOLDE COURANT, LE DELTA ET LE SOLDE QUI EN
      *            AURAIT RESULTE. LA COMPTABILITE LE CONSULTE PAR LA
      *            TRANSACTION TRAA ET DECIDE DE LE RESOUMETTRE OU DE
      *            LE FAIRE CORRIGER EN AMONT.
      *
      *            GENERATIONS FILEEXC (BATCH) ET KSDS FILEEXCV
      *            (CICS, CHARGE PAR EXCLOAD), CLE = NO D'EXCEPTION
      *            DANS LE RUN, OCTETS 1-7.
      *=================================================================
           05  EXC-NOENR              PIC 9(07).
           05  EXC-CLE                PIC X(09).

      * SOLDE DU MAITRE AU MOMENT DU MOUVEMENT (ZERO SI LA CLE
      * N'EXISTAIT PAS), DELTA REFUSE, SOLDE QUI EN AURAIT RESULTE ET
      * PLANCHER DU RUN.
           05  EXC-SOLDE              PIC S9(09)V99 COMP-3.
           05  EXC-DELTA              PIC S9(09)V99 COMP-3.
           05  EXC-SOLDE-PREVU        PIC S9(11)V99 COMP-3.
           05  EXC-PLANCHER           PIC S9(09)V99 COMP-3.

      * DATE DU RUN BATCH2 ET PRESENCE DE LA CLE AU MAITRE ('O' /
      * 'N' : AJUSTEMENT SUR CLE INCONNUE, QUI L'AURAIT CREEE).
           05  EXC-DTTRT              PIC 9(08).
           05  EXC-EXISTE             PIC X(01).
               88  EXC-CLE-EXISTANTE              VALUE 'O'.

      * MOUVEMENT REFUSE TEL QUE RECU (CODE + ZONE FILEREC), POUR
      * RESOUMISSION A L'IDENTIQUE OU CORRIGEE.
           05  EXC-MVT                PIC X(69).

           05  FILLER                 PIC X(09).
