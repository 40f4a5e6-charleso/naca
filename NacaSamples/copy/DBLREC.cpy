      *=================================================================
      * DBLREC   - CLIENT CANDIDAT AUX DOUBLONS (120 OCTETS).
      *
      *            ECRIT PAR DBLEXTR POUR CHAQUE CLIENT DU MAITRE LU
      *            PAR LE CHEMIN ALTERNE SUR LE NOM, AVEC SON NOM ET
      *            SON PRENOM NORMALISES (BLANCS ET PONCTUATION OTES,
      *            ACCENTS RAMENES A LA LETTRE DE BASE, VARIANTES
      *            D'ORTHOGRAPHE USUELLES REDUITES). DEUX CLIENTS DE
      *            MEME CLE NORMALISEE SONT DES DOUBLONS PRESUMES.
      *            DBLGRP COMPLETE LA ZONE GROUPE (SOLDE CUMULE,
      *            NOMBRE DE CLES, TYPE) POUR LES GROUPES D'AU MOINS
      *            DEUX CLES, QUE DBLRAP EDITE PAR SOLDE DECROISSANT.
      *
      *            POSITIONS POUR LES TRIS DE LA JCL DOUBLONS :
      *            CLE NORMALISEE 1-35, NOM ET PRENOM BRUTS 36-70,
      *            CLE CLIENT 71-79, SOLDE CUMULE 94-101 (PD).
      *=================================================================
           05  DBL-CLIENT.
               10  DBL-CLE-N.
                   15  DBL-NOM-N      PIC X(20).
                   15  DBL-PRENOM-N   PIC X(15).
               10  DBL-IDENTITE.
                   15  DBL-NOM        PIC X(20).
                   15  DBL-PRENOM     PIC X(15).
               10  DBL-CLE            PIC 9(09).
               10  DBL-DTEFF          PIC 9(08).
               10  DBL-MONTANT        PIC S9(09)V99 COMP-3.

      * ZONE GROUPE, A ZERO EN SORTIE DE DBLEXTR. TYPE 'E' : TOUTES
      * LES CLES DU GROUPE ONT LE MEME NOM ET LE MEME PRENOM ; 'A' :
      * RAPPROCHEMENT APRES NORMALISATION SEULEMENT.
           05  DBL-GRP-TOTAL          PIC S9(13)V99 COMP-3.
           05  DBL-GRP-NB             PIC 9(05).
           05  DBL-GRP-TYPE           PIC X(01).
               88  DBL-GRP-EXACT                  VALUE 'E'.
               88  DBL-GRP-APPROCHE               VALUE 'A'.

           05  FILLER                 PIC X(13).
