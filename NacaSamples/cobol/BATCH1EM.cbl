               10  FILEIN-CTL-MONTANT  PIC S9(13)V99 COMP-3.
               10  FILEIN-CTL-EMET     PIC X(08).
               10  FILLER              PIC X(28).
      * ORIGINE D'UN DATA (FIN DE LA ZONE DE RESERVE) : 'INT' EST
      * RESERVE AUX MOUVEMENTS DE L'EMETTEUR INTERETS (INTMENS), QUE
      * BATCH1 ADMET EN PLUS DU MOUVEMENT ORDINAIRE DE LA CLE.
           05  FILEIN-RESERVE REDEFINES FILEIN-DATA.
               10  FILLER              PIC X(65).
               10  FILEIN-EMET-ORIG    PIC X(03).
                   88  FILEIN-ORIG-INTERETS           VALUE 'INT'.

      * FILETRS - TRANSMISSION ASSAINIE (GROUPES CONFORMES SOUS
      * ENTETE ET PIED GLOBAUX RECALCULES), ENTREE DU TRI PUIS DE
              IF FILEIN-MONTANT NUMERIC
                 ADD FILEIN-MONTANT TO GRP-MNT (IX-GRP)
              END-IF
      * L'ORIGINE 'INT' HORS DU GROUPE INTERETS FERAIT PASSER UN
      * DEUXIEME MOUVEMENT PAR CLE AU CONTROLE DES DOUBLONS DE BATCH1.
              IF FILEIN-ORIG-INTERETS
                 AND GRP-EMET (IX-GRP) NOT = 'INTERETS'
                 AND GRP-SW-ECART (IX-GRP) = 'N'
                 MOVE 'O'           TO GRP-SW-ECART (IX-GRP)
                 MOVE 'ORIGINE INTERETS INDUE'
                                    TO GRP-MOTIF (IX-GRP)
              END-IF
           END-IF.

       ARRETE-VERDICTS.
