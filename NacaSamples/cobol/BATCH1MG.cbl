       77  TOT-LIBERE              PIC S9(9) COMP-3   VALUE ZERO.
       77  TOT-ATT-REP             PIC S9(9) COMP-3   VALUE ZERO.
       77  TOT-ATT-NOUV            PIC S9(9) COMP-3   VALUE ZERO.
       77  TOT-VAL-LUS             PIC S9(9) COMP-3   VALUE ZERO.
       77  TOT-VAL-APPR            PIC S9(9) COMP-3   VALUE ZERO.
       77  TOT-VAL-REFUS           PIC S9(9) COMP-3   VALUE ZERO.
       77  TOT-VAL-REP             PIC S9(9) COMP-3   VALUE ZERO.
       77  TOT-VAL-NOUV            PIC S9(9) COMP-3   VALUE ZERO.
       77  TOT-VAL-RESTE           PIC S9(9) COMP-3   VALUE ZERO.

      * SYNTHESE D'ACQUITTEMENT COMBINEE (SOMME DES 'T' DES QUATRE
      * FILEACK DE TRANCHE ; LA DATE DE GESTION EST COMMUNE, CELLE

      * TOTAUX 'T' PAR DESTINATION, SOMMES SUR LES QUATRE TRANCHES.
       01  TAB-DESTS.
           05  DST-LIGNE           OCCURS 7 TIMES.
               10  DST-NOM         PIC X(8).
               10  DST-CPT         PIC S9(9) COMP-3.
               10  DST-MNT         PIC S9(11)V99 COMP-3.
           MOVE 'FILEDBL'          TO DST-NOM (4)
           MOVE 'FILTRE'           TO DST-NOM (5)
           MOVE 'ATTENTE'          TO DST-NOM (6)
           MOVE 'VALIDAT'          TO DST-NOM (7)
           PERFORM INIT-UNE-DEST
                   VARYING IX-DST FROM 1 BY 1
                   UNTIL IX-DST > 7.

       INIT-UNE-DEST.
      *-----------------------------------------------------------------
             WHEN 'NOUVELLES ATTENTES  '
               PERFORM DEDIT-COMPTEUR
               ADD DEDIT-NUM TO TOT-ATT-NOUV
             WHEN 'LUS A VALIDER       '
               PERFORM DEDIT-COMPTEUR
               ADD DEDIT-NUM TO TOT-VAL-LUS
             WHEN 'APPROUVES           '
               PERFORM DEDIT-COMPTEUR
               ADD DEDIT-NUM TO TOT-VAL-APPR
             WHEN 'REFUSES             '
               PERFORM DEDIT-COMPTEUR
               ADD DEDIT-NUM TO TOT-VAL-REFUS
             WHEN 'SANS DECISION       '
               PERFORM DEDIT-COMPTEUR
               ADD DEDIT-NUM TO TOT-VAL-REP
             WHEN 'NOUVEAUX A VALIDER  '
               PERFORM DEDIT-COMPTEUR
               ADD DEDIT-NUM TO TOT-VAL-NOUV
           END-EVALUATE
           PERFORM LIT-FILECRE.

           MOVE 'N'                TO SW-DST-TROUVE
           PERFORM CHERCHE-DEST
               VARYING IX-DST FROM 1 BY 1
               UNTIL IX-DST > 7 OR DST-TROUVE.

       CHERCHE-DEST.
      *-----------------------------------------------------------------
           MOVE TOT-ATT-NOUV       TO LIG-RAP-CPT
           WRITE FILECRS-Z         FROM LIG-RAPPORT

           PERFORM ECRIT-VALIDATION-COMBINE

           PERFORM ECRIT-MONTANTS-COMBINE

           MOVE SPACES             TO FILECRS-Z
                                   TO FILECRS-Z
           WRITE FILECRS-Z.

       ECRIT-VALIDATION-COMBINE.
      *-----------------------------------------------------------------
      * SECTION DOUBLE REGARD COMBINEE : SEULE LA TRANCHE 1 LIT LE
      * KSDS DES VALIDATIONS, TOUTES PEUVENT EN METTRE DE NOUVEAUX.
      * LE RESTANT EST RECALCULE (NOUVEAUX + SANS DECISION), SON
      * MONTANT EST CELUI DE LA DESTINATION VALIDAT (7). LES SEUILS,
      * COMMUNS AUX TRANCHES, RESTENT DANS LES FILECR DE TRANCHE.
           MOVE SPACES             TO FILECRS-Z
           WRITE FILECRS-Z
           MOVE 'MOUVEMENTS EN ATTENTE DE VALIDATION' TO FILECRS-Z
           WRITE FILECRS-Z
           MOVE ALL '-'            TO FILECRS-Z
           WRITE FILECRS-Z

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'LUS A VALIDER'    TO LIG-RAP-LIB
           MOVE TOT-VAL-LUS        TO LIG-RAP-CPT
           WRITE FILECRS-Z         FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'APPROUVES'        TO LIG-RAP-LIB
           MOVE TOT-VAL-APPR       TO LIG-RAP-CPT
           WRITE FILECRS-Z         FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'REFUSES'          TO LIG-RAP-LIB
           MOVE TOT-VAL-REFUS      TO LIG-RAP-CPT
           WRITE FILECRS-Z         FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'SANS DECISION'    TO LIG-RAP-LIB
           MOVE TOT-VAL-REP        TO LIG-RAP-CPT
           WRITE FILECRS-Z         FROM LIG-RAPPORT

           MOVE SPACES             TO LIG-RAPPORT
           MOVE 'NOUVEAUX A VALIDER' TO LIG-RAP-LIB
           MOVE TOT-VAL-NOUV       TO LIG-RAP-CPT
           WRITE FILECRS-Z         FROM LIG-RAPPORT

           COMPUTE TOT-VAL-RESTE = TOT-VAL-NOUV + TOT-VAL-REP
           MOVE SPACES             TO LIG-RAPCTL
           MOVE 'RESTANT EN VALIDATION' TO LIG-CTL-LIB
           MOVE TOT-VAL-RESTE      TO LIG-CTL-NB
           MOVE DST-MNT (7)        TO LIG-CTL-MNT
           WRITE FILECRS-Z         FROM LIG-RAPCTL.

       ECRIT-VOLUME-CODE.
      *-----------------------------------------------------------------
           MOVE SPACES             TO LIG-RAPPORT

           PERFORM ECRIT-DEST-COMBINE
                   VARYING IX-DST FROM 1 BY 1
                   UNTIL IX-DST > 7.

       ECRIT-SYN-COMBINE.
      *-----------------------------------------------------------------

           PERFORM ECRIT-CPT-TOTAL
                   VARYING IX-DST FROM 1 BY 1
                   UNTIL IX-DST > 7.

       ECRIT-CPT-DETAIL.
      *-----------------------------------------------------------------
