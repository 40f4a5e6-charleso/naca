      * PLAGE DE DATES D'EFFET (FILEREC-DTEFF) A RETENIR POUR CE RUN.
      * HORS PLAGE, L'ENREGISTREMENT EST LU MAIS N'EST ROUTE VERS
      * AUCUNE SORTIE (DRY-RUN SUR UN SOUS-ENSEMBLE DE FILEIN).
      * EN EXPLOITATION, LA PLAGE EST ECRITE PAR CALJOUR D'APRES LE
      * CALENDRIER DES JOURS OUVRES DU SITE (JOURS NON OUVRES QUI
      * PRECEDENT LA JOURNEE SUIVANTE COMPRIS).
           05  PARM-DTEFF-DEB         PIC 9(08).
           05  PARM-DTEFF-FIN         PIC 9(08).

      * D'ORDRE RESTENT UNIQUES APRES FUSION DES FILEREJ/FILEREJD DE
      * TRANCHE - LES CARTES DE CORRECTION DU RECYCLAGE SONT CLEVEES
      * SUR CE NO. LA BASE DOIT DEPASSER LE VOLUME MAXIMAL D'UNE
      * TRANCHE ET RESTER SOUS LES PLAGES RESERVEES 7000000+
      * (VALIDATION DOUBLE REGARD), 8000000+ (LIBERATION D'ATTENTE)
      * ET 9000000+ (RECYCLAGE). LA CARTE DE
      * REPRISE (PARMIN.RESTART) DOIT PORTER LA MEME BASE QUE LE RUN
      * ABENDE, SANS QUOI LES REJETS D'APRES REPRISE CHANGERAIENT DE
      * NUMEROTATION.
