      *            SEUL LE VERDICT 'D' (GENERATION DEJA TRAITEE)
      *            EST BLOQUANT, ET SEULEMENT POUR L'APPELANT QUI
      *            FAIT DE LA PROTECTION ANTI-DOUBLE-RUN.
      *
      *            FONCTION 'R' (REPRISE APRES ABEND) : CALLRUN
      *            RECHERCHE LA DERNIERE LIGNE RESTEE EN COURS ('E')
      *            DE L'ETAPE, LA CLOT EN ETAT 'A' (ABANDONNEE) ET
      *            REND SON HORODATAGE DE DEBUT DANS RUN-DEBUT-REPRIS ;
      *            VERDICT 'N' SI LE REGISTRE NE MONTRE AUCUN RUN
      *            INTERROMPU POUR CETTE ETAPE.
      *=================================================================
       01  RUN-ZONE.
           05  RUN-FONC               PIC X(01).
               88  RUN-FONC-DEBUT                    VALUE 'D'.
               88  RUN-FONC-FIN                      VALUE 'F'.
               88  RUN-FONC-REPRISE                  VALUE 'R'.
           05  RUN-PGM                PIC X(08).
           05  RUN-GENID              PIC X(08).
           05  RUN-RC                 PIC 9(02).
               88  RUN-OK                            VALUE 'O'.
               88  RUN-DEJA-TRAITE                   VALUE 'D'.
               88  RUN-REGISTRE-KO                   VALUE 'E'.
               88  RUN-AUCUN-EN-COURS                VALUE 'N'.
           05  RUN-DEBUT-REPRIS       PIC X(14).
