      *=================================================================
      * ONLINMA - CONSTANTES DE LA MAPSET/MAP ONLINEA/ONLINEO, GENEREES
      *           EN COMPLEMENT DU MAP SYMBOLIQUE ONLINMAS.
      *=================================================================
       01  ONLINMA-CTE.
           05  ONLINMA-MAPSET         PIC X(8)  VALUE 'ONLINEA'.
           05  ONLINMA-MAP            PIC X(8)  VALUE 'ONLINEO'.
