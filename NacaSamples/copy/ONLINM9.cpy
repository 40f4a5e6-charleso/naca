      *=================================================================
      * ONLINM9 - CONSTANTES DE LA MAPSET/MAP ONLINE9/ONLINEN, GENEREES
      *           EN COMPLEMENT DU MAP SYMBOLIQUE ONLINM9S.
      *=================================================================
       01  ONLINM9-CTE.
           05  ONLINM9-MAPSET         PIC X(8)  VALUE 'ONLINE9'.
           05  ONLINM9-MAP            PIC X(8)  VALUE 'ONLINEN'.
