      *=================================================================
      * ONLINM7 - CONSTANTES DE LA MAPSET/MAP ONLINE7/ONLINEL, GENEREES
      *           EN COMPLEMENT DU MAP SYMBOLIQUE ONLINM7S.
      *=================================================================
       01  ONLINM7-CTE.
           05  ONLINM7-MAPSET         PIC X(8)  VALUE 'ONLINE7'.
           05  ONLINM7-MAP            PIC X(8)  VALUE 'ONLINEL'.
