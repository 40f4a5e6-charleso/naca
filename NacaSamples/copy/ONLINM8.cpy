      *=================================================================
      * ONLINM8 - CONSTANTES DE LA MAPSET/MAP ONLINE8/ONLINEM, GENEREES
      *           EN COMPLEMENT DU MAP SYMBOLIQUE ONLINM8S.
      *=================================================================
       01  ONLINM8-CTE.
           05  ONLINM8-MAPSET         PIC X(8)  VALUE 'ONLINE8'.
           05  ONLINM8-MAP            PIC X(8)  VALUE 'ONLINEM'.
