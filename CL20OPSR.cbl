      * UN RESUMEN AUSENTE EN LA ULTIMA CORRIDA SE MARCA COMO FALTANTE.
       01 WS-PASOS-DEF.
          05 FILLER                         PIC X(08) VALUE 'CL20VAL '.
          05 FILLER                         PIC X(08) VALUE 'CL20RESP'.
          05 FILLER                         PIC X(08) VALUE 'CL20MANT'.
          05 FILLER                         PIC X(08) VALUE 'CL20RECO'.
          05 FILLER                         PIC X(08) VALUE 'CL20RPT '.

       01 WS-PASOS REDEFINES WS-PASOS-DEF.
          05 WS-PASO-NOMBRE OCCURS 5 TIMES  PIC X(08).

      * RESUMENES DE LA ULTIMA FECHA DEL RANGO Y DE LA FECHA ANTERIOR,
      * PARA COMPARAR CANTIDADES ENTRE CORRIDAS.
             10 WS-RA-CANT-3                PIC 9(08).
             10 WS-RA-CANT-4                PIC 9(08).

       77 WS-CANT-PASOS                     PIC 9(02) VALUE 05.
       77 WS-RES-MAXIMO                     PIC 9(02) VALUE 20.
       77 WS-FECHA-ULT                      PIC 9(08) VALUE 0.
       77 WS-FECHA-ANT                      PIC 9(08) VALUE 0.
