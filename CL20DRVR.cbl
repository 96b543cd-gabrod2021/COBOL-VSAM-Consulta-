
       01 WS-PASOS-DEF.
          05 FILLER                         PIC X(08) VALUE 'CL20VAL '.
          05 FILLER                         PIC X(08) VALUE 'CL20RESP'.
          05 FILLER                         PIC X(08) VALUE 'CL20MANT'.
          05 FILLER                         PIC X(08) VALUE 'CL20RECO'.
          05 FILLER                         PIC X(08) VALUE 'CL20RPT '.

       01 WS-PASOS REDEFINES WS-PASOS-DEF.
          05 WS-PASO-NOMBRE OCCURS 5 TIMES  PIC X(08).

       01 WS-INDICADORES.
          05 WS-CADENA-DETENIDA             PIC X(01) VALUE 'N'.
             88 WS-ES-CADENA-DETENIDA           VALUE 'S'.

       77 WS-EVENTO                          PIC X(10) VALUE SPACES.
       77 WS-CANT-PASOS                     PIC 9(02) VALUE 05.
       77 WS-IND-PASO                       PIC 9(02) VALUE 0.
       77 WS-RC-PASO                        PIC 9(02) VALUE 0.
       77 WS-RC-MAXIMO                      PIC 9(02) VALUE 0.
