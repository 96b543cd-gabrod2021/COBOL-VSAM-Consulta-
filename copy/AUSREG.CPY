      *----------------------------------------------------------------*
      * COPYBOOK: AUSREG
      * LAYOUT DEL REGISTRO DE AUSENCIAS DE AUSENCIAS.VSAM, COMUN A LOS
      * PROGRAMAS QUE LAS MANTIENEN O LAS CONSULTAN CON EL PREFIJO
      * AUS-. EL ARCHIVO ES INDEXADO CON CLAVE AUS-CLAVE (ID-EMPLEADO +
      * FECHA DESDE). AUS-DIAS SON DIAS CORRIDOS DEL PERIODO, AMBOS
      * EXTREMOS INCLUIDOS. SE INCLUYE CON COPY AUSREG.
      *----------------------------------------------------------------*
          05 AUS-CLAVE.
             10 AUS-ID-EMPLEADO             PIC 9(08).
             10 AUS-FECHA-DESDE             PIC 9(08).
          05 AUS-TIPO                       PIC X(01).
             88 AUS-ES-VACACIONES               VALUE 'V'.
             88 AUS-ES-ENFERMEDAD               VALUE 'E'.
             88 AUS-ES-SIN-GOCE                 VALUE 'S'.
             88 AUS-ES-PARENTAL                 VALUE 'P'.
          05 AUS-FECHA-HASTA                PIC 9(08).
          05 AUS-DIAS                       PIC 9(03).
          05 AUS-FECHA-REGISTRO             PIC 9(08).
