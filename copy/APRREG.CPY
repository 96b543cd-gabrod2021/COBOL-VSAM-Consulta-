      *----------------------------------------------------------------*
      * COPYBOOK: APRREG
      * LAYOUT DEL REGISTRO DE CAMBIOS DE SUELDO PENDIENTES DE
      * APROBACION DE SUELDOS-APROB.VSAM, CON EL PREFIJO APR-. EL
      * ARCHIVO ES INDEXADO CON CLAVE APR-CLAVE (ID-EMPLEADO + FECHA Y
      * HORA DE CARGA). CADA CAMBIO QUEDA CON EL VALOR PROPUESTO, EL
      * VALOR QUE REEMPLAZA, QUIEN LO CARGO Y QUIEN LO RESOLVIO.
      * UN CAMBIO RECHAZADO PORQUE EL SUELDO SE MODIFICO DESPUES DE
      * RETENERLO QUEDA CON MOTIVO 'D'; UNO ANULADO POR LA BAJA DEL
      * SUELDO QUEDA CON MOTIVO 'B'; UNO CUYA VIGENCIA QUEDO ANTERIOR
      * A LA DEL SUELDO AL APROBARLO, CON MOTIVO 'V'.
      * SE INCLUYE CON COPY APRREG.
      *----------------------------------------------------------------*
          05 APR-CLAVE.
             10 APR-ID-EMPLEADO             PIC 9(08).
             10 APR-FECHA-CARGA             PIC 9(08).
             10 APR-HORA-CARGA              PIC 9(08).
          05 APR-PROPUESTO.
             10 APR-IMPORTE                 PIC 9(09)V99.
             10 APR-CATEGORIA               PIC X(02).
             10 APR-FECHA-VIGENCIA          PIC 9(08).
             10 APR-MONEDA                  PIC X(03).
          05 APR-ANTERIOR.
             10 APR-IMPORTE-ANTERIOR        PIC 9(09)V99.
             10 APR-CATEGORIA-ANTERIOR      PIC X(02).
          05 APR-PORC-AUMENTO               PIC 9(05)V99.
          05 APR-MOTIVO                     PIC X(01).
             88 APR-MOTIVO-PORCENTAJE           VALUE 'P'.
             88 APR-MOTIVO-CATEGORIA            VALUE 'C'.
             88 APR-MOTIVO-DESACTUALIZADO       VALUE 'D'.
             88 APR-MOTIVO-BAJA                 VALUE 'B'.
             88 APR-MOTIVO-VIGENCIA             VALUE 'V'.
          05 APR-USUARIO-CARGA              PIC X(08).
          05 APR-ESTADO                     PIC X(01).
             88 APR-ES-PENDIENTE                VALUE 'P'.
             88 APR-ES-APROBADO                 VALUE 'A'.
             88 APR-ES-RECHAZADO                VALUE 'R'.
             88 APR-ES-VENCIDO                  VALUE 'V'.
          05 APR-USUARIO-RESOLUCION         PIC X(08).
          05 APR-FECHA-RESOLUCION           PIC 9(08).
