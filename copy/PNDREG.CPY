      *----------------------------------------------------------------*
      * COPYBOOK: PNDREG
      * LAYOUT DEL REGISTRO DE TRANSACCIONES DIFERIDAS DE
      * MNT-PENDIENTES.VSAM, COMUN A LOS PROGRAMAS QUE LAS ESTACIONAN,
      * LAS LIBERAN O LAS CONSULTAN CON EL PREFIJO PND-. EL ARCHIVO ES
      * INDEXADO CON CLAVE PND-CLAVE (FECHA EFECTIVA + ID-EMPLEADO +
      * SECUENCIA) PARA QUE LA LIBERACION NOCTURNA LO RECORRA EN ORDEN
      * DE FECHA. PND-TRANSACCION ES LA IMAGEN DE LA TRANSACCION
      * VALIDADA CON EL MISMO LAYOUT DE MNT-TRANSACCION.
      * SE INCLUYE CON COPY PNDREG.
      *----------------------------------------------------------------*
          05 PND-CLAVE.
             10 PND-FECHA-EFECTIVA          PIC 9(08).
             10 PND-ID-EMPLEADO             PIC 9(08).
             10 PND-SECUENCIA               PIC 9(04).
          05 PND-TRANSACCION.
             10 PND-TIPO-TRANS              PIC X(01).
                88 PND-ES-ALTA                  VALUE 'A'.
                88 PND-ES-CAMBIO                VALUE 'C'.
                88 PND-ES-BAJA                  VALUE 'D'.
                88 PND-ES-REINCORPORACION       VALUE 'R'.
             10 PND-TRN-ID-EMPLEADO         PIC 9(08).
             10 PND-APELLIDO                PIC X(25).
             10 PND-NOMBRE                  PIC X(25).
             10 PND-ESTADO                  PIC X(01).
             10 PND-DIRECCION               PIC X(50).
             10 PND-COD-POSTAL              PIC 9(04).
             10 PND-DEPARTAMENTO            PIC X(20).
             10 PND-FECHA-ALTA              PIC 9(08).
             10 PND-FECHA-BAJA              PIC 9(08).
          05 PND-ID-LOTE                    PIC X(12).
          05 PND-FECHA-REGISTRO             PIC 9(08).
