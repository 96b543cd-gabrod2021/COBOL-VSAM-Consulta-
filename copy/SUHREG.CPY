      *----------------------------------------------------------------*
      * COPYBOOK: SUHREG
      * LAYOUT DEL REGISTRO DE HISTORIA DE SUELDOS DE
      * SUELDOS-HIST.VSAM, CLAVE EMPLEADO + FECHA DE VIGENCIA, COMUN
      * A LOS PROGRAMAS QUE LO GRABAN O LO CONSULTAN CON EL PREFIJO
      * SUH-. CADA REGISTRO ES UN VALOR DE SUELDO QUE RIGE DESDE
      * SUH-FECHA-VIGENCIA HASTA LA VIGENCIA SIGUIENTE DEL MISMO
      * EMPLEADO. SUH-ORIGEN INDICA QUE MOVIMIENTO LO GENERO. UN
      * REGISTRO DE BAJA ('B', IMPORTE EN CERO) CIERRA EL ULTIMO VALOR:
      * DESDE SU VIGENCIA EL EMPLEADO NO TIENE SUELDO.
      * SE INCLUYE CON COPY SUHREG.
      *----------------------------------------------------------------*
          05 SUH-CLAVE.
             10 SUH-ID-EMPLEADO             PIC 9(08).
             10 SUH-FECHA-VIGENCIA          PIC 9(08).
          05 SUH-IMPORTE                    PIC 9(09)V99.
          05 SUH-CATEGORIA                  PIC X(02).
          05 SUH-MONEDA                     PIC X(03).
          05 SUH-ORIGEN                     PIC X(01).
             88 SUH-ES-VALOR-ANTERIOR           VALUE 'I'.
             88 SUH-ES-ALTA                     VALUE 'A'.
             88 SUH-ES-CAMBIO                   VALUE 'C'.
             88 SUH-ES-PARITARIA                VALUE 'P'.
             88 SUH-ES-BAJA                     VALUE 'B'.
          05 SUH-FECHA-REGISTRO             PIC 9(08).
