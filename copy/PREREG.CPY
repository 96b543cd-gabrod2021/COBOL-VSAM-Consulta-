      *----------------------------------------------------------------*
      * COPYBOOK: PREREG
      * LAYOUT DEL REGISTRO DE PRESUPUESTO DE DOTACION Y MASA SALARIAL
      * DE PRESUPUESTO.VSAM, CON EL PREFIJO PRE-. EL ARCHIVO ES
      * INDEXADO CON CLAVE PRE-CLAVE (PERIODO AAAAMM + CODIGO DE
      * DEPARTAMENTO DE DEPARTAMENTOS.VSAM). LA MASA SALARIAL APROBADA
      * ESTA EXPRESADA EN PRE-MONEDA, QUE DEBE SER LA MONEDA BASE DE
      * SNAP-COSTOS.VSAM. SE INCLUYE CON COPY PREREG.
      *----------------------------------------------------------------*
          05 PRE-CLAVE.
             10 PRE-PERIODO                 PIC 9(06).
             10 PRE-DEPARTAMENTO            PIC X(04).
          05 PRE-DOTACION                   PIC 9(04).
          05 PRE-MASA-SALARIAL              PIC 9(11)V99.
          05 PRE-MONEDA                     PIC X(03).
          05 PRE-FECHA-ACTUALIZACION        PIC 9(08).
