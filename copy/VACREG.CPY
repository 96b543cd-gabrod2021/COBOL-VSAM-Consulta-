      *----------------------------------------------------------------*
      * COPYBOOK: VACREG
      * LAYOUT DEL REGISTRO DE DIAS DE VACACIONES CORRESPONDIENTES POR
      * ANIO DE VACACIONES.VSAM, CON EL PREFIJO VAC-. EL ARCHIVO ES
      * INDEXADO CON CLAVE VAC-CLAVE (ID-EMPLEADO + ANIO) Y LO GRABA LA
      * CORRIDA ANUAL DE VACACIONES. SE INCLUYE CON COPY VACREG.
      *----------------------------------------------------------------*
          05 VAC-CLAVE.
             10 VAC-ID-EMPLEADO             PIC 9(08).
             10 VAC-ANIO                    PIC 9(04).
          05 VAC-ANTIGUEDAD                 PIC 9(02).
          05 VAC-DIAS-DERECHO               PIC 9(03).
          05 VAC-FECHA-CALCULO              PIC 9(08).
