      *----------------------------------------------------------------*
      * COPYBOOK: RESREG
      * LAYOUT DEL REGISTRO DE LOS RESPALDOS SECUENCIALES DE LOS
      * MAESTROS (RESP-<MAESTRO>-G<NN>.DAT), CON EL PREFIJO RES-.
      * CADA RESPALDO TIENE UNA CABECERA (TIPO 'H'), LOS REGISTROS DEL
      * MAESTRO EN ORDEN DE CLAVE (TIPO 'D') Y UNA COLA DE CONTROL
      * (TIPO 'T') CON LA CANTIDAD DE REGISTROS Y LOS TOTALES HASH:
      *   EMPL / HIST: CLAVES = SUMA DE ID, VALORES = SUMA DE CODIGO
      *                POSTAL + FECHA DE ALTA + FECHA DE BAJA.
      *   SUEL / SUHI: CLAVES = SUMA DE ID, VALORES = SUMA DE IMPORTES.
      *   DEPT       : CLAVES = SUMA DEL CODIGO EN BASE 37, VALORES =
      *                CANTIDAD DE DEPARTAMENTOS ACTIVOS.
      * SUEL (SUELDOS) Y SUHI (HISTORIA DE SUELDOS) FORMAN UN PAR: SE
      * RESTAURAN JUNTOS, DE LOS RESPALDOS DE LA MISMA CORRIDA.
      * SE INCLUYE CON COPY RESREG.
      *----------------------------------------------------------------*
          05 RES-TIPO-REG                   PIC X(01).
             88 RES-ES-CABECERA                 VALUE 'H'.
             88 RES-ES-DETALLE                  VALUE 'D'.
             88 RES-ES-COLA                     VALUE 'T'.
          05 RES-DATOS                      PIC X(149).
          05 RES-CABECERA REDEFINES RES-DATOS.
             10 RES-CAB-MAESTRO             PIC X(04).
             10 RES-CAB-GENERACION          PIC 9(06).
             10 RES-CAB-FECHA               PIC 9(08).
             10 RES-CAB-HORA                PIC 9(08).
             10 FILLER                      PIC X(123).
          05 RES-COLA REDEFINES RES-DATOS.
             10 RES-COLA-CANT-REGISTROS     PIC 9(08).
             10 RES-COLA-HASH-CLAVES        PIC 9(15).
             10 RES-COLA-HASH-VALORES       PIC 9(15)V99.
             10 FILLER                      PIC X(109).
          05 RES-DET-EMPLEADO REDEFINES RES-DATOS.
             10 RES-EMP-ID-EMPLEADO         PIC 9(08).
             10 FILLER                      PIC X(101).
             10 RES-EMP-COD-POSTAL          PIC 9(04).
             10 FILLER                      PIC X(20).
             10 RES-EMP-FECHA-ALTA          PIC 9(08).
             10 RES-EMP-FECHA-BAJA          PIC 9(08).
          05 RES-DET-SUELDO REDEFINES RES-DATOS.
             10 RES-SUE-ID-EMPLEADO         PIC 9(08).
             10 RES-SUE-IMPORTE             PIC 9(09)V99.
             10 FILLER                      PIC X(130).
          05 RES-DET-DEPARTAMENTO REDEFINES RES-DATOS.
             10 RES-DEP-CODIGO              PIC X(04).
             10 FILLER                      PIC X(30).
             10 RES-DEP-ESTADO              PIC X(01).
                88 RES-DEP-ACTIVO               VALUE 'A'.
             10 FILLER                      PIC X(114).
          05 RES-DET-SUELDO-HIST REDEFINES RES-DATOS.
             10 RES-SUH-ID-EMPLEADO         PIC 9(08).
             10 RES-SUH-FECHA-VIGENCIA      PIC 9(08).
             10 RES-SUH-IMPORTE             PIC 9(09)V99.
             10 FILLER                      PIC X(122).
