      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - LIQUIDACION SEMESTRAL DE AGUINALDO (SAC)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20SACA.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-EMPLEADOS
           ASSIGN TO '../EMPLEADOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EMPLEADOS
           RECORD KEY IS ENT-EMP-ID-EMPLEADO
           ALTERNATE RECORD KEY IS ENT-EMP-APELLIDO WITH DUPLICATES.

       SELECT HIS-EMPLEADOS
           ASSIGN TO '../EMPLEADOS-HIST.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTORICO
           RECORD KEY IS HIS-EMP-ID-EMPLEADO.

       SELECT SUE-SUELDOS
           ASSIGN TO '../SUELDOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-SUELDOS
           RECORD KEY IS SUE-ID-EMPLEADO.

       SELECT SUH-HISTORIA
           ASSIGN TO '../SUELDOS-HIST.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-HISTORIA
           RECORD KEY IS SUH-CLAVE.

       SELECT PAR-SAC
           ASSIGN TO '../SAC-PARAMETROS.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT PAG-SAC
           ASSIGN TO '../SAC-PAGOS.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PAGOS.

       SELECT REP-SAC
           ASSIGN TO '../SAC-CONTROL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT LOG-BITACORA
           ASSIGN TO '../RUN-BITACORA.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BITACORA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-EMPLEADOS.
       01 ENT-EMPLEADOS-REG.
           COPY ENTEMP.

       FD HIS-EMPLEADOS.
       01 HIS-EMPLEADOS-REG.
           COPY HISEMP.

       FD SUE-SUELDOS.
       01 SUE-SUELDOS-REG.
           COPY SUEREG.

       FD SUH-HISTORIA.
       01 SUH-HISTORIA-REG.
           COPY SUHREG.

       FD PAR-SAC.
       01 PAR-SAC-REG.
          05 PSA-ANIO                       PIC 9(04).
          05 PSA-SEMESTRE                   PIC 9(01).
             88 PSA-PRIMER-SEMESTRE             VALUE 1.
             88 PSA-SEGUNDO-SEMESTRE            VALUE 2.

       FD PAG-SAC.
       01 PAG-CABECERA-REG.
          05 PAG-CAB-TIPO                   PIC X(01).
          05 PAG-CAB-ANIO                   PIC 9(04).
          05 PAG-CAB-SEMESTRE               PIC 9(01).
          05 PAG-CAB-FECHA-PROCESO          PIC 9(08).
          05 FILLER                         PIC X(106).
       01 PAG-DETALLE-REG.
          05 PAG-DET-TIPO                   PIC X(01).
          05 PAG-DET-ID-EMPLEADO            PIC 9(08).
          05 PAG-DET-APELLIDO               PIC X(25).
          05 PAG-DET-NOMBRE                 PIC X(25).
          05 PAG-DET-DEPARTAMENTO           PIC X(20).
          05 PAG-DET-MONEDA                 PIC X(03).
          05 PAG-DET-MEJOR-SUELDO           PIC 9(09)V99.
          05 PAG-DET-DIAS-TRABAJADOS        PIC 9(03).
          05 PAG-DET-DIAS-SEMESTRE          PIC 9(03).
          05 PAG-DET-IMPORTE-SAC            PIC 9(09)V99.
          05 PAG-DET-ORIGEN                 PIC X(01).
             88 PAG-DET-DEL-MAESTRO             VALUE 'M'.
             88 PAG-DET-DEL-HISTORICO           VALUE 'H'.
          05 FILLER                         PIC X(09).
       01 PAG-COLA-REG.
          05 PAG-COLA-TIPO                  PIC X(01).
          05 PAG-COLA-CANTIDAD              PIC 9(08).
          05 FILLER                         PIC X(111).

       FD REP-SAC.
       01 REP-SAC-REG                       PIC X(100).

       FD LOG-BITACORA.
       01 LOG-BITACORA-REG.
           COPY LOGREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-OK                 VALUE '00'.
             88 FS-EMPLEADOS-EOF                VALUE '10'.
             88 FS-EMPLEADOS-NFD                VALUE '35'.
             88 FS-EMPLEADOS-CLAVE-NFD          VALUE '23'.

       01 FS-STATUS-HIS.
          05 FS-HISTORICO                   PIC X(2).
             88 FS-HISTORICO-OK                 VALUE '00'.
             88 FS-HISTORICO-EOF                VALUE '10'.
             88 FS-HISTORICO-NFD                VALUE '35'.

       01 FS-STATUS-SUE.
          05 FS-SUELDOS                     PIC X(2).
             88 FS-SUELDOS-OK                   VALUE '00'.
             88 FS-SUELDOS-NFD                  VALUE '35'.
             88 FS-SUELDOS-CLAVE-NFD            VALUE '23'.

       01 FS-STATUS-SUH.
          05 FS-HISTORIA                    PIC X(2).
             88 FS-HISTORIA-OK                  VALUE '00'.
             88 FS-HISTORIA-EOF                 VALUE '10'.
             88 FS-HISTORIA-NFD                 VALUE '35'.
             88 FS-HISTORIA-CLAVE-NFD           VALUE '23'.

       01 FS-STATUS-PAR.
          05 FS-PARAMETROS                  PIC X(2).
             88 FS-PARAMETROS-OK                VALUE '00'.
             88 FS-PARAMETROS-NFD               VALUE '35'.

       01 FS-STATUS-PAG.
          05 FS-PAGOS                       PIC X(2).
             88 FS-PAGOS-OK                     VALUE '00'.

       01 FS-STATUS-REP.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.

       01 FS-STATUS-LOG.
          05 FS-BITACORA                    PIC X(2).
             88 FS-BITACORA-OK                  VALUE '00'.
             88 FS-BITACORA-NFD                 VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-REG-EMPLEADOS          PIC 9(06) VALUE 0.
          05 WS-CONT-REG-HISTORICO          PIC 9(06) VALUE 0.
          05 WS-CONT-LIQUIDADOS             PIC 9(06) VALUE 0.
          05 WS-CONT-LIQ-HISTORICO          PIC 9(06) VALUE 0.
          05 WS-CONT-PROPORCIONALES         PIC 9(06) VALUE 0.
          05 WS-CONT-SIN-SUELDO             PIC 9(04) VALUE 0.
          05 WS-CONT-DUPLICADOS             PIC 9(04) VALUE 0.
          05 WS-CONT-ERRORES                PIC 9(04) VALUE 0.

       01 WS-INDICADORES.
          05 WS-PARAMETRO-VALIDO            PIC X(01) VALUE 'N'.
             88 WS-ES-PARAMETRO-VALIDO          VALUE 'S'.
          05 WS-HAY-HISTORICO               PIC X(01) VALUE 'N'.
             88 WS-EXISTE-HISTORICO             VALUE 'S'.
          05 WS-HAY-SUELDOS                 PIC X(01) VALUE 'N'.
             88 WS-EXISTE-SUELDOS               VALUE 'S'.
          05 WS-HAY-HISTORIA                PIC X(01) VALUE 'N'.
             88 WS-EXISTE-HISTORIA              VALUE 'S'.
          05 WS-EN-SEMESTRE                 PIC X(01) VALUE 'N'.
             88 WS-ESTA-EN-SEMESTRE             VALUE 'S'.
          05 WS-FIN-HISTORIA                PIC X(01) VALUE 'N'.
             88 WS-ES-FIN-HISTORIA              VALUE 'S'.
          05 WS-SUELDO-ENCONTRADO           PIC X(01) VALUE 'N'.
             88 WS-HAY-SUELDO-ENCONTRADO        VALUE 'S'.
          05 WS-BAJA-VIGENTE                PIC X(01) VALUE 'N'.
             88 WS-HAY-BAJA-VIGENTE             VALUE 'S'.
          05 WS-TABLA-DESBORDADA            PIC X(01) VALUE 'N'.

      * DATOS DEL EMPLEADO A LIQUIDAR, CARGADOS DESDE EL MAESTRO O
      * DESDE EL HISTORICO SEGUN LA PASADA.
       01 WS-EMPLEADO.
          05 WS-EMP-ID-EMPLEADO             PIC 9(08).
          05 WS-EMP-APELLIDO                PIC X(25).
          05 WS-EMP-NOMBRE                  PIC X(25).
          05 WS-EMP-DEPARTAMENTO            PIC X(20).
          05 WS-EMP-FECHA-ALTA              PIC 9(08).
          05 WS-EMP-FECHA-BAJA              PIC 9(08).
          05 WS-EMP-ORIGEN                  PIC X(01).

       01 WS-MEJOR-SUELDO.
          05 WS-MEJ-IMPORTE                 PIC 9(09)V99.
          05 WS-MEJ-MONEDA                  PIC X(03).

       01 WS-SEMESTRE-DESDE.
          05 WS-SEM-DESDE-AAAA              PIC 9(04).
          05 WS-SEM-DESDE-MMDD              PIC 9(04).
       01 WS-SEMESTRE-DESDE-NUM REDEFINES WS-SEMESTRE-DESDE
                                            PIC 9(08).

       01 WS-SEMESTRE-HASTA.
          05 WS-SEM-HASTA-AAAA              PIC 9(04).
          05 WS-SEM-HASTA-MMDD              PIC 9(04).
       01 WS-SEMESTRE-HASTA-NUM REDEFINES WS-SEMESTRE-HASTA
                                            PIC 9(08).

       77 WS-TRABAJO-DESDE                  PIC 9(08) VALUE 0.
       77 WS-TRABAJO-HASTA                  PIC 9(08) VALUE 0.

      * FECHA DE TRABAJO PARA CALCULAR EL NUMERO DE DIA DENTRO DEL
      * ANIO (1 A 366).
       01 WS-FECHA-CALCULO.
          05 WS-CAL-AAAA                    PIC 9(04).
          05 WS-CAL-MM                      PIC 9(02).
          05 WS-CAL-DD                      PIC 9(02).
       01 WS-FECHA-CALCULO-NUM REDEFINES WS-FECHA-CALCULO
                                            PIC 9(08).

      * DIAS ACUMULADOS AL INICIO DE CADA MES EN UN ANIO NO BISIESTO.
       01 WS-DIAS-ACUMULADOS-DEF.
          05 FILLER                         PIC 9(03) VALUE 000.
          05 FILLER                         PIC 9(03) VALUE 031.
          05 FILLER                         PIC 9(03) VALUE 059.
          05 FILLER                         PIC 9(03) VALUE 090.
          05 FILLER                         PIC 9(03) VALUE 120.
          05 FILLER                         PIC 9(03) VALUE 151.
          05 FILLER                         PIC 9(03) VALUE 181.
          05 FILLER                         PIC 9(03) VALUE 212.
          05 FILLER                         PIC 9(03) VALUE 243.
          05 FILLER                         PIC 9(03) VALUE 273.
          05 FILLER                         PIC 9(03) VALUE 304.
          05 FILLER                         PIC 9(03) VALUE 334.

       01 WS-DIAS-ACUMULADOS REDEFINES WS-DIAS-ACUMULADOS-DEF.
          05 WS-DIAS-ACUM                   PIC 9(03) OCCURS 12 TIMES.

       77 WS-NRO-DIA                        PIC 9(03) VALUE 0.
       77 WS-NRO-DIA-DESDE                  PIC 9(03) VALUE 0.
       77 WS-NRO-DIA-HASTA                  PIC 9(03) VALUE 0.
       77 WS-DIAS-TRABAJADOS                PIC 9(03) VALUE 0.
       77 WS-DIAS-SEMESTRE                  PIC 9(03) VALUE 0.
       77 WS-COCIENTE                       PIC 9(04) VALUE 0.
       77 WS-RESTO-4                        PIC 9(04) VALUE 0.
       77 WS-RESTO-100                      PIC 9(04) VALUE 0.
       77 WS-RESTO-400                      PIC 9(04) VALUE 0.
       77 WS-IMPORTE-SAC                    PIC 9(09)V99 VALUE 0.
       77 WS-FECHA-PROCESO                  PIC 9(08) VALUE 0.

      * TOTALES DE CONTROL POR DEPARTAMENTO Y MONEDA.
       01 WS-TABLA-CONTROL.
          05 WS-TAB-CANTIDAD                PIC 9(04) VALUE 0.
          05 WS-TAB-ENTRADA OCCURS 200 TIMES.
             10 WS-TAB-DEPARTAMENTO         PIC X(20).
             10 WS-TAB-MONEDA               PIC X(03).
             10 WS-TAB-EMPLEADOS            PIC 9(06).
             10 WS-TAB-TOTAL-SAC            PIC 9(13)V99.

      * TOTALES GENERALES POR MONEDA.
       01 WS-TABLA-MONEDAS.
          05 WS-MON-CANTIDAD                PIC 9(02) VALUE 0.
          05 WS-MON-ENTRADA OCCURS 20 TIMES.
             10 WS-MON-MONEDA               PIC X(03).
             10 WS-MON-EMPLEADOS            PIC 9(06).
             10 WS-MON-TOTAL-SAC            PIC 9(13)V99.

       77 WS-TAB-MAXIMO                     PIC 9(04) VALUE 0200.
       77 WS-MON-MAXIMO                     PIC 9(02) VALUE 20.
       77 WS-IND-TABLA                      PIC 9(04) VALUE 0.
       77 WS-POS-TABLA                      PIC 9(04) VALUE 0.
       77 WS-IND-MONEDA                     PIC 9(02) VALUE 0.
       77 WS-POS-MONEDA                     PIC 9(02) VALUE 0.

       01 WS-REP-CABECERA.
          05 FILLER                         PIC X(28)
             VALUE 'CONTROL DE SAC - SEMESTRE '.
          05 WS-CAB-SEMESTRE                PIC 9(01).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 WS-CAB-ANIO                    PIC 9(04).
          05 FILLER                         PIC X(12)
             VALUE ' - PROCESO: '.
          05 WS-CAB-FECHA                   PIC 9(08).
          05 FILLER                         PIC X(46) VALUE SPACES.

       01 WS-REP-DETALLE.
          05 FILLER                         PIC X(07) VALUE 'DEPTO: '.
          05 WS-DET-DEPARTAMENTO            PIC X(20).
          05 FILLER                         PIC X(06) VALUE ' MON: '.
          05 WS-DET-MONEDA                  PIC X(03).
          05 FILLER                         PIC X(12)
             VALUE ' EMPLEADOS: '.
          05 WS-DET-EMPLEADOS               PIC Z(05)9.
          05 FILLER                         PIC X(12)
             VALUE ' TOTAL SAC: '.
          05 WS-DET-TOTAL-SAC               PIC Z(12)9,99.
          05 FILLER                         PIC X(18) VALUE SPACES.

       01 WS-REP-TOTAL-MONEDA.
          05 FILLER                         PIC X(27)
             VALUE 'TOTAL GENERAL'.
          05 FILLER                         PIC X(06) VALUE ' MON: '.
          05 WS-TOT-MONEDA                  PIC X(03).
          05 FILLER                         PIC X(12)
             VALUE ' EMPLEADOS: '.
          05 WS-TOT-EMPLEADOS               PIC Z(05)9.
          05 FILLER                         PIC X(12)
             VALUE ' TOTAL SAC: '.
          05 WS-TOT-TOTAL-SAC               PIC Z(12)9,99.
          05 FILLER                         PIC X(18) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-ES-PARAMETRO-VALIDO AND FS-PAGOS-OK AND FS-REPORTE-OK
              AND (FS-EMPLEADOS-OK OR FS-EMPLEADOS-EOF)

              PERFORM 2000-PROCESAR-EMPLEADO
                 THRU 2000-PROCESAR-EMPLEADO-FIN
                UNTIL FS-EMPLEADOS-EOF

              IF WS-EXISTE-HISTORICO
                 PERFORM 2500-PROCESAR-HISTORICO
                    THRU 2500-PROCESAR-HISTORICO-FIN
                   UNTIL FS-HISTORICO-EOF
              END-IF

              PERFORM 2800-GRABAR-COLA-PAGOS
                 THRU 2800-GRABAR-COLA-PAGOS-FIN

              PERFORM 2900-GRABAR-CONTROL
                 THRU 2900-GRABAR-CONTROL-FIN

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

            GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES
                      WS-TABLA-CONTROL
                      WS-TABLA-MONEDAS.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1100-LEER-PARAMETROS
              THRU 1100-LEER-PARAMETROS-FIN.

           IF WS-ES-PARAMETRO-VALIDO
              PERFORM 1200-ABRIR-EMPLEADOS
                 THRU 1200-ABRIR-EMPLEADOS-FIN
              PERFORM 1300-ABRIR-HISTORICO
                 THRU 1300-ABRIR-HISTORICO-FIN
              PERFORM 1400-ABRIR-SUELDOS
                 THRU 1400-ABRIR-SUELDOS-FIN
              PERFORM 1500-ABRIR-HISTORIA
                 THRU 1500-ABRIR-HISTORIA-FIN
              PERFORM 1600-ABRIR-PAGOS
                 THRU 1600-ABRIR-PAGOS-FIN
              PERFORM 1700-ABRIR-REPORTE
                 THRU 1700-ABRIR-REPORTE-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-PARAMETROS.

           OPEN INPUT PAR-SAC.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ PAR-SAC
                    IF FS-PARAMETROS-OK
                       PERFORM 1110-VALIDAR-PARAMETROS
                          THRU 1110-VALIDAR-PARAMETROS-FIN
                    ELSE
                       DISPLAY 'EL ARCHIVO DE PARAMETROS ESTA VACIO'
                       DISPLAY 'FILE STATUS: ' FS-PARAMETROS
                       MOVE 8                  TO RETURN-CODE
                    END-IF
                    CLOSE PAR-SAC
               WHEN FS-PARAMETROS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE PARAMETROS'
                    DISPLAY 'FILE STATUS: ' FS-PARAMETROS
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PARAMETROS'
                    DISPLAY 'FILE STATUS: ' FS-PARAMETROS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1100-LEER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL PRIMER SEMESTRE VA DEL 01/01 AL 30/06 Y EL SEGUNDO DEL
      * 01/07 AL 31/12. LOS DIAS DEL SEMESTRE SE CALCULAN SOBRE EL
      * CALENDARIO DEL ANIO PARA CONTEMPLAR LOS BISIESTOS.
      *----------------------------------------------------------------*
       1110-VALIDAR-PARAMETROS.

           EVALUATE TRUE
               WHEN PSA-ANIO EQUAL ZEROS
                    DISPLAY 'PARAMETRO INVALIDO - ANIO EN CERO'
                    MOVE 8                  TO RETURN-CODE
               WHEN NOT PSA-PRIMER-SEMESTRE
                AND NOT PSA-SEGUNDO-SEMESTRE
                    DISPLAY 'PARAMETRO INVALIDO - SEMESTRE DEBE SER '-
                            '1 O 2: ' PSA-SEMESTRE
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    MOVE 'S'                TO WS-PARAMETRO-VALIDO
                    MOVE PSA-ANIO           TO WS-SEM-DESDE-AAAA
                                               WS-SEM-HASTA-AAAA
                    IF PSA-PRIMER-SEMESTRE
                       MOVE 0101            TO WS-SEM-DESDE-MMDD
                       MOVE 0630            TO WS-SEM-HASTA-MMDD
                    ELSE
                       MOVE 0701            TO WS-SEM-DESDE-MMDD
                       MOVE 1231            TO WS-SEM-HASTA-MMDD
                    END-IF
                    MOVE WS-SEMESTRE-DESDE-NUM
                                            TO WS-TRABAJO-DESDE
                    MOVE WS-SEMESTRE-HASTA-NUM
                                            TO WS-TRABAJO-HASTA
                    PERFORM 2220-CALCULAR-DIAS
                       THRU 2220-CALCULAR-DIAS-FIN
                    MOVE WS-DIAS-TRABAJADOS TO WS-DIAS-SEMESTRE
                    DISPLAY 'LIQUIDACION DE SAC DEL '
                            WS-SEMESTRE-DESDE-NUM ' AL '
                            WS-SEMESTRE-HASTA-NUM
                            ' (' WS-DIAS-SEMESTRE ' DIAS)'
           END-EVALUATE.

       1110-VALIDAR-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-EMPLEADOS.

           OPEN INPUT ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    PERFORM 1210-LEER-EMPLEADOS
                       THRU 1210-LEER-EMPLEADOS-FIN
               WHEN FS-EMPLEADOS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1200-ABRIR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-EMPLEADOS.

           READ ENT-EMPLEADOS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    ADD 1                   TO WS-CONT-REG-EMPLEADOS
               WHEN FS-EMPLEADOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-EMPLEADOS
                    DISPLAY " "
           END-EVALUATE.

       1210-LEER-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-ABRIR-HISTORICO.

           OPEN INPUT HIS-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-HISTORICO-OK
                    MOVE 'S'                TO WS-HAY-HISTORICO
                    PERFORM 1310-LEER-HISTORICO
                       THRU 1310-LEER-HISTORICO-FIN
               WHEN FS-HISTORICO-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO HISTORICO - '-
                            'NO SE LIQUIDAN BAJAS ARCHIVADAS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1300-ABRIR-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-HISTORICO.

           READ HIS-EMPLEADOS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-HISTORICO-OK
                    ADD 1                   TO WS-CONT-REG-HISTORICO
               WHEN FS-HISTORICO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL ARCHIVO HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-HISTORICO
                    DISPLAY " "
           END-EVALUATE.

       1310-LEER-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-ABRIR-SUELDOS.

           OPEN INPUT SUE-SUELDOS.

           EVALUATE TRUE
               WHEN FS-SUELDOS-OK
                    MOVE 'S'                TO WS-HAY-SUELDOS
               WHEN FS-SUELDOS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE SUELDOS - '-
                            'SE USA SOLO LA HISTORIA DE SUELDOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-SUELDOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1400-ABRIR-SUELDOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1500-ABRIR-HISTORIA.

           OPEN INPUT SUH-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    MOVE 'S'                TO WS-HAY-HISTORIA
               WHEN FS-HISTORIA-NFD
                    DISPLAY 'NO SE ENCUENTRA LA HISTORIA DE SUELDOS - '-
                            'SE USA SOLO EL SUELDO ACTUAL'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE HISTORIA '-
                            'DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1500-ABRIR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1600-ABRIR-PAGOS.

           OPEN OUTPUT PAG-SAC.

           IF FS-PAGOS-OK
              MOVE 'H'                      TO PAG-CAB-TIPO
              MOVE PSA-ANIO                 TO PAG-CAB-ANIO
              MOVE PSA-SEMESTRE             TO PAG-CAB-SEMESTRE
              MOVE WS-FECHA-PROCESO         TO PAG-CAB-FECHA-PROCESO
              MOVE SPACES                   TO PAG-CABECERA-REG (15:106)
              WRITE PAG-CABECERA-REG
              IF NOT FS-PAGOS-OK
                 DISPLAY 'ERROR AL GRABAR LA CABECERA DE PAGOS'
                 DISPLAY 'FILE STATUS: ' FS-PAGOS
                 MOVE 8                  TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PAGOS DE SAC'
              DISPLAY 'FILE STATUS: ' FS-PAGOS
              MOVE 8                  TO RETURN-CODE
           END-IF.

       1600-ABRIR-PAGOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1700-ABRIR-REPORTE.

           OPEN OUTPUT REP-SAC.

           IF FS-REPORTE-OK
              MOVE PSA-SEMESTRE             TO WS-CAB-SEMESTRE
              MOVE PSA-ANIO                 TO WS-CAB-ANIO
              MOVE WS-FECHA-PROCESO         TO WS-CAB-FECHA
              MOVE WS-REP-CABECERA          TO REP-SAC-REG
              WRITE REP-SAC-REG
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL GRABAR LA CABECERA DEL REPORTE'
                 DISPLAY 'FILE STATUS: ' FS-REPORTE
                 MOVE 8                  TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8                  TO RETURN-CODE
           END-IF.

       1700-ABRIR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PRIMERA PASADA: EMPLEADOS DEL MAESTRO, ACTIVOS O CON BAJA
      * TODAVIA NO ARCHIVADA.
      *----------------------------------------------------------------*
       2000-PROCESAR-EMPLEADO.

           MOVE ENT-EMP-ID-EMPLEADO         TO WS-EMP-ID-EMPLEADO.
           MOVE ENT-EMP-APELLIDO            TO WS-EMP-APELLIDO.
           MOVE ENT-EMP-NOMBRE              TO WS-EMP-NOMBRE.
           MOVE ENT-EMP-DEPARTAMENTO        TO WS-EMP-DEPARTAMENTO.
           MOVE ENT-EMP-FECHA-ALTA          TO WS-EMP-FECHA-ALTA.
           MOVE ENT-EMP-FECHA-BAJA          TO WS-EMP-FECHA-BAJA.
           MOVE 'M'                         TO WS-EMP-ORIGEN.

           PERFORM 2200-LIQUIDAR-EMPLEADO
              THRU 2200-LIQUIDAR-EMPLEADO-FIN.

           PERFORM 1210-LEER-EMPLEADOS
              THRU 1210-LEER-EMPLEADOS-FIN.

       2000-PROCESAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SEGUNDA PASADA: BAJAS YA ARCHIVADAS EN EL HISTORICO. UN ID QUE
      * TAMBIEN ESTA EN EL MAESTRO YA SE LIQUIDO EN LA PRIMERA PASADA
      * Y NO SE VUELVE A PAGAR.
      *----------------------------------------------------------------*
       2500-PROCESAR-HISTORICO.

           IF HIS-EMP-FECHA-BAJA NOT < WS-SEMESTRE-DESDE-NUM
              AND HIS-EMP-FECHA-BAJA NOT > WS-SEMESTRE-HASTA-NUM

              MOVE HIS-EMP-ID-EMPLEADO      TO ENT-EMP-ID-EMPLEADO

              READ ENT-EMPLEADOS KEY IS ENT-EMP-ID-EMPLEADO

              EVALUATE TRUE
                  WHEN FS-EMPLEADOS-OK
                       ADD 1                TO WS-CONT-DUPLICADOS
                       DISPLAY 'ID EN MAESTRO Y EN HISTORICO - NO SE '-
                               'LIQUIDA DOS VECES - ID: '
                               HIS-EMP-ID-EMPLEADO
                  WHEN FS-EMPLEADOS-CLAVE-NFD
                       MOVE HIS-EMP-ID-EMPLEADO
                                            TO WS-EMP-ID-EMPLEADO
                       MOVE HIS-EMP-APELLIDO
                                            TO WS-EMP-APELLIDO
                       MOVE HIS-EMP-NOMBRE  TO WS-EMP-NOMBRE
                       MOVE HIS-EMP-DEPARTAMENTO
                                            TO WS-EMP-DEPARTAMENTO
                       MOVE HIS-EMP-FECHA-ALTA
                                            TO WS-EMP-FECHA-ALTA
                       MOVE HIS-EMP-FECHA-BAJA
                                            TO WS-EMP-FECHA-BAJA
                       MOVE 'H'             TO WS-EMP-ORIGEN
                       PERFORM 2200-LIQUIDAR-EMPLEADO
                          THRU 2200-LIQUIDAR-EMPLEADO-FIN
                  WHEN OTHER
                       ADD 1                TO WS-CONT-ERRORES
                       DISPLAY 'ERROR AL LEER EL ARCHIVO DE EMPLEADOS'
                       DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                       MOVE 8                  TO RETURN-CODE
              END-EVALUATE

           END-IF.

           PERFORM 1310-LEER-HISTORICO
              THRU 1310-LEER-HISTORICO-FIN.

       2500-PROCESAR-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SAC = MEJOR SUELDO DEL SEMESTRE / 2, PROPORCIONAL A LOS DIAS
      * TRABAJADOS CUANDO EL ALTA O LA BAJA CAEN DENTRO DEL SEMESTRE.
      *----------------------------------------------------------------*
       2200-LIQUIDAR-EMPLEADO.

           PERFORM 2210-CALCULAR-PERIODO
              THRU 2210-CALCULAR-PERIODO-FIN.

           IF WS-ESTA-EN-SEMESTRE

              PERFORM 2220-CALCULAR-DIAS
                 THRU 2220-CALCULAR-DIAS-FIN

              PERFORM 2300-BUSCAR-MEJOR-SUELDO
                 THRU 2300-BUSCAR-MEJOR-SUELDO-FIN

              IF WS-HAY-SUELDO-ENCONTRADO
                 COMPUTE WS-IMPORTE-SAC ROUNDED =
                         WS-MEJ-IMPORTE / 2
                         * WS-DIAS-TRABAJADOS / WS-DIAS-SEMESTRE
                 IF WS-DIAS-TRABAJADOS < WS-DIAS-SEMESTRE
                    ADD 1                   TO WS-CONT-PROPORCIONALES
                 END-IF
                 PERFORM 2400-GRABAR-PAGO
                    THRU 2400-GRABAR-PAGO-FIN
              ELSE
                 ADD 1                      TO WS-CONT-SIN-SUELDO
                 DISPLAY 'SIN SUELDO EN EL SEMESTRE - ID: '
                         WS-EMP-ID-EMPLEADO
              END-IF

           END-IF.

       2200-LIQUIDAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL PERIODO TRABAJADO ES LA PARTE DEL SEMESTRE ENTRE EL ALTA Y
      * LA BAJA. QUEDA FUERA QUIEN INGRESO DESPUES DEL SEMESTRE O SE
      * FUE ANTES DE QUE EMPEZARA.
      *----------------------------------------------------------------*
       2210-CALCULAR-PERIODO.

           MOVE 'N'                         TO WS-EN-SEMESTRE.
           MOVE WS-SEMESTRE-DESDE-NUM       TO WS-TRABAJO-DESDE.
           MOVE WS-SEMESTRE-HASTA-NUM       TO WS-TRABAJO-HASTA.

           IF WS-EMP-FECHA-ALTA > WS-TRABAJO-DESDE
              MOVE WS-EMP-FECHA-ALTA        TO WS-TRABAJO-DESDE
           END-IF.

           IF WS-EMP-FECHA-BAJA > ZEROS
              AND WS-EMP-FECHA-BAJA < WS-TRABAJO-HASTA
              MOVE WS-EMP-FECHA-BAJA        TO WS-TRABAJO-HASTA
           END-IF.

           IF WS-TRABAJO-DESDE NOT > WS-TRABAJO-HASTA
              MOVE 'S'                      TO WS-EN-SEMESTRE
           END-IF.

       2210-CALCULAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DESDE Y HASTA ESTAN SIEMPRE DENTRO DEL MISMO ANIO: LOS DIAS SE
      * CUENTAN COMO DIFERENCIA DE NUMERO DE DIA DEL ANIO, AMBOS
      * EXTREMOS INCLUIDOS.
      *----------------------------------------------------------------*
       2220-CALCULAR-DIAS.

           MOVE WS-TRABAJO-DESDE            TO WS-FECHA-CALCULO-NUM.
           PERFORM 2230-CALCULAR-NRO-DIA
              THRU 2230-CALCULAR-NRO-DIA-FIN.
           MOVE WS-NRO-DIA                  TO WS-NRO-DIA-DESDE.

           MOVE WS-TRABAJO-HASTA            TO WS-FECHA-CALCULO-NUM.
           PERFORM 2230-CALCULAR-NRO-DIA
              THRU 2230-CALCULAR-NRO-DIA-FIN.
           MOVE WS-NRO-DIA                  TO WS-NRO-DIA-HASTA.

           COMPUTE WS-DIAS-TRABAJADOS =
                   WS-NRO-DIA-HASTA - WS-NRO-DIA-DESDE + 1.

       2220-CALCULAR-DIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2230-CALCULAR-NRO-DIA.

           COMPUTE WS-NRO-DIA =
                   WS-DIAS-ACUM (WS-CAL-MM) + WS-CAL-DD.

           IF WS-CAL-MM > 2
              DIVIDE WS-CAL-AAAA BY 4   GIVING WS-COCIENTE
                                        REMAINDER WS-RESTO-4
              DIVIDE WS-CAL-AAAA BY 100 GIVING WS-COCIENTE
                                        REMAINDER WS-RESTO-100
              DIVIDE WS-CAL-AAAA BY 400 GIVING WS-COCIENTE
                                        REMAINDER WS-RESTO-400
              IF (WS-RESTO-4 EQUAL ZEROS
                  AND WS-RESTO-100 NOT EQUAL ZEROS)
                 OR WS-RESTO-400 EQUAL ZEROS
                 ADD 1                      TO WS-NRO-DIA
              END-IF
           END-IF.

       2230-CALCULAR-NRO-DIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL MEJOR SUELDO ES EL MAYOR VALOR VIGENTE EN ALGUN MOMENTO DEL
      * PERIODO TRABAJADO: EL QUE REGIA AL INICIO Y LOS QUE ENTRARON
      * EN VIGENCIA HASTA EL FIN. SIN HISTORIA SE USA EL SUELDO
      * ACTUAL SI YA REGIA AL FIN DEL PERIODO, SALVO QUE LA HISTORIA
      * TENGA AL SUELDO DADO DE BAJA DESDE ANTES DEL PERIODO.
      *----------------------------------------------------------------*
       2300-BUSCAR-MEJOR-SUELDO.

           MOVE 'N'                         TO WS-SUELDO-ENCONTRADO.
           MOVE 'N'                         TO WS-BAJA-VIGENTE.
           MOVE ZEROS                       TO WS-MEJ-IMPORTE.
           MOVE SPACES                      TO WS-MEJ-MONEDA.

           IF WS-EXISTE-HISTORIA
              PERFORM 2310-RECORRER-HISTORIA
                 THRU 2310-RECORRER-HISTORIA-FIN
           END-IF.

           IF NOT WS-HAY-SUELDO-ENCONTRADO AND NOT WS-HAY-BAJA-VIGENTE
              AND WS-EXISTE-SUELDOS
              PERFORM 2330-BUSCAR-SUELDO-ACTUAL
                 THRU 2330-BUSCAR-SUELDO-ACTUAL-FIN
           END-IF.

       2300-BUSCAR-MEJOR-SUELDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-RECORRER-HISTORIA.

           MOVE WS-EMP-ID-EMPLEADO          TO SUH-ID-EMPLEADO.
           MOVE ZEROS                       TO SUH-FECHA-VIGENCIA.

           START SUH-HISTORIA KEY IS GREATER THAN OR EQUAL TO
                 SUH-CLAVE.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    MOVE 'N'                TO WS-FIN-HISTORIA
                    PERFORM 2320-LEER-HISTORIA
                       THRU 2320-LEER-HISTORIA-FIN
                      UNTIL WS-ES-FIN-HISTORIA
               WHEN FS-HISTORIA-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    ADD 1                   TO WS-CONT-ERRORES
                    DISPLAY 'ERROR AL POSICIONAR LA HISTORIA DE '-
                            'SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2310-RECORRER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA VIGENCIA NO POSTERIOR AL INICIO DEL PERIODO REEMPLAZA AL
      * VALOR QUE REGIA HASTA ENTONCES; UNA VIGENCIA DENTRO DEL
      * PERIODO SOLO CUENTA SI SUPERA AL MEJOR VALOR YA VISTO. UNA BAJA
      * NO POSTERIOR AL INICIO DEJA SIN VALOR VIGENTE; DENTRO DEL
      * PERIODO NO CAMBIA EL MEJOR VALOR YA VISTO.
      *----------------------------------------------------------------*
       2320-LEER-HISTORIA.

           READ SUH-HISTORIA NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    AND SUH-ID-EMPLEADO NOT EQUAL WS-EMP-ID-EMPLEADO
                    MOVE 'S'                TO WS-FIN-HISTORIA
               WHEN FS-HISTORIA-OK
                    AND SUH-FECHA-VIGENCIA > WS-TRABAJO-HASTA
                    MOVE 'S'                TO WS-FIN-HISTORIA
               WHEN FS-HISTORIA-OK
                    AND SUH-ES-BAJA
                    AND SUH-FECHA-VIGENCIA NOT > WS-TRABAJO-DESDE
                    MOVE 'N'                TO WS-SUELDO-ENCONTRADO
                    MOVE 'S'                TO WS-BAJA-VIGENTE
                    MOVE ZEROS              TO WS-MEJ-IMPORTE
                    MOVE SPACES             TO WS-MEJ-MONEDA
               WHEN FS-HISTORIA-OK
                    AND SUH-ES-BAJA
                    CONTINUE
               WHEN FS-HISTORIA-OK
                    AND SUH-FECHA-VIGENCIA NOT > WS-TRABAJO-DESDE
                    MOVE 'S'                TO WS-SUELDO-ENCONTRADO
                    MOVE 'N'                TO WS-BAJA-VIGENTE
                    MOVE SUH-IMPORTE        TO WS-MEJ-IMPORTE
                    MOVE SUH-MONEDA         TO WS-MEJ-MONEDA
               WHEN FS-HISTORIA-OK
                    IF SUH-IMPORTE > WS-MEJ-IMPORTE
                       MOVE 'S'             TO WS-SUELDO-ENCONTRADO
                       MOVE SUH-IMPORTE     TO WS-MEJ-IMPORTE
                       MOVE SUH-MONEDA      TO WS-MEJ-MONEDA
                    END-IF
               WHEN FS-HISTORIA-EOF
                    MOVE 'S'                TO WS-FIN-HISTORIA
               WHEN OTHER
                    ADD 1                   TO WS-CONT-ERRORES
                    DISPLAY 'ERROR AL LEER LA HISTORIA DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    MOVE 8                  TO RETURN-CODE
                    MOVE 'S'                TO WS-FIN-HISTORIA
           END-EVALUATE.

       2320-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2330-BUSCAR-SUELDO-ACTUAL.

           MOVE WS-EMP-ID-EMPLEADO          TO SUE-ID-EMPLEADO.

           READ SUE-SUELDOS KEY IS SUE-ID-EMPLEADO.

           EVALUATE TRUE
               WHEN FS-SUELDOS-OK
                    IF SUE-FECHA-VIGENCIA NOT > WS-TRABAJO-HASTA
                       MOVE 'S'             TO WS-SUELDO-ENCONTRADO
                       MOVE SUE-IMPORTE     TO WS-MEJ-IMPORTE
                       MOVE SUE-MONEDA      TO WS-MEJ-MONEDA
                    END-IF
               WHEN FS-SUELDOS-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    ADD 1                   TO WS-CONT-ERRORES
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-SUELDOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2330-BUSCAR-SUELDO-ACTUAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-GRABAR-PAGO.

           MOVE 'D'                         TO PAG-DET-TIPO.
           MOVE WS-EMP-ID-EMPLEADO          TO PAG-DET-ID-EMPLEADO.
           MOVE WS-EMP-APELLIDO             TO PAG-DET-APELLIDO.
           MOVE WS-EMP-NOMBRE               TO PAG-DET-NOMBRE.
           MOVE WS-EMP-DEPARTAMENTO         TO PAG-DET-DEPARTAMENTO.
           MOVE WS-MEJ-MONEDA               TO PAG-DET-MONEDA.
           MOVE WS-MEJ-IMPORTE              TO PAG-DET-MEJOR-SUELDO.
           MOVE WS-DIAS-TRABAJADOS          TO PAG-DET-DIAS-TRABAJADOS.
           MOVE WS-DIAS-SEMESTRE            TO PAG-DET-DIAS-SEMESTRE.
           MOVE WS-IMPORTE-SAC              TO PAG-DET-IMPORTE-SAC.
           MOVE WS-EMP-ORIGEN               TO PAG-DET-ORIGEN.
           MOVE SPACES                      TO PAG-DETALLE-REG (112:9).

           WRITE PAG-DETALLE-REG.

           IF FS-PAGOS-OK
              ADD 1                         TO WS-CONT-LIQUIDADOS
              IF PAG-DET-DEL-HISTORICO
                 ADD 1                      TO WS-CONT-LIQ-HISTORICO
              END-IF
              PERFORM 2410-ACUMULAR-CONTROL
                 THRU 2410-ACUMULAR-CONTROL-FIN
              PERFORM 2430-ACUMULAR-MONEDA
                 THRU 2430-ACUMULAR-MONEDA-FIN
           ELSE
              ADD 1                         TO WS-CONT-ERRORES
              DISPLAY 'ERROR AL GRABAR EL PAGO DE SAC - ID: '
                      WS-EMP-ID-EMPLEADO
              DISPLAY 'FILE STATUS: ' FS-PAGOS
              MOVE 8                  TO RETURN-CODE
           END-IF.

       2400-GRABAR-PAGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-ACUMULAR-CONTROL.

           MOVE 0                           TO WS-POS-TABLA.
           MOVE 1                           TO WS-IND-TABLA.

           PERFORM 2420-BUSCAR-CONTROL
              THRU 2420-BUSCAR-CONTROL-FIN
             UNTIL WS-IND-TABLA > WS-TAB-CANTIDAD
                OR WS-POS-TABLA > ZEROS.

           IF WS-POS-TABLA EQUAL ZEROS
              IF WS-TAB-CANTIDAD < WS-TAB-MAXIMO
                 ADD 1                      TO WS-TAB-CANTIDAD
                 MOVE WS-TAB-CANTIDAD       TO WS-POS-TABLA
                 MOVE WS-EMP-DEPARTAMENTO
                   TO WS-TAB-DEPARTAMENTO (WS-POS-TABLA)
                 MOVE WS-MEJ-MONEDA
                   TO WS-TAB-MONEDA (WS-POS-TABLA)
                 MOVE ZEROS
                   TO WS-TAB-EMPLEADOS (WS-POS-TABLA)
                      WS-TAB-TOTAL-SAC (WS-POS-TABLA)
              ELSE
                 IF WS-TABLA-DESBORDADA EQUAL 'N'
                    MOVE 'S'                TO WS-TABLA-DESBORDADA
                    ADD 1                   TO WS-CONT-ERRORES
                    DISPLAY 'LA TABLA DE CONTROL SUPERA EL '-
                            'MAXIMO DE ' WS-TAB-MAXIMO
                            ' - SE OMITEN LOS EXCEDENTES'
                 END-IF
              END-IF
           END-IF.

           IF WS-POS-TABLA > ZEROS
              ADD 1               TO WS-TAB-EMPLEADOS (WS-POS-TABLA)
              ADD WS-IMPORTE-SAC  TO WS-TAB-TOTAL-SAC (WS-POS-TABLA)
           END-IF.

       2410-ACUMULAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2420-BUSCAR-CONTROL.

           IF WS-TAB-DEPARTAMENTO (WS-IND-TABLA)
              EQUAL WS-EMP-DEPARTAMENTO
              AND WS-TAB-MONEDA (WS-IND-TABLA) EQUAL WS-MEJ-MONEDA
              MOVE WS-IND-TABLA             TO WS-POS-TABLA
           END-IF.

           ADD 1                            TO WS-IND-TABLA.

       2420-BUSCAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2430-ACUMULAR-MONEDA.

           MOVE 0                           TO WS-POS-MONEDA.
           MOVE 1                           TO WS-IND-MONEDA.

           PERFORM 2440-BUSCAR-MONEDA
              THRU 2440-BUSCAR-MONEDA-FIN
             UNTIL WS-IND-MONEDA > WS-MON-CANTIDAD
                OR WS-POS-MONEDA > ZEROS.

           IF WS-POS-MONEDA EQUAL ZEROS
              IF WS-MON-CANTIDAD < WS-MON-MAXIMO
                 ADD 1                      TO WS-MON-CANTIDAD
                 MOVE WS-MON-CANTIDAD       TO WS-POS-MONEDA
                 MOVE WS-MEJ-MONEDA
                   TO WS-MON-MONEDA (WS-POS-MONEDA)
                 MOVE ZEROS
                   TO WS-MON-EMPLEADOS (WS-POS-MONEDA)
                      WS-MON-TOTAL-SAC (WS-POS-MONEDA)
              ELSE
                 ADD 1                      TO WS-CONT-ERRORES
                 DISPLAY 'LA TABLA DE MONEDAS SUPERA EL MAXIMO '-
                         'DE ' WS-MON-MAXIMO ' - MONEDA: '
                         WS-MEJ-MONEDA
              END-IF
           END-IF.

           IF WS-POS-MONEDA > ZEROS
              ADD 1               TO WS-MON-EMPLEADOS (WS-POS-MONEDA)
              ADD WS-IMPORTE-SAC  TO WS-MON-TOTAL-SAC (WS-POS-MONEDA)
           END-IF.

       2430-ACUMULAR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2440-BUSCAR-MONEDA.

           IF WS-MON-MONEDA (WS-IND-MONEDA) EQUAL WS-MEJ-MONEDA
              MOVE WS-IND-MONEDA            TO WS-POS-MONEDA
           END-IF.

           ADD 1                            TO WS-IND-MONEDA.

       2440-BUSCAR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-GRABAR-COLA-PAGOS.

           MOVE 'T'                         TO PAG-COLA-TIPO.
           MOVE WS-CONT-LIQUIDADOS          TO PAG-COLA-CANTIDAD.
           MOVE SPACES                      TO PAG-COLA-REG (10:111).

           WRITE PAG-COLA-REG.

           IF NOT FS-PAGOS-OK
              DISPLAY 'ERROR AL GRABAR LA COLA DE PAGOS'
              DISPLAY 'FILE STATUS: ' FS-PAGOS
              MOVE 8                  TO RETURN-CODE
           END-IF.

       2800-GRABAR-COLA-PAGOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * REPORTE DE CONTROL: UNA LINEA POR DEPARTAMENTO Y MONEDA Y AL
      * FINAL EL TOTAL GENERAL DE CADA MONEDA. LOS IMPORTES NO SE
      * CONVIERTEN: CADA TOTAL QUEDA EN SU PROPIA MONEDA.
      *----------------------------------------------------------------*
       2900-GRABAR-CONTROL.

           MOVE 1                           TO WS-IND-TABLA.

           PERFORM 2910-GRABAR-LINEA-DEPTO
              THRU 2910-GRABAR-LINEA-DEPTO-FIN
             UNTIL WS-IND-TABLA > WS-TAB-CANTIDAD.

           MOVE 1                           TO WS-IND-MONEDA.

           PERFORM 2920-GRABAR-LINEA-MONEDA
              THRU 2920-GRABAR-LINEA-MONEDA-FIN
             UNTIL WS-IND-MONEDA > WS-MON-CANTIDAD.

       2900-GRABAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2910-GRABAR-LINEA-DEPTO.

           MOVE WS-TAB-DEPARTAMENTO (WS-IND-TABLA)
                                            TO WS-DET-DEPARTAMENTO.
           MOVE WS-TAB-MONEDA (WS-IND-TABLA) TO WS-DET-MONEDA.
           MOVE WS-TAB-EMPLEADOS (WS-IND-TABLA)
                                            TO WS-DET-EMPLEADOS.
           MOVE WS-TAB-TOTAL-SAC (WS-IND-TABLA)
                                            TO WS-DET-TOTAL-SAC.
           MOVE WS-REP-DETALLE              TO REP-SAC-REG.

           WRITE REP-SAC-REG.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR EL DETALLE DEL REPORTE'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8                  TO RETURN-CODE
           END-IF.

           ADD 1                            TO WS-IND-TABLA.

       2910-GRABAR-LINEA-DEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2920-GRABAR-LINEA-MONEDA.

           MOVE WS-MON-MONEDA (WS-IND-MONEDA) TO WS-TOT-MONEDA.
           MOVE WS-MON-EMPLEADOS (WS-IND-MONEDA)
                                            TO WS-TOT-EMPLEADOS.
           MOVE WS-MON-TOTAL-SAC (WS-IND-MONEDA)
                                            TO WS-TOT-TOTAL-SAC.
           MOVE WS-REP-TOTAL-MONEDA         TO REP-SAC-REG.

           WRITE REP-SAC-REG.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR LOS TOTALES DEL REPORTE'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8                  TO RETURN-CODE
           END-IF.

           ADD 1                            TO WS-IND-MONEDA.

       2920-GRABAR-LINEA-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF (WS-CONT-SIN-SUELDO > ZEROS OR WS-CONT-ERRORES > ZEROS)
              AND RETURN-CODE < 4
              MOVE 4                        TO RETURN-CODE
           END-IF.

           DISPLAY "--------------------------------------------------".
           DISPLAY 'REGISTROS DE EMPLEADOS LEIDOS : '
                   WS-CONT-REG-EMPLEADOS.
           DISPLAY 'REGISTROS DE HISTORICO LEIDOS : '
                   WS-CONT-REG-HISTORICO.
           DISPLAY 'SAC LIQUIDADOS                : '
                   WS-CONT-LIQUIDADOS.
           DISPLAY '  DE BAJAS ARCHIVADAS         : '
                   WS-CONT-LIQ-HISTORICO.
           DISPLAY '  PROPORCIONALES              : '
                   WS-CONT-PROPORCIONALES.
           DISPLAY 'SIN SUELDO EN EL SEMESTRE     : '
                   WS-CONT-SIN-SUELDO.
           DISPLAY 'IDS EN MAESTRO Y HISTORICO    : '
                   WS-CONT-DUPLICADOS.
           DISPLAY 'ERRORES                       : ' WS-CONT-ERRORES.
           DISPLAY "--------------------------------------------------".

           PERFORM 3300-GRABAR-BITACORA
              THRU 3300-GRABAR-BITACORA-FIN.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-CERRAR-ARCHIVOS-FIN.

           DISPLAY '### FIN DEL PROGRAMA ###'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-CERRAR-ARCHIVOS.

           IF WS-ES-PARAMETRO-VALIDO

              CLOSE ENT-EMPLEADOS

              IF NOT FS-EMPLEADOS-OK AND NOT FS-EMPLEADOS-EOF
                 DISPLAY 'ERROR AL CERRAR ARCHIVO EMPLEADOS: '
                         FS-EMPLEADOS
              END-IF

              IF WS-EXISTE-HISTORICO
                 CLOSE HIS-EMPLEADOS
                 IF NOT FS-HISTORICO-OK AND NOT FS-HISTORICO-EOF
                    DISPLAY 'ERROR AL CERRAR ARCHIVO HISTORICO: '
                            FS-HISTORICO
                 END-IF
              END-IF

              IF WS-EXISTE-SUELDOS
                 CLOSE SUE-SUELDOS
                 IF NOT FS-SUELDOS-OK
                    DISPLAY 'ERROR AL CERRAR ARCHIVO SUELDOS: '
                            FS-SUELDOS
                 END-IF
              END-IF

              IF WS-EXISTE-HISTORIA
                 CLOSE SUH-HISTORIA
                 IF NOT FS-HISTORIA-OK AND NOT FS-HISTORIA-EOF
                    DISPLAY 'ERROR AL CERRAR ARCHIVO HISTORIA: '
                            FS-HISTORIA
                 END-IF
              END-IF

              CLOSE PAG-SAC

              IF NOT FS-PAGOS-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO DE PAGOS: '
                         FS-PAGOS
              END-IF

              CLOSE REP-SAC

              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO DE REPORTE: '
                         FS-REPORTE
              END-IF

           END-IF.

       3200-CERRAR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3300-GRABAR-BITACORA.

           OPEN EXTEND LOG-BITACORA.

           IF FS-BITACORA-NFD
              PERFORM 3310-CREAR-BITACORA
                 THRU 3310-CREAR-BITACORA-FIN
           END-IF.

           IF FS-BITACORA-OK
              ACCEPT LOG-FECHA FROM DATE YYYYMMDD
              ACCEPT LOG-HORA  FROM TIME
              MOVE 'CL20SACA'                TO LOG-PROGRAMA
              MOVE 'RESUMEN'                 TO LOG-EVENTO
              MOVE RETURN-CODE               TO LOG-RETORNO
              MOVE WS-CONT-LIQUIDADOS        TO LOG-CANT-1
              MOVE WS-CONT-LIQ-HISTORICO     TO LOG-CANT-2
              MOVE WS-CONT-SIN-SUELDO        TO LOG-CANT-3
              MOVE WS-CONT-ERRORES           TO LOG-CANT-4
              MOVE SPACES                    TO LOG-BITACORA-REG (69:12)
              WRITE LOG-BITACORA-REG
              IF NOT FS-BITACORA-OK
                 DISPLAY 'ERROR AL GRABAR LA BITACORA'
                 DISPLAY 'FILE STATUS: ' FS-BITACORA
              END-IF
              CLOSE LOG-BITACORA
           ELSE
              DISPLAY 'ERROR AL ABRIR LA BITACORA'
              DISPLAY 'FILE STATUS: ' FS-BITACORA
           END-IF.

       3300-GRABAR-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3310-CREAR-BITACORA.

           OPEN OUTPUT LOG-BITACORA.
           CLOSE LOG-BITACORA.
           OPEN EXTEND LOG-BITACORA.

           IF NOT FS-BITACORA-OK
              DISPLAY 'ERROR AL CREAR LA BITACORA'
              DISPLAY 'FILE STATUS: ' FS-BITACORA
           END-IF.

       3310-CREAR-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL20SACA.
