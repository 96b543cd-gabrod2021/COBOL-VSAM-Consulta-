      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - VACACIONES ANUALES Y SALDO POR DEPARTAMENTO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20VACA.
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
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS
           RECORD KEY IS ENT-EMP-ID-EMPLEADO
           ALTERNATE RECORD KEY IS ENT-EMP-APELLIDO WITH DUPLICATES.

       SELECT ORD-EMPLEADOS
           ASSIGN TO '../ORD-VACACIONES.TMP'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS-ORD.

       SELECT SORT-WORK
           ASSIGN TO 'SORTWK1'.

       SELECT VAC-VACACIONES
           ASSIGN TO '../VACACIONES.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-VACACIONES
           RECORD KEY IS VAC-CLAVE.

       SELECT AUS-AUSENCIAS
           ASSIGN TO '../AUSENCIAS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-AUSENCIAS
           RECORD KEY IS AUS-CLAVE.

       SELECT DEP-DEPARTAMENTOS
           ASSIGN TO '../DEPARTAMENTOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-DEPARTAMENTOS
           RECORD KEY IS DEP-CODIGO.

       SELECT PAR-VACACIONES
           ASSIGN TO '../VACA-PARAMETROS.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT REP-SALDOS
           ASSIGN TO '../VACACIONES-SALDOS.DAT'
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

       FD ORD-EMPLEADOS.
       01 ORD-EMPLEADOS-REG.
          05 ORD-EMP-ID-EMPLEADO            PIC 9(08).
          05 ORD-EMP-APELLIDO               PIC X(25).
          05 ORD-EMP-NOMBRE                 PIC X(25).
          05 ORD-EMP-ESTADO                 PIC X(01).
          05 ORD-EMP-DIRECCION              PIC X(50).
          05 ORD-EMP-COD-POSTAL             PIC 9(04).
          05 ORD-EMP-DEPARTAMENTO           PIC X(20).
          05 ORD-EMP-FECHA-ALTA             PIC 9(08).
          05 ORD-EMP-FECHA-BAJA             PIC 9(08).

       SD SORT-WORK.
       01 SRT-EMPLEADOS-REG.
          05 SRT-EMP-ID-EMPLEADO            PIC 9(08).
          05 SRT-EMP-APELLIDO               PIC X(25).
          05 SRT-EMP-NOMBRE                 PIC X(25).
          05 SRT-EMP-ESTADO                 PIC X(01).
          05 SRT-EMP-DIRECCION              PIC X(50).
          05 SRT-EMP-COD-POSTAL             PIC 9(04).
          05 SRT-EMP-DEPARTAMENTO           PIC X(20).
          05 SRT-EMP-FECHA-ALTA             PIC 9(08).
          05 SRT-EMP-FECHA-BAJA             PIC 9(08).

       FD VAC-VACACIONES.
       01 VAC-VACACIONES-REG.
           COPY VACREG.

       FD AUS-AUSENCIAS.
       01 AUS-AUSENCIAS-REG.
           COPY AUSREG.

       FD DEP-DEPARTAMENTOS.
       01 DEP-DEPARTAMENTOS-REG.
           COPY DEPREF.

       FD PAR-VACACIONES.
       01 PAR-VACACIONES-REG.
          05 PVA-ANIO                       PIC 9(04).

       FD REP-SALDOS.
       01 REP-SALDOS-REG                    PIC X(100).

       FD LOG-BITACORA.
       01 LOG-BITACORA-REG.
           COPY LOGREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-OK                 VALUE '00'.
             88 FS-EMPLEADOS-EOF                VALUE '10'.
             88 FS-EMPLEADOS-NFD                VALUE '35'.

       01 FS-STATUS-ORD.
          05 FS-EMPLEADOS-ORD               PIC X(2).
             88 FS-EMPLEADOS-ORD-OK             VALUE '00'.
             88 FS-EMPLEADOS-ORD-EOF            VALUE '10'.
             88 FS-EMPLEADOS-ORD-NFD            VALUE '35'.

       01 FS-STATUS-VAC.
          05 FS-VACACIONES                  PIC X(2).
             88 FS-VACACIONES-OK                VALUE '00'.
             88 FS-VACACIONES-NFD               VALUE '35'.
             88 FS-VACACIONES-CLAVE-DUP         VALUE '22'.

       01 FS-STATUS-AUS.
          05 FS-AUSENCIAS                   PIC X(2).
             88 FS-AUSENCIAS-OK                 VALUE '00'.
             88 FS-AUSENCIAS-EOF                VALUE '10'.
             88 FS-AUSENCIAS-NFD                VALUE '35'.
             88 FS-AUSENCIAS-CLAVE-NFD          VALUE '23'.

       01 FS-STATUS-DEP.
          05 FS-DEPARTAMENTOS               PIC X(2).
             88 FS-DEPARTAMENTOS-OK             VALUE '00'.
             88 FS-DEPARTAMENTOS-NFD            VALUE '35'.
             88 FS-DEPARTAMENTOS-CLAVE-NFD      VALUE '23'.

       01 FS-STATUS-PAR.
          05 FS-PARAMETROS                  PIC X(2).
             88 FS-PARAMETROS-OK                VALUE '00'.
             88 FS-PARAMETROS-NFD               VALUE '35'.

       01 FS-STATUS-REP.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.

       01 FS-STATUS-LOG.
          05 FS-BITACORA                    PIC X(2).
             88 FS-BITACORA-OK                  VALUE '00'.
             88 FS-BITACORA-NFD                 VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-LEIDOS                 PIC 9(06) VALUE 0.
          05 WS-CONT-PROCESADOS             PIC 9(06) VALUE 0.
          05 WS-CONT-OMITIDOS               PIC 9(06) VALUE 0.
          05 WS-CONT-GRABADOS               PIC 9(06) VALUE 0.
          05 WS-CONT-RECALCULADOS           PIC 9(06) VALUE 0.

       01 WS-INDICADORES.
          05 WS-PARAMETRO-VALIDO            PIC X(01) VALUE 'N'.
             88 WS-ES-PARAMETRO-VALIDO          VALUE 'S'.
          05 WS-PRIMERA-VEZ                 PIC X(01) VALUE 'S'.
             88 WS-ES-PRIMERA-VEZ               VALUE 'S'.
          05 WS-HAY-AUSENCIAS               PIC X(01) VALUE 'N'.
             88 WS-EXISTE-AUSENCIAS             VALUE 'S'.
          05 WS-HAY-DEPARTAMENTOS           PIC X(01) VALUE 'N'.
             88 WS-EXISTE-DEPARTAMENTOS         VALUE 'S'.
          05 WS-FIN-AUSENCIAS               PIC X(01) VALUE 'N'.
             88 WS-ES-FIN-AUSENCIAS             VALUE 'S'.
          05 WS-BANDA-ENCONTRADA            PIC X(01) VALUE 'N'.
             88 WS-HAY-BANDA                    VALUE 'S'.
          05 WS-HAY-ORDENADOS               PIC X(01) VALUE 'N'.
             88 WS-EXISTE-ORDENADOS             VALUE 'S'.

       01 WS-DEPTO-DATOS.
          05 WS-DEPTO-ANT                   PIC X(20) VALUE SPACES.
          05 WS-DEPTO-IMPRESION             PIC X(30) VALUE SPACES.
          05 WS-DEPTO-EDICION.
             10 WS-DEPTO-CODIGO             PIC X(04).
             10 WS-DEPTO-RESTO              PIC X(16).

      * LIMITES DEL ANIO DE VACACIONES QUE SE CALCULA.
       01 WS-ANIO-DATOS.
          05 WS-ANIO-PROCESO                PIC 9(04) VALUE 0.
          05 WS-INICIO-ANIO                 PIC 9(08) VALUE 0.
          05 WS-MITAD-ANIO                  PIC 9(08) VALUE 0.
          05 WS-FIN-ANIO                    PIC 9(08) VALUE 0.

      * ESCALA LEGAL DE VACACIONES POR ANTIGUEDAD AL 31/12: HASTA 5
      * ANIOS 14 DIAS, HASTA 10 ANIOS 21, HASTA 20 ANIOS 28 Y MAS DE
      * 20 ANIOS 35 DIAS CORRIDOS. "HASTA N ANIOS" ES NO EXCEDER N
      * ANIOS: CON N ANIOS Y ALGUNOS MESES YA SE PASA A LA SIGUIENTE.
       01 WS-BANDAS-DEF.
          05 FILLER                         PIC X(05) VALUE '05014'.
          05 FILLER                         PIC X(05) VALUE '10021'.
          05 FILLER                         PIC X(05) VALUE '20028'.
          05 FILLER                         PIC X(05) VALUE '99035'.

       01 WS-BANDAS REDEFINES WS-BANDAS-DEF.
          05 WS-BANDA OCCURS 4 TIMES.
             10 WS-BAN-ANIOS-HASTA          PIC 9(02).
             10 WS-BAN-DIAS                 PIC 9(03).

       77 WS-CANT-BANDAS                    PIC 9(02) VALUE 04.
       77 WS-IND-BANDA                      PIC 9(02) VALUE 0.
       77 WS-DIAS-POR-DIA-VACACION          PIC 9(02) VALUE 20.

      * DATOS DEL EMPLEADO EN CURSO.
       01 WS-EMPLEADO-CALCULO.
          05 WS-ANTIGUEDAD                  PIC 9(02) VALUE 0.
          05 WS-DIAS-DERECHO                PIC 9(03) VALUE 0.
          05 WS-DIAS-TOMADOS                PIC 9(04) VALUE 0.
          05 WS-DIAS-SALDO                  PIC S9(04) VALUE 0.
          05 WS-DIAS-TRABAJADOS             PIC 9(07) VALUE 0.

       01 WS-FECHA-ALTA.
          05 WS-ALTA-AAAA                   PIC 9(04).
          05 WS-ALTA-MMDD                   PIC 9(04).
       01 WS-FECHA-ALTA-NUM REDEFINES WS-FECHA-ALTA
                                            PIC 9(08).

       01 WS-TOTALES-DEPTO.
          05 WS-DEP-EMPLEADOS               PIC 9(05) VALUE 0.
          05 WS-DEP-DERECHO                 PIC 9(07) VALUE 0.
          05 WS-DEP-TOMADOS                 PIC 9(07) VALUE 0.
          05 WS-DEP-SALDO                   PIC S9(07) VALUE 0.

       01 WS-TOTALES-GENERAL.
          05 WS-GEN-EMPLEADOS               PIC 9(05) VALUE 0.
          05 WS-GEN-DERECHO                 PIC 9(07) VALUE 0.
          05 WS-GEN-TOMADOS                 PIC 9(07) VALUE 0.
          05 WS-GEN-SALDO                   PIC S9(07) VALUE 0.

       77 WS-TRABAJO-DESDE                  PIC 9(08) VALUE 0.
       77 WS-TRABAJO-HASTA                  PIC 9(08) VALUE 0.

      * FECHA DE TRABAJO PARA CALCULAR EL NUMERO DE DIA DENTRO DEL
      * ANIO (1 A 366) Y EL NUMERO DE DIA ABSOLUTO.
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
       77 WS-ANIO-ANTERIOR                  PIC 9(04) VALUE 0.
       77 WS-BISIESTOS-4                    PIC 9(04) VALUE 0.
       77 WS-BISIESTOS-100                  PIC 9(04) VALUE 0.
       77 WS-BISIESTOS-400                  PIC 9(04) VALUE 0.
       77 WS-COCIENTE                       PIC 9(04) VALUE 0.
       77 WS-RESTO-4                        PIC 9(04) VALUE 0.
       77 WS-RESTO-100                      PIC 9(04) VALUE 0.
       77 WS-RESTO-400                      PIC 9(04) VALUE 0.
       77 WS-DIA-ABSOLUTO                   PIC 9(07) VALUE 0.
       77 WS-DIA-ABS-DESDE                  PIC 9(07) VALUE 0.
       77 WS-FECHA-PROCESO                  PIC 9(08) VALUE 0.

       01 WS-REP-CABECERA.
          05 FILLER                         PIC X(45)
             VALUE 'SALDO DE VACACIONES POR DEPARTAMENTO - ANIO: '.
          05 WS-CAB-ANIO                    PIC 9(04).
          05 FILLER                         PIC X(12)
             VALUE ' - PROCESO: '.
          05 WS-CAB-FECHA                   PIC 9(08).
          05 FILLER                         PIC X(31) VALUE SPACES.

       01 WS-REP-DEPTO.
          05 FILLER                         PIC X(14)
             VALUE 'DEPARTAMENTO: '.
          05 WS-DTO-DEPARTAMENTO            PIC X(20).
          05 FILLER                         PIC X(03) VALUE ' - '.
          05 WS-DTO-DESCRIPCION             PIC X(30).
          05 FILLER                         PIC X(33) VALUE SPACES.

       01 WS-REP-TITULOS.
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 FILLER                         PIC X(08) VALUE 'ID EMPL.'.
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 FILLER                         PIC X(25) VALUE 'APELLIDO'.
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 FILLER                         PIC X(25) VALUE 'NOMBRE'.
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 FILLER                         PIC X(02) VALUE 'AN'.
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 FILLER                         PIC X(03) VALUE 'DER'.
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 FILLER                         PIC X(03) VALUE 'TOM'.
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 FILLER                         PIC X(04) VALUE 'SALD'.
          05 FILLER                         PIC X(17) VALUE SPACES.

       01 WS-REP-DETALLE.
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 WS-DET-ID-EMPLEADO             PIC 9(08).
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 WS-DET-APELLIDO                PIC X(25).
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-DET-NOMBRE                  PIC X(25).
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 WS-DET-ANTIGUEDAD              PIC Z9.
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 WS-DET-DERECHO                 PIC ZZ9.
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 WS-DET-TOMADOS                 PIC ZZ9.
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 WS-DET-SALDO                   PIC -ZZ9.
          05 FILLER                         PIC X(17) VALUE SPACES.

       01 WS-REP-SUBTOTAL.
          05 WS-SUB-DESCRIPCION             PIC X(20).
          05 FILLER                         PIC X(12)
             VALUE ' EMPLEADOS: '.
          05 WS-SUB-EMPLEADOS               PIC Z(04)9.
          05 FILLER                         PIC X(10)
             VALUE ' DERECHO: '.
          05 WS-SUB-DERECHO                 PIC Z(06)9.
          05 FILLER                         PIC X(10)
             VALUE ' TOMADOS: '.
          05 WS-SUB-TOMADOS                 PIC Z(06)9.
          05 FILLER                         PIC X(08) VALUE ' SALDO: '.
          05 WS-SUB-SALDO                   PIC -(07)9.
          05 FILLER                         PIC X(13) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-ES-PARAMETRO-VALIDO AND FS-EMPLEADOS-ORD-OK
              AND FS-VACACIONES-OK AND FS-REPORTE-OK

              PERFORM 2000-PROCESAR-EMPLEADO
                 THRU 2000-PROCESAR-EMPLEADO-FIN
                UNTIL FS-EMPLEADOS-ORD-EOF

              IF NOT WS-ES-PRIMERA-VEZ
                 PERFORM 2600-IMPRIMIR-SUBTOTAL
                    THRU 2600-IMPRIMIR-SUBTOTAL-FIN
              END-IF

              PERFORM 2700-IMPRIMIR-TOTAL
                 THRU 2700-IMPRIMIR-TOTAL-FIN

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

            GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES
                      WS-TOTALES-DEPTO
                      WS-TOTALES-GENERAL.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1100-LEER-PARAMETROS
              THRU 1100-LEER-PARAMETROS-FIN.

           IF WS-ES-PARAMETRO-VALIDO

              PERFORM 1200-VERIFICAR-EMPLEADOS
                 THRU 1200-VERIFICAR-EMPLEADOS-FIN

              IF FS-EMPLEADOS-OK

                 SORT SORT-WORK
                     ON ASCENDING KEY SRT-EMP-DEPARTAMENTO
                                      SRT-EMP-ID-EMPLEADO
                     USING ENT-EMPLEADOS
                     GIVING ORD-EMPLEADOS

                 PERFORM 1300-ABRIR-ORDENADOS
                    THRU 1300-ABRIR-ORDENADOS-FIN

              END-IF

              PERFORM 1400-ABRIR-VACACIONES
                 THRU 1400-ABRIR-VACACIONES-FIN
              PERFORM 1500-ABRIR-AUSENCIAS
                 THRU 1500-ABRIR-AUSENCIAS-FIN
              PERFORM 1600-ABRIR-DEPARTAMENTOS
                 THRU 1600-ABRIR-DEPARTAMENTOS-FIN
              PERFORM 1700-ABRIR-REPORTE
                 THRU 1700-ABRIR-REPORTE-FIN

           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-PARAMETROS.

           OPEN INPUT PAR-VACACIONES.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ PAR-VACACIONES
                    IF FS-PARAMETROS-OK
                       PERFORM 1110-VALIDAR-PARAMETROS
                          THRU 1110-VALIDAR-PARAMETROS-FIN
                    ELSE
                       DISPLAY 'EL ARCHIVO DE PARAMETROS ESTA VACIO'
                       DISPLAY 'FILE STATUS: ' FS-PARAMETROS
                       MOVE 8                  TO RETURN-CODE
                    END-IF
                    CLOSE PAR-VACACIONES
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
      * LA ANTIGUEDAD SE MIDE AL 31/12 DEL ANIO PEDIDO. QUIEN INGRESO
      * DESPUES DEL 30/06 NO LLEGA A MEDIO ANIO TRABAJADO Y RECIBE UN
      * DIA POR CADA 20 DIAS CORRIDOS TRABAJADOS.
      *----------------------------------------------------------------*
       1110-VALIDAR-PARAMETROS.

           IF PVA-ANIO NOT NUMERIC OR PVA-ANIO < 1900
              DISPLAY 'PARAMETRO INVALIDO - ANIO: ' PVA-ANIO
              MOVE 8                        TO RETURN-CODE
           ELSE
              MOVE 'S'                      TO WS-PARAMETRO-VALIDO
              MOVE PVA-ANIO                 TO WS-ANIO-PROCESO
              COMPUTE WS-INICIO-ANIO = PVA-ANIO * 10000 + 0101
              COMPUTE WS-MITAD-ANIO  = PVA-ANIO * 10000 + 0630
              COMPUTE WS-FIN-ANIO    = PVA-ANIO * 10000 + 1231
              DISPLAY 'VACACIONES DEL ANIO ' PVA-ANIO
           END-IF.

       1110-VALIDAR-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-VERIFICAR-EMPLEADOS.

           OPEN INPUT ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    CLOSE ENT-EMPLEADOS
               WHEN FS-EMPLEADOS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1200-VERIFICAR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-ABRIR-ORDENADOS.

           OPEN INPUT ORD-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-ORD-OK
                    MOVE 'S'                TO WS-HAY-ORDENADOS
                    PERFORM 1310-LEER-ORDENADOS
                       THRU 1310-LEER-ORDENADOS-FIN
               WHEN FS-EMPLEADOS-ORD-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO ORDENADO'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS-ORD
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO ORDENADO'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS-ORD
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1300-ABRIR-ORDENADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-ORDENADOS.

           READ ORD-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-ORD-OK
                    ADD 1                   TO WS-CONT-LEIDOS
               WHEN FS-EMPLEADOS-ORD-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL ARCHIVO ORDENADO'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS-ORD
                    MOVE 8                  TO RETURN-CODE
                    DISPLAY " "
           END-EVALUATE.

       1310-LEER-ORDENADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-ABRIR-VACACIONES.

           OPEN I-O VAC-VACACIONES.

           EVALUATE TRUE
               WHEN FS-VACACIONES-OK
                    CONTINUE
               WHEN FS-VACACIONES-NFD
                    PERFORM 1410-CREAR-VACACIONES
                       THRU 1410-CREAR-VACACIONES-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE VACACIONES'
                    DISPLAY 'FILE STATUS: ' FS-VACACIONES
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1400-ABRIR-VACACIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1410-CREAR-VACACIONES.

           OPEN OUTPUT VAC-VACACIONES.
           CLOSE VAC-VACACIONES.
           OPEN I-O VAC-VACACIONES.

           IF NOT FS-VACACIONES-OK
              DISPLAY 'ERROR AL CREAR EL ARCHIVO DE VACACIONES'
              DISPLAY 'FILE STATUS: ' FS-VACACIONES
              MOVE 8                  TO RETURN-CODE
           END-IF.

       1410-CREAR-VACACIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1500-ABRIR-AUSENCIAS.

           OPEN INPUT AUS-AUSENCIAS.

           EVALUATE TRUE
               WHEN FS-AUSENCIAS-OK
                    MOVE 'S'               TO WS-HAY-AUSENCIAS
               WHEN FS-AUSENCIAS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE '-
                            'AUSENCIAS - SIN DIAS TOMADOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AUSENCIAS'
                    DISPLAY 'FILE STATUS: ' FS-AUSENCIAS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1500-ABRIR-AUSENCIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1600-ABRIR-DEPARTAMENTOS.

           OPEN INPUT DEP-DEPARTAMENTOS.

           EVALUATE TRUE
               WHEN FS-DEPARTAMENTOS-OK
                    MOVE 'S'               TO WS-HAY-DEPARTAMENTOS
               WHEN FS-DEPARTAMENTOS-NFD
                    DISPLAY 'NO SE ENCUENTRA LA TABLA DE '-
                            'DEPARTAMENTOS - SE MUESTRA EL DATO '-
                            'ALMACENADO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA TABLA DE '-
                            'DEPARTAMENTOS'
                    DISPLAY 'FILE STATUS: ' FS-DEPARTAMENTOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1600-ABRIR-DEPARTAMENTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1700-ABRIR-REPORTE.

           OPEN OUTPUT REP-SALDOS.

           IF FS-REPORTE-OK
              MOVE WS-ANIO-PROCESO          TO WS-CAB-ANIO
              MOVE WS-FECHA-PROCESO         TO WS-CAB-FECHA
              MOVE WS-REP-CABECERA          TO REP-SALDOS-REG
              PERFORM 2900-GRABAR-LINEA
                 THRU 2900-GRABAR-LINEA-FIN
           ELSE
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE SALDOS'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8                  TO RETURN-CODE
           END-IF.

       1700-ABRIR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SOLO LOS EMPLEADOS ACTIVOS QUE YA ESTABAN DE ALTA EN EL ANIO
      * TIENEN VACACIONES. LOS DEMAS SE CUENTAN COMO OMITIDOS.
      *----------------------------------------------------------------*
       2000-PROCESAR-EMPLEADO.

           IF ORD-EMP-ESTADO EQUAL 'A'
              AND ORD-EMP-FECHA-ALTA NOT EQUAL ZEROS
              AND ORD-EMP-FECHA-ALTA NOT GREATER WS-FIN-ANIO

              IF NOT WS-ES-PRIMERA-VEZ
                 AND ORD-EMP-DEPARTAMENTO NOT EQUAL WS-DEPTO-ANT
                 PERFORM 2600-IMPRIMIR-SUBTOTAL
                    THRU 2600-IMPRIMIR-SUBTOTAL-FIN
              END-IF

              IF WS-ES-PRIMERA-VEZ
                 OR ORD-EMP-DEPARTAMENTO NOT EQUAL WS-DEPTO-ANT
                 MOVE ORD-EMP-DEPARTAMENTO  TO WS-DEPTO-ANT
                 MOVE 'N'                   TO WS-PRIMERA-VEZ
                 PERFORM 2500-IMPRIMIR-DEPTO
                    THRU 2500-IMPRIMIR-DEPTO-FIN
              END-IF

              ADD 1                         TO WS-CONT-PROCESADOS

              PERFORM 2100-CALCULAR-DERECHO
                 THRU 2100-CALCULAR-DERECHO-FIN
              PERFORM 2200-GRABAR-DERECHO
                 THRU 2200-GRABAR-DERECHO-FIN
              PERFORM 2300-CALCULAR-TOMADOS
                 THRU 2300-CALCULAR-TOMADOS-FIN
              PERFORM 2400-IMPRIMIR-DETALLE
                 THRU 2400-IMPRIMIR-DETALLE-FIN

           ELSE
              ADD 1                         TO WS-CONT-OMITIDOS
           END-IF.

           PERFORM 1310-LEER-ORDENADOS
              THRU 1310-LEER-ORDENADOS-FIN.

       2000-PROCESAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-CALCULAR-DERECHO.

           MOVE ORD-EMP-FECHA-ALTA          TO WS-FECHA-ALTA-NUM.
           COMPUTE WS-ANTIGUEDAD = WS-ANIO-PROCESO - WS-ALTA-AAAA.

           IF ORD-EMP-FECHA-ALTA > WS-MITAD-ANIO
              MOVE ORD-EMP-FECHA-ALTA       TO WS-TRABAJO-DESDE
              MOVE WS-FIN-ANIO              TO WS-TRABAJO-HASTA
              PERFORM 2800-CALCULAR-DIAS
                 THRU 2800-CALCULAR-DIAS-FIN
              DIVIDE WS-DIAS-TRABAJADOS BY WS-DIAS-POR-DIA-VACACION
                     GIVING WS-DIAS-DERECHO
           ELSE
              MOVE 'N'                      TO WS-BANDA-ENCONTRADA
              MOVE 1                        TO WS-IND-BANDA
              PERFORM 2110-BUSCAR-BANDA
                 THRU 2110-BUSCAR-BANDA-FIN
                UNTIL WS-IND-BANDA > WS-CANT-BANDAS
                   OR WS-HAY-BANDA
           END-IF.

       2100-CALCULAR-DERECHO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * WS-ANTIGUEDAD SON LOS ANIOS CUMPLIDOS AL 31/12. SI LA ALTA NO
      * FUE UN 31/12, AL 31/12 LA ANTIGUEDAD REAL SUPERA ESOS ANIOS EN
      * ALGUNOS MESES O DIAS: SOLO QUEDA EN LA BANDA DE HASTA N ANIOS
      * SI NO LLEGO A CUMPLIR N, O SI LOS CUMPLE JUSTO ESE 31/12.
      *----------------------------------------------------------------*
       2110-BUSCAR-BANDA.

           IF WS-ANTIGUEDAD < WS-BAN-ANIOS-HASTA (WS-IND-BANDA)
              OR (WS-ANTIGUEDAD EQUAL WS-BAN-ANIOS-HASTA (WS-IND-BANDA)
                  AND WS-ALTA-MMDD EQUAL 1231)
              OR WS-IND-BANDA EQUAL WS-CANT-BANDAS
              MOVE 'S'                      TO WS-BANDA-ENCONTRADA
              MOVE WS-BAN-DIAS (WS-IND-BANDA)
                                            TO WS-DIAS-DERECHO
           END-IF.

           ADD 1                            TO WS-IND-BANDA.

       2110-BUSCAR-BANDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SI EL ANIO YA SE HABIA CALCULADO SE REEMPLAZA EL DERECHO, ASI
      * LA CORRIDA PUEDE REPETIRSE SIN DUPLICAR REGISTROS.
      *----------------------------------------------------------------*
       2200-GRABAR-DERECHO.

           MOVE ORD-EMP-ID-EMPLEADO         TO VAC-ID-EMPLEADO.
           MOVE WS-ANIO-PROCESO             TO VAC-ANIO.
           MOVE WS-ANTIGUEDAD               TO VAC-ANTIGUEDAD.
           MOVE WS-DIAS-DERECHO             TO VAC-DIAS-DERECHO.
           MOVE WS-FECHA-PROCESO            TO VAC-FECHA-CALCULO.

           WRITE VAC-VACACIONES-REG.

           IF FS-VACACIONES-CLAVE-DUP
              REWRITE VAC-VACACIONES-REG
              IF FS-VACACIONES-OK
                 ADD 1                      TO WS-CONT-RECALCULADOS
              END-IF
           ELSE
              IF FS-VACACIONES-OK
                 ADD 1                      TO WS-CONT-GRABADOS
              END-IF
           END-IF.

           IF NOT FS-VACACIONES-OK
              DISPLAY 'ERROR AL GRABAR VACACIONES - ID: '
                      ORD-EMP-ID-EMPLEADO
              DISPLAY 'FILE STATUS: ' FS-VACACIONES
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2200-GRABAR-DERECHO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DIAS DE VACACIONES TOMADOS EN EL ANIO: LAS AUSENCIAS DE TIPO
      * VACACIONES SE RECORTAN A LOS LIMITES DEL ANIO.
      *----------------------------------------------------------------*
       2300-CALCULAR-TOMADOS.

           MOVE ZEROS                       TO WS-DIAS-TOMADOS.

           IF WS-EXISTE-AUSENCIAS
              MOVE 'N'                      TO WS-FIN-AUSENCIAS
              MOVE ORD-EMP-ID-EMPLEADO      TO AUS-ID-EMPLEADO
              MOVE ZEROS                    TO AUS-FECHA-DESDE
              START AUS-AUSENCIAS KEY IS NOT LESS THAN AUS-CLAVE
              EVALUATE TRUE
                  WHEN FS-AUSENCIAS-OK
                       PERFORM 2310-LEER-AUSENCIA
                          THRU 2310-LEER-AUSENCIA-FIN
                         UNTIL WS-ES-FIN-AUSENCIAS
                  WHEN FS-AUSENCIAS-CLAVE-NFD
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR AL POSICIONAR AUSENCIAS'
                       DISPLAY 'FILE STATUS: ' FS-AUSENCIAS
                       MOVE 8               TO RETURN-CODE
              END-EVALUATE
           END-IF.

           COMPUTE WS-DIAS-SALDO = WS-DIAS-DERECHO - WS-DIAS-TOMADOS.

       2300-CALCULAR-TOMADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-LEER-AUSENCIA.

           READ AUS-AUSENCIAS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-AUSENCIAS-EOF
                    MOVE 'S'                TO WS-FIN-AUSENCIAS
               WHEN NOT FS-AUSENCIAS-OK
                    MOVE 'S'                TO WS-FIN-AUSENCIAS
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AUSENCIAS'
                    DISPLAY 'FILE STATUS: ' FS-AUSENCIAS
                    MOVE 8                  TO RETURN-CODE
               WHEN AUS-ID-EMPLEADO NOT EQUAL ORD-EMP-ID-EMPLEADO
                 OR AUS-FECHA-DESDE > WS-FIN-ANIO
                    MOVE 'S'                TO WS-FIN-AUSENCIAS
               WHEN AUS-ES-VACACIONES
                AND AUS-FECHA-HASTA NOT LESS WS-INICIO-ANIO
                    PERFORM 2320-SUMAR-TOMADOS
                       THRU 2320-SUMAR-TOMADOS-FIN
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2310-LEER-AUSENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2320-SUMAR-TOMADOS.

           IF AUS-FECHA-DESDE < WS-INICIO-ANIO
              MOVE WS-INICIO-ANIO           TO WS-TRABAJO-DESDE
           ELSE
              MOVE AUS-FECHA-DESDE          TO WS-TRABAJO-DESDE
           END-IF.

           IF AUS-FECHA-HASTA > WS-FIN-ANIO
              MOVE WS-FIN-ANIO              TO WS-TRABAJO-HASTA
           ELSE
              MOVE AUS-FECHA-HASTA          TO WS-TRABAJO-HASTA
           END-IF.

           PERFORM 2800-CALCULAR-DIAS
              THRU 2800-CALCULAR-DIAS-FIN.

           ADD WS-DIAS-TRABAJADOS           TO WS-DIAS-TOMADOS.

       2320-SUMAR-TOMADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-IMPRIMIR-DETALLE.

           MOVE ORD-EMP-ID-EMPLEADO         TO WS-DET-ID-EMPLEADO.
           MOVE ORD-EMP-APELLIDO            TO WS-DET-APELLIDO.
           MOVE ORD-EMP-NOMBRE              TO WS-DET-NOMBRE.
           MOVE WS-ANTIGUEDAD               TO WS-DET-ANTIGUEDAD.
           MOVE WS-DIAS-DERECHO             TO WS-DET-DERECHO.
           MOVE WS-DIAS-TOMADOS             TO WS-DET-TOMADOS.
           MOVE WS-DIAS-SALDO               TO WS-DET-SALDO.
           MOVE WS-REP-DETALLE              TO REP-SALDOS-REG.

           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

           ADD 1                            TO WS-DEP-EMPLEADOS
                                               WS-GEN-EMPLEADOS.
           ADD WS-DIAS-DERECHO              TO WS-DEP-DERECHO
                                               WS-GEN-DERECHO.
           ADD WS-DIAS-TOMADOS              TO WS-DEP-TOMADOS
                                               WS-GEN-TOMADOS.
           ADD WS-DIAS-SALDO                TO WS-DEP-SALDO
                                               WS-GEN-SALDO.

       2400-IMPRIMIR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-IMPRIMIR-DEPTO.

           MOVE WS-DEPTO-ANT                TO WS-DEPTO-IMPRESION.

           IF WS-EXISTE-DEPARTAMENTOS
              MOVE WS-DEPTO-ANT             TO WS-DEPTO-EDICION
              IF WS-DEPTO-RESTO EQUAL SPACES
                 MOVE WS-DEPTO-CODIGO       TO DEP-CODIGO
                 READ DEP-DEPARTAMENTOS KEY IS DEP-CODIGO
                 IF FS-DEPARTAMENTOS-OK
                    MOVE DEP-DESCRIPCION    TO WS-DEPTO-IMPRESION
                 END-IF
              END-IF
           END-IF.

           MOVE SPACES                      TO REP-SALDOS-REG.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

           MOVE WS-DEPTO-ANT                TO WS-DTO-DEPARTAMENTO.
           MOVE WS-DEPTO-IMPRESION          TO WS-DTO-DESCRIPCION.
           MOVE WS-REP-DEPTO                TO REP-SALDOS-REG.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

           MOVE WS-REP-TITULOS              TO REP-SALDOS-REG.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

       2500-IMPRIMIR-DEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-IMPRIMIR-SUBTOTAL.

           MOVE '  TOTAL DEPTO'             TO WS-SUB-DESCRIPCION.
           MOVE WS-DEP-EMPLEADOS            TO WS-SUB-EMPLEADOS.
           MOVE WS-DEP-DERECHO              TO WS-SUB-DERECHO.
           MOVE WS-DEP-TOMADOS              TO WS-SUB-TOMADOS.
           MOVE WS-DEP-SALDO                TO WS-SUB-SALDO.
           MOVE WS-REP-SUBTOTAL             TO REP-SALDOS-REG.

           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

           INITIALIZE WS-TOTALES-DEPTO.

       2600-IMPRIMIR-SUBTOTAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2700-IMPRIMIR-TOTAL.

           MOVE SPACES                      TO REP-SALDOS-REG.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

           MOVE 'TOTAL GENERAL'             TO WS-SUB-DESCRIPCION.
           MOVE WS-GEN-EMPLEADOS            TO WS-SUB-EMPLEADOS.
           MOVE WS-GEN-DERECHO              TO WS-SUB-DERECHO.
           MOVE WS-GEN-TOMADOS              TO WS-SUB-TOMADOS.
           MOVE WS-GEN-SALDO                TO WS-SUB-SALDO.
           MOVE WS-REP-SUBTOTAL             TO REP-SALDOS-REG.

           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

       2700-IMPRIMIR-TOTAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DIAS CORRIDOS ENTRE WS-TRABAJO-DESDE Y WS-TRABAJO-HASTA, AMBOS
      * EXTREMOS INCLUIDOS.
      *----------------------------------------------------------------*
       2800-CALCULAR-DIAS.

           MOVE WS-TRABAJO-DESDE            TO WS-FECHA-CALCULO-NUM.
           PERFORM 2810-CALCULAR-DIA-ABSOLUTO
              THRU 2810-CALCULAR-DIA-ABSOLUTO-FIN.
           MOVE WS-DIA-ABSOLUTO             TO WS-DIA-ABS-DESDE.

           MOVE WS-TRABAJO-HASTA            TO WS-FECHA-CALCULO-NUM.
           PERFORM 2810-CALCULAR-DIA-ABSOLUTO
              THRU 2810-CALCULAR-DIA-ABSOLUTO-FIN.

           COMPUTE WS-DIAS-TRABAJADOS =
                   WS-DIA-ABSOLUTO - WS-DIA-ABS-DESDE + 1.

       2800-CALCULAR-DIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-CALCULAR-DIA-ABSOLUTO.

           PERFORM 2820-CALCULAR-NRO-DIA
              THRU 2820-CALCULAR-NRO-DIA-FIN.

           COMPUTE WS-ANIO-ANTERIOR = WS-CAL-AAAA - 1.

           DIVIDE WS-ANIO-ANTERIOR BY 4   GIVING WS-BISIESTOS-4.
           DIVIDE WS-ANIO-ANTERIOR BY 100 GIVING WS-BISIESTOS-100.
           DIVIDE WS-ANIO-ANTERIOR BY 400 GIVING WS-BISIESTOS-400.

           COMPUTE WS-DIA-ABSOLUTO =
                   WS-ANIO-ANTERIOR * 365 + WS-BISIESTOS-4
                   - WS-BISIESTOS-100 + WS-BISIESTOS-400
                   + WS-NRO-DIA.

       2810-CALCULAR-DIA-ABSOLUTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2820-CALCULAR-NRO-DIA.

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

       2820-CALCULAR-NRO-DIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-LINEA.

           WRITE REP-SALDOS-REG.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE SALDOS'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2900-GRABAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY "--------------------------------------------------".
           DISPLAY 'EMPLEADOS LEIDOS            : ' WS-CONT-LEIDOS.
           DISPLAY 'EMPLEADOS CON VACACIONES    : '
                   WS-CONT-PROCESADOS.
           DISPLAY 'EMPLEADOS OMITIDOS          : ' WS-CONT-OMITIDOS.
           DISPLAY 'DERECHOS GRABADOS           : ' WS-CONT-GRABADOS.
           DISPLAY 'DERECHOS RECALCULADOS       : '
                   WS-CONT-RECALCULADOS.
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

              IF WS-EXISTE-ORDENADOS
                 CLOSE ORD-EMPLEADOS
                 IF NOT FS-EMPLEADOS-ORD-OK
                    AND NOT FS-EMPLEADOS-ORD-EOF
                    DISPLAY 'ERROR AL CERRAR ARCHIVO ORDENADO: '
                            FS-EMPLEADOS-ORD
                 END-IF
              END-IF

              CLOSE VAC-VACACIONES

              IF NOT FS-VACACIONES-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO VACACIONES: '
                         FS-VACACIONES
              END-IF

              IF WS-EXISTE-AUSENCIAS
                 CLOSE AUS-AUSENCIAS
                 IF NOT FS-AUSENCIAS-OK
                    DISPLAY 'ERROR AL CERRAR ARCHIVO AUSENCIAS: '
                            FS-AUSENCIAS
                 END-IF
              END-IF

              IF WS-EXISTE-DEPARTAMENTOS
                 CLOSE DEP-DEPARTAMENTOS
                 IF NOT FS-DEPARTAMENTOS-OK
                    DISPLAY 'ERROR AL CERRAR TABLA DE DEPARTAMENTOS: '
                            FS-DEPARTAMENTOS
                 END-IF
              END-IF

              CLOSE REP-SALDOS

              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL CERRAR REPORTE DE SALDOS: '
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
              MOVE 'CL20VACA'                TO LOG-PROGRAMA
              MOVE 'RESUMEN'                 TO LOG-EVENTO
              MOVE RETURN-CODE               TO LOG-RETORNO
              MOVE WS-CONT-PROCESADOS        TO LOG-CANT-1
              MOVE WS-GEN-DERECHO            TO LOG-CANT-2
              MOVE WS-GEN-TOMADOS            TO LOG-CANT-3
              MOVE WS-CONT-OMITIDOS          TO LOG-CANT-4
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

       END PROGRAM CL20VACA.
