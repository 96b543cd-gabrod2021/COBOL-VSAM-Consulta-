           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TRANSACCION.

       SELECT SUH-HISTORIA
           ASSIGN TO '../SUELDOS-HIST.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-HISTORIA
           RECORD KEY IS SUH-CLAVE.

       SELECT PAR-SUELDOS
           ASSIGN TO '../SUEM-PARAMETROS.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT APR-APROBACION
           ASSIGN TO '../SUELDOS-APROB.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-APROBACION
           RECORD KEY IS APR-CLAVE.

       SELECT REP-EXCEPCION
           ASSIGN TO '../SUEM-EXCEPCIONES.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

             88 STR-ES-ALTA                     VALUE 'A'.
             88 STR-ES-CAMBIO                   VALUE 'C'.
             88 STR-ES-BAJA                     VALUE 'D'.
             88 STR-ES-APROBACION               VALUE 'P'.
          05 STR-ID-EMPLEADO                PIC 9(08).
          05 STR-IMPORTE                    PIC 9(09)V99.
          05 STR-CATEGORIA                  PIC X(02).
          05 STR-FECHA-VIGENCIA             PIC 9(08).
          05 STR-FECHA-VIGENCIA-R REDEFINES STR-FECHA-VIGENCIA.
             10 STR-VIG-AAAA                PIC 9(04).
             10 STR-VIG-MM                  PIC 9(02).
             10 STR-VIG-DD                  PIC 9(02).
          05 STR-MONEDA                     PIC X(03).
          05 STR-USUARIO                    PIC X(08).

       FD SUH-HISTORIA.
       01 SUH-HISTORIA-REG.
           COPY SUHREG.

       FD PAR-SUELDOS.
       01 PAR-SUELDOS-REG.
          05 PAR-PORC-LIMITE                PIC 9(03)V99.
          05 PAR-DIAS-VENCIMIENTO           PIC 9(03).

       FD APR-APROBACION.
       01 APR-APROBACION-REG.
           COPY APRREG.

       FD REP-EXCEPCION.
       01 REP-EXCEPCION-REG                 PIC X(100).

       WORKING-STORAGE SECTION.

             88 FS-TRANSACCION-EOF              VALUE '10'.
             88 FS-TRANSACCION-NFD              VALUE '35'.

       01 FS-STATUS-SUH.
          05 FS-HISTORIA                    PIC X(2).
             88 FS-HISTORIA-OK                  VALUE '00'.
             88 FS-HISTORIA-EOF                 VALUE '10'.
             88 FS-HISTORIA-NFD                 VALUE '35'.
             88 FS-HISTORIA-CLAVE-DUP           VALUE '22'.
             88 FS-HISTORIA-CLAVE-NFD           VALUE '23'.

       01 FS-STATUS-PAR.
          05 FS-PARAMETROS                  PIC X(2).
             88 FS-PARAMETROS-OK                VALUE '00'.
             88 FS-PARAMETROS-EOF               VALUE '10'.
             88 FS-PARAMETROS-NFD               VALUE '35'.

       01 FS-STATUS-APR.
          05 FS-APROBACION                  PIC X(2).
             88 FS-APROBACION-OK                VALUE '00'.
             88 FS-APROBACION-EOF               VALUE '10'.
             88 FS-APROBACION-NFD               VALUE '35'.
             88 FS-APROBACION-CLAVE-DUP         VALUE '22'.
             88 FS-APROBACION-CLAVE-NFD         VALUE '23'.

       01 FS-STATUS-REP.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.

       01 WS-CONTADORES.
          05 WS-CONT-ALTAS                  PIC 9(04) VALUE 0.
          05 WS-CONT-CAMBIOS                PIC 9(04) VALUE 0.
          05 WS-CONT-BAJAS                  PIC 9(04) VALUE 0.
          05 WS-CONT-RECHAZOS               PIC 9(04) VALUE 0.
          05 WS-CONT-HISTORIA               PIC 9(04) VALUE 0.
          05 WS-CONT-RETENIDOS              PIC 9(04) VALUE 0.
          05 WS-CONT-APROBADOS              PIC 9(04) VALUE 0.
          05 WS-CONT-AUTOAPROBADOS          PIC 9(04) VALUE 0.
          05 WS-CONT-VENCIDOS               PIC 9(04) VALUE 0.
          05 WS-CONT-INF-PENDIENTES         PIC 9(04) VALUE 0.
          05 WS-CONT-INF-APROBADOS          PIC 9(04) VALUE 0.
          05 WS-CONT-INF-RECHAZADOS         PIC 9(04) VALUE 0.
          05 WS-CONT-INF-VENCIDOS           PIC 9(04) VALUE 0.

       01 WS-VALIDACION.
          05 WS-TRANSACCION-APTA            PIC X(01) VALUE 'N'.
             88 WS-ES-TRANSACCION-APTA          VALUE 'S'.
          05 WS-REQUIERE-APROBACION         PIC X(01) VALUE 'N'.
             88 WS-HAY-QUE-APROBAR              VALUE 'S'.
          05 WS-MOTIVO-APROBACION           PIC X(01) VALUE SPACES.

       01 WS-INDICADORES.
          05 WS-PARAMETRO-VALIDO            PIC X(01) VALUE 'N'.
             88 WS-ES-PARAMETRO-VALIDO          VALUE 'S'.
          05 WS-HAY-APROBACION              PIC X(01) VALUE 'N'.
             88 WS-EXISTE-APROBACION            VALUE 'S'.
          05 WS-HAY-REPORTE                 PIC X(01) VALUE 'N'.
             88 WS-EXISTE-REPORTE               VALUE 'S'.
          05 WS-FIN-APROBACION              PIC X(01) VALUE 'N'.
             88 WS-ES-FIN-APROBACION            VALUE 'S'.
          05 WS-PENDIENTE-ENCONTRADO        PIC X(01) VALUE 'N'.
             88 WS-HAY-PENDIENTE                VALUE 'S'.
          05 WS-ANTERIOR-ENCONTRADO         PIC X(01) VALUE 'N'.
             88 WS-HAY-SUELDO-ANTERIOR          VALUE 'S'.
          05 WS-FIN-HISTORIA                PIC X(01) VALUE 'N'.
             88 WS-ES-FIN-HISTORIA              VALUE 'S'.

      * VALOR DE SUELDO A POSTEAR, TOMADO DE LA TRANSACCION O DEL
      * CAMBIO APROBADO.
       01 WS-NUEVO-SUELDO.
          05 WS-NVO-IMPORTE                 PIC 9(09)V99.
          05 WS-NVO-CATEGORIA               PIC X(02).
          05 WS-NVO-FECHA-VIGENCIA          PIC 9(08).
          05 WS-NVO-MONEDA                  PIC X(03).

      * ULTIMO VALOR DE SUELDO DE LA HISTORIA DE UN EMPLEADO, CONTRA EL
      * QUE SE EVALUA UNA NUEVA ALTA.
       01 WS-SUELDO-ANTERIOR.
          05 WS-ANT-IMPORTE                 PIC 9(09)V99.
          05 WS-ANT-CATEGORIA               PIC X(02).
          05 WS-ANT-FECHA-BAJA              PIC 9(08).

      * RANGOS DE SUELDO RAZONABLES POR CATEGORIA, EN IMPORTE MENSUAL
      * SIN CENTAVOS. SE AJUSTAN POR PARITARIA JUNTO CON ESCALAS.
       77 WS-CAT-POSICION                   PIC 9(02) VALUE 0.
       77 WS-CAT-ENCONTRADA                 PIC X(01) VALUE 'N'.

       77 WS-FECHA-PROCESO                  PIC 9(08) VALUE 0.
       77 WS-FECHA-BAJA                     PIC 9(08) VALUE 0.
       77 WS-PORC-LIMITE                    PIC 9(03)V99 VALUE 0.
       77 WS-DIAS-VENCIMIENTO               PIC 9(03) VALUE 0.
       77 WS-PORC-AUMENTO                   PIC 9(05)V99 VALUE 0.
       77 WS-PORC-MAXIMO                    PIC 9(05)V99 VALUE 99999,99.

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
       77 WS-DIA-ABS-PROCESO                PIC 9(07) VALUE 0.
       77 WS-DIAS-ANTIGUEDAD                PIC 9(07) VALUE 0.

       01 WS-REP-CABECERA.
          05 FILLER                         PIC X(40)
             VALUE 'EXCEPCIONES DE APROBACION DE SUELDOS - '.
          05 WS-CAB-FECHA                   PIC 9(08).
          05 FILLER                         PIC X(52) VALUE SPACES.

       01 WS-REP-DETALLE.
          05 FILLER                         PIC X(04) VALUE 'ID: '.
          05 WS-DET-ID-EMPLEADO             PIC 9(08).
          05 FILLER                         PIC X(08) VALUE ' CARGA: '.
          05 WS-DET-FECHA-CARGA             PIC 9(08).
          05 FILLER                         PIC X(06) VALUE ' USR: '.
          05 WS-DET-USUARIO-CARGA           PIC X(08).
          05 FILLER                         PIC X(06) VALUE ' ANT: '.
          05 WS-DET-IMPORTE-ANT             PIC Z(08)9,99.
          05 FILLER                         PIC X(06) VALUE ' NVO: '.
          05 WS-DET-IMPORTE-NVO             PIC Z(08)9,99.
          05 FILLER                         PIC X(06) VALUE ' EST: '.
          05 WS-DET-ESTADO                  PIC X(09).
          05 FILLER                         PIC X(07) VALUE SPACES.

       01 WS-REP-DETALLE-2.
          05 FILLER                         PIC X(09) VALUE '    CAT: '.
          05 WS-DET-CATEGORIA-ANT           PIC X(02).
          05 FILLER                         PIC X(04) VALUE ' -> '.
          05 WS-DET-CATEGORIA-NVA           PIC X(02).
          05 FILLER                         PIC X(10)
             VALUE ' AUMENTO: '.
          05 WS-DET-PORC-AUMENTO            PIC Z(04)9,99.
          05 FILLER                         PIC X(02) VALUE ' %'.
          05 FILLER                         PIC X(11)
             VALUE ' RESOLVIO: '.
          05 WS-DET-USUARIO-RESOL           PIC X(08).
          05 FILLER                         PIC X(05) VALUE ' EL: '.
          05 WS-DET-FECHA-RESOL             PIC 9(08).
          05 FILLER                         PIC X(31) VALUE SPACES.

       01 WS-REP-TOTALES.
          05 FILLER                         PIC X(12)
             VALUE 'PENDIENTES: '.
          05 WS-TOT-PENDIENTES              PIC 9(04).
          05 FILLER                         PIC X(12)
             VALUE ' APROBADOS: '.
          05 WS-TOT-APROBADOS               PIC 9(04).
          05 FILLER                         PIC X(13)
             VALUE ' RECHAZADOS: '.
          05 WS-TOT-RECHAZADOS              PIC 9(04).
          05 FILLER                         PIC X(11)
             VALUE ' VENCIDOS: '.
          05 WS-TOT-VENCIDOS                PIC 9(04).
          05 FILLER                         PIC X(36) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF FS-SUELDOS-OK AND FS-EMPLEADOS-FILE-OK
              AND FS-TRANSACCION-OK AND FS-HISTORIA-OK
              AND WS-ES-PARAMETRO-VALIDO AND WS-EXISTE-APROBACION
              AND WS-EXISTE-REPORTE

              PERFORM 2000-PROCESAR-TRANSACCION
                 THRU 2000-PROCESAR-TRANSACCION-FIN

           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1500-LEER-PARAMETROS
              THRU 1500-LEER-PARAMETROS-FIN.

           PERFORM 1100-ABRIR-SUELDOS
              THRU 1100-ABRIR-SUELDOS-FIN.
           PERFORM 1200-ABRIR-EMPLEADOS
              THRU 1200-ABRIR-EMPLEADOS-FIN.
           PERFORM 1300-ABRIR-TRANSACCION
              THRU 1300-ABRIR-TRANSACCION-FIN.
           PERFORM 1400-ABRIR-HISTORIA
              THRU 1400-ABRIR-HISTORIA-FIN.
           PERFORM 1600-ABRIR-APROBACION
              THRU 1600-ABRIR-APROBACION-FIN.
           PERFORM 1700-ABRIR-REPORTE
              THRU 1700-ABRIR-REPORTE-FIN.

           IF WS-ES-PARAMETRO-VALIDO AND WS-EXISTE-APROBACION
              PERFORM 1800-VENCER-PENDIENTES
                 THRU 1800-VENCER-PENDIENTES-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

       1310-LEER-TRANSACCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-ABRIR-HISTORIA.

           OPEN I-O SUH-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    CONTINUE
               WHEN FS-HISTORIA-NFD
                    PERFORM 1410-CREAR-HISTORIA
                       THRU 1410-CREAR-HISTORIA-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE HISTORIA '-
                            'DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1400-ABRIR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1410-CREAR-HISTORIA.

           OPEN OUTPUT SUH-HISTORIA.
           CLOSE SUH-HISTORIA.
           OPEN I-O SUH-HISTORIA.

           IF NOT FS-HISTORIA-OK
              DISPLAY 'ERROR AL CREAR EL ARCHIVO DE HISTORIA '-
                      'DE SUELDOS'
              DISPLAY 'FILE STATUS: ' FS-HISTORIA
              MOVE 8                  TO RETURN-CODE
           END-IF.

       1410-CREAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1500-LEER-PARAMETROS.

           OPEN INPUT PAR-SUELDOS.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ PAR-SUELDOS
                    IF FS-PARAMETROS-OK
                       PERFORM 1510-VALIDAR-PARAMETROS
                          THRU 1510-VALIDAR-PARAMETROS-FIN
                    ELSE
                       DISPLAY 'EL ARCHIVO DE PARAMETROS ESTA VACIO'
                       DISPLAY 'FILE STATUS: ' FS-PARAMETROS
                       MOVE 8                  TO RETURN-CODE
                    END-IF
                    CLOSE PAR-SUELDOS
               WHEN FS-PARAMETROS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE PARAMETROS'
                    DISPLAY 'FILE STATUS: ' FS-PARAMETROS
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PARAMETROS'
                    DISPLAY 'FILE STATUS: ' FS-PARAMETROS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1500-LEER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN CAMBIO DE SUELDO CUYO AUMENTO SUPERA EL PORCENTAJE LIMITE
      * (O QUE CAMBIA LA CATEGORIA) QUEDA RETENIDO HASTA QUE LO
      * APRUEBE OTRO USUARIO. SI NO SE APRUEBA EN LOS DIAS DE
      * VENCIMIENTO INDICADOS, VENCE.
      *----------------------------------------------------------------*
       1510-VALIDAR-PARAMETROS.

           EVALUATE TRUE
               WHEN PAR-PORC-LIMITE NOT NUMERIC
                 OR PAR-DIAS-VENCIMIENTO NOT NUMERIC
                    DISPLAY 'PARAMETRO INVALIDO - VALORES NO NUMERICOS'
                    MOVE 8                  TO RETURN-CODE
               WHEN PAR-DIAS-VENCIMIENTO EQUAL ZEROS
                    DISPLAY 'PARAMETRO INVALIDO - DIAS DE VENCIMIENTO '-
                            'EN CERO'
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    MOVE 'S'                TO WS-PARAMETRO-VALIDO
                    MOVE PAR-PORC-LIMITE    TO WS-PORC-LIMITE
                    MOVE PAR-DIAS-VENCIMIENTO
                                            TO WS-DIAS-VENCIMIENTO
                    DISPLAY 'LIMITE DE AUMENTO SIN APROBACION: '
                            WS-PORC-LIMITE ' % - VENCIMIENTO: '
                            WS-DIAS-VENCIMIENTO ' DIAS'
           END-EVALUATE.

       1510-VALIDAR-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1600-ABRIR-APROBACION.

           OPEN I-O APR-APROBACION.

           IF FS-APROBACION-NFD
              PERFORM 1610-CREAR-APROBACION
                 THRU 1610-CREAR-APROBACION-FIN
           END-IF.

           IF FS-APROBACION-OK
              MOVE 'S'                      TO WS-HAY-APROBACION
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE APROBACIONES'
              DISPLAY 'FILE STATUS: ' FS-APROBACION
              MOVE 8                  TO RETURN-CODE
           END-IF.

       1600-ABRIR-APROBACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1610-CREAR-APROBACION.

           OPEN OUTPUT APR-APROBACION.
           CLOSE APR-APROBACION.
           OPEN I-O APR-APROBACION.

       1610-CREAR-APROBACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1700-ABRIR-REPORTE.

           OPEN OUTPUT REP-EXCEPCION.

           IF FS-REPORTE-OK
              MOVE 'S'                      TO WS-HAY-REPORTE
              MOVE WS-FECHA-PROCESO         TO WS-CAB-FECHA
              MOVE WS-REP-CABECERA          TO REP-EXCEPCION-REG
              PERFORM 3120-GRABAR-LINEA
                 THRU 3120-GRABAR-LINEA-FIN
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EXCEPCIONES'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8                  TO RETURN-CODE
           END-IF.

       1700-ABRIR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ANTES DE PROCESAR LAS TRANSACCIONES DEL DIA SE VENCEN LOS
      * CAMBIOS PENDIENTES CARGADOS HACE MAS DE LOS DIAS DE
      * VENCIMIENTO, PARA QUE YA NO SE PUEDAN APROBAR.
      *----------------------------------------------------------------*
       1800-VENCER-PENDIENTES.

           MOVE WS-FECHA-PROCESO            TO WS-FECHA-CALCULO-NUM.
           PERFORM 2900-CALCULAR-DIA-ABSOLUTO
              THRU 2900-CALCULAR-DIA-ABSOLUTO-FIN.
           MOVE WS-DIA-ABSOLUTO             TO WS-DIA-ABS-PROCESO.

           PERFORM 1805-POSICIONAR-APROBACION
              THRU 1805-POSICIONAR-APROBACION-FIN.

           PERFORM 1820-EVALUAR-VENCIMIENTO
              THRU 1820-EVALUAR-VENCIMIENTO-FIN
             UNTIL WS-ES-FIN-APROBACION.

       1800-VENCER-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1805-POSICIONAR-APROBACION.

           MOVE 'N'                         TO WS-FIN-APROBACION.
           MOVE ZEROS                       TO APR-CLAVE.

           START APR-APROBACION KEY IS NOT LESS THAN APR-CLAVE.

           EVALUATE TRUE
               WHEN FS-APROBACION-OK
                    PERFORM 1810-LEER-APROBACION
                       THRU 1810-LEER-APROBACION-FIN
               WHEN FS-APROBACION-CLAVE-NFD
                    MOVE 'S'                TO WS-FIN-APROBACION
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR LAS APROBACIONES'
                    DISPLAY 'FILE STATUS: ' FS-APROBACION
                    MOVE 8                  TO RETURN-CODE
                    MOVE 'S'                TO WS-FIN-APROBACION
           END-EVALUATE.

       1805-POSICIONAR-APROBACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1810-LEER-APROBACION.

           READ APR-APROBACION NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-APROBACION-OK
                    CONTINUE
               WHEN FS-APROBACION-EOF
                    MOVE 'S'                TO WS-FIN-APROBACION
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE APROBACIONES'
                    DISPLAY 'FILE STATUS: ' FS-APROBACION
                    MOVE 8                  TO RETURN-CODE
                    MOVE 'S'                TO WS-FIN-APROBACION
           END-EVALUATE.

       1810-LEER-APROBACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1820-EVALUAR-VENCIMIENTO.

           IF APR-ES-PENDIENTE
              MOVE APR-FECHA-CARGA          TO WS-FECHA-CALCULO-NUM
              PERFORM 2900-CALCULAR-DIA-ABSOLUTO
                 THRU 2900-CALCULAR-DIA-ABSOLUTO-FIN
              COMPUTE WS-DIAS-ANTIGUEDAD =
                      WS-DIA-ABS-PROCESO - WS-DIA-ABSOLUTO
              IF WS-DIAS-ANTIGUEDAD > WS-DIAS-VENCIMIENTO
                 MOVE 'V'                   TO APR-ESTADO
                 MOVE SPACES                TO APR-USUARIO-RESOLUCION
                 MOVE WS-FECHA-PROCESO      TO APR-FECHA-RESOLUCION
                 REWRITE APR-APROBACION-REG
                 IF FS-APROBACION-OK
                    ADD 1                   TO WS-CONT-VENCIDOS
                    DISPLAY 'CAMBIO SUELDO VENCIDO SIN APROBAR - ID: '
                            APR-ID-EMPLEADO
                            ' - CARGADO: ' APR-FECHA-CARGA
                 ELSE
                    DISPLAY 'ERROR AL REGRABAR LA APROBACION'
                    DISPLAY 'FILE STATUS: ' FS-APROBACION
                    MOVE 8                  TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

           PERFORM 1810-LEER-APROBACION
              THRU 1810-LEER-APROBACION-FIN.

       1820-EVALUAR-VENCIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-TRANSACCION.

                  WHEN STR-ES-BAJA
                       PERFORM 2400-BAJA-SUELDO
                          THRU 2400-BAJA-SUELDO-FIN
                  WHEN STR-ES-APROBACION
                       PERFORM 2800-APROBAR-CAMBIO
                          THRU 2800-APROBAR-CAMBIO-FIN
              END-EVALUATE
           END-IF.

           MOVE 'N'                         TO WS-TRANSACCION-APTA.

           IF NOT STR-ES-ALTA AND NOT STR-ES-CAMBIO
              AND NOT STR-ES-BAJA AND NOT STR-ES-APROBACION

              ADD 1                         TO WS-CONT-RECHAZOS
              DISPLAY 'TIPO DE TRANSACCION INVALIDO: ' STR-TIPO-TRANS
                      STR-ID-EMPLEADO
           ELSE
              IF STR-ES-ALTA OR STR-ES-CAMBIO
                 PERFORM 2107-VALIDAR-VIGENCIA
                    THRU 2107-VALIDAR-VIGENCIA-FIN
              ELSE
                 MOVE 'S'                   TO WS-TRANSACCION-APTA
              END-IF

       2105-VALIDAR-ESTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN ALTA O UN CAMBIO DEBEN TRAER FECHA DE VIGENCIA: ES LA CLAVE
      * DEL VALOR EN LA HISTORIA. LA BAJA SIN FECHA TOMA LA DEL DIA.
      *----------------------------------------------------------------*
       2107-VALIDAR-VIGENCIA.

           EVALUATE TRUE
               WHEN STR-FECHA-VIGENCIA NOT NUMERIC
                 OR STR-FECHA-VIGENCIA EQUAL ZEROS
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO SUELDO - SIN FECHA DE VIGENCIA '-
                            '- ID: ' STR-ID-EMPLEADO
               WHEN STR-VIG-MM < 1 OR STR-VIG-MM > 12
                 OR STR-VIG-DD < 1 OR STR-VIG-DD > 31
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO SUELDO - FECHA DE VIGENCIA '-
                            'INVALIDA: ' STR-FECHA-VIGENCIA
                            ' - ID: ' STR-ID-EMPLEADO
               WHEN OTHER
                    PERFORM 2110-VALIDAR-IMPORTE
                       THRU 2110-VALIDAR-IMPORTE-FIN
           END-EVALUATE.

       2107-VALIDAR-VIGENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-VALIDAR-IMPORTE.


       2120-BUSCAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN ALTA PARA UN EMPLEADO QUE YA TUVO SUELDO (EN LA HISTORIA, O
      * DADO DE BAJA EN ESTA MISMA CORRIDA, QUE TAMBIEN QUEDA EN LA
      * HISTORIA) SE EVALUA CONTRA ESE ULTIMO VALOR CON LA MISMA REGLA
      * DE APROBACION QUE UN CAMBIO, PARA QUE UNA BAJA SEGUIDA DE UN
      * ALTA NO EVITE LA APROBACION. SIN SUELDO ANTERIOR SE POSTEA.
      *----------------------------------------------------------------*
       2200-ALTA-SUELDO.

           MOVE STR-ID-EMPLEADO          TO SUE-ID-EMPLEADO.

           READ SUE-SUELDOS KEY IS SUE-ID-EMPLEADO.

           EVALUATE TRUE
               WHEN FS-SUELDOS-OK
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO ALTA SUELDO - ID YA EXISTE: '
                            STR-ID-EMPLEADO
               WHEN FS-SUELDOS-CLAVE-NFD
                    PERFORM 2210-EVALUAR-ALTA
                       THRU 2210-EVALUAR-ALTA-FIN
               WHEN OTHER
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'ERROR AL DAR DE ALTA EL SUELDO'

       2200-ALTA-SUELDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-EVALUAR-ALTA.

           PERFORM 2810-BUSCAR-PENDIENTE
              THRU 2810-BUSCAR-PENDIENTE-FIN.

           IF WS-HAY-PENDIENTE

              ADD 1                         TO WS-CONT-RECHAZOS
              DISPLAY 'RECHAZO ALTA SUELDO - YA TIENE UN CAMBIO '-
                      'PENDIENTE DE APROBACION: ' STR-ID-EMPLEADO

           ELSE

              PERFORM 2220-BUSCAR-SUELDO-ANTERIOR
                 THRU 2220-BUSCAR-SUELDO-ANTERIOR-FIN

              IF STR-FECHA-VIGENCIA < WS-ANT-FECHA-BAJA

                 ADD 1                      TO WS-CONT-RECHAZOS
                 DISPLAY 'RECHAZO ALTA SUELDO - VIGENCIA ANTERIOR A '-
                         'LA BAJA DEL ' WS-ANT-FECHA-BAJA ': '
                         STR-ID-EMPLEADO

              ELSE

                 MOVE 'N'                   TO WS-REQUIERE-APROBACION
                 IF WS-HAY-SUELDO-ANTERIOR
                    MOVE WS-ANT-IMPORTE     TO SUE-IMPORTE
                    MOVE WS-ANT-CATEGORIA   TO SUE-CATEGORIA
                    PERFORM 2310-EVALUAR-APROBACION
                       THRU 2310-EVALUAR-APROBACION-FIN
                 END-IF

                 IF WS-HAY-QUE-APROBAR
                    PERFORM 2700-RETENER-CAMBIO
                       THRU 2700-RETENER-CAMBIO-FIN
                 ELSE
                    MOVE STR-IMPORTE        TO WS-NVO-IMPORTE
                    MOVE STR-CATEGORIA      TO WS-NVO-CATEGORIA
                    MOVE STR-FECHA-VIGENCIA TO WS-NVO-FECHA-VIGENCIA
                    MOVE STR-MONEDA         TO WS-NVO-MONEDA
                    PERFORM 2230-POSTEAR-ALTA
                       THRU 2230-POSTEAR-ALTA-FIN
                 END-IF

              END-IF

           END-IF.

       2210-EVALUAR-ALTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEJA EN WS-SUELDO-ANTERIOR EL VALOR DE MAYOR VIGENCIA QUE TIENE
      * EL EMPLEADO EN LA HISTORIA DE SUELDOS. LOS REGISTROS DE BAJA NO
      * SON UN VALOR: SOLO DEJAN LA FECHA DE LA ULTIMA BAJA, SI NO HUBO
      * UN VALOR POSTERIOR.
      *----------------------------------------------------------------*
       2220-BUSCAR-SUELDO-ANTERIOR.

           MOVE 'N'                         TO WS-ANTERIOR-ENCONTRADO.
           MOVE ZEROS                       TO WS-ANT-FECHA-BAJA.
           MOVE 'N'                         TO WS-FIN-HISTORIA.

           MOVE STR-ID-EMPLEADO             TO SUH-ID-EMPLEADO.
           MOVE ZEROS                       TO SUH-FECHA-VIGENCIA.

           START SUH-HISTORIA KEY IS NOT LESS THAN SUH-CLAVE.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    PERFORM 2225-LEER-HISTORIA
                       THRU 2225-LEER-HISTORIA-FIN
                      UNTIL WS-ES-FIN-HISTORIA
               WHEN FS-HISTORIA-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR LA HISTORIA DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2220-BUSCAR-SUELDO-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2225-LEER-HISTORIA.

           READ SUH-HISTORIA NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    EVALUATE TRUE
                        WHEN SUH-ID-EMPLEADO NOT EQUAL STR-ID-EMPLEADO
                             MOVE 'S'       TO WS-FIN-HISTORIA
                        WHEN SUH-ES-BAJA
                             MOVE SUH-FECHA-VIGENCIA
                                            TO WS-ANT-FECHA-BAJA
                        WHEN OTHER
                             MOVE 'S'       TO WS-ANTERIOR-ENCONTRADO
                             MOVE SUH-IMPORTE
                                            TO WS-ANT-IMPORTE
                             MOVE SUH-CATEGORIA
                                            TO WS-ANT-CATEGORIA
                             MOVE ZEROS     TO WS-ANT-FECHA-BAJA
                    END-EVALUATE
               WHEN FS-HISTORIA-EOF
                    MOVE 'S'                TO WS-FIN-HISTORIA
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA HISTORIA DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    MOVE 8                  TO RETURN-CODE
                    MOVE 'S'                TO WS-FIN-HISTORIA
           END-EVALUATE.

       2225-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * GRABA EN SUELDOS EL VALOR DE WS-NUEVO-SUELDO COMO ALTA DEL
      * EMPLEADO DE SUE-ID-EMPLEADO, DEJANDO EL MOVIMIENTO EN LA
      * HISTORIA.
      *----------------------------------------------------------------*
       2230-POSTEAR-ALTA.

           MOVE WS-NVO-IMPORTE              TO SUE-IMPORTE.
           MOVE WS-NVO-CATEGORIA            TO SUE-CATEGORIA.
           MOVE WS-NVO-FECHA-VIGENCIA       TO SUE-FECHA-VIGENCIA.
           MOVE WS-NVO-MONEDA               TO SUE-MONEDA.

           WRITE SUE-SUELDOS-REG.

           IF FS-SUELDOS-OK
              ADD 1                         TO WS-CONT-ALTAS
              DISPLAY 'ALTA SUELDO REGISTRADA - ID: '
                      SUE-ID-EMPLEADO
              MOVE 'A'                      TO SUH-ORIGEN
              PERFORM 2600-GRABAR-HISTORIA
                 THRU 2600-GRABAR-HISTORIA-FIN
           ELSE
              ADD 1                         TO WS-CONT-RECHAZOS
              DISPLAY 'ERROR AL DAR DE ALTA EL SUELDO'
              DISPLAY 'FILE STATUS: ' FS-SUELDOS
              MOVE 8                  TO RETURN-CODE
           END-IF.

       2230-POSTEAR-ALTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-CAMBIO-SUELDO.


           EVALUATE TRUE
               WHEN FS-SUELDOS-OK
                    PERFORM 2305-EVALUAR-CAMBIO
                       THRU 2305-EVALUAR-CAMBIO-FIN
               WHEN FS-SUELDOS-CLAVE-NFD
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO CAMBIO SUELDO - ID SIN '-

       2300-CAMBIO-SUELDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MIENTRAS EL EMPLEADO TENGA UN CAMBIO PENDIENTE DE APROBACION NO
      * SE ACEPTA OTRO CAMBIO, AUNQUE NO REQUIERA APROBACION: EL
      * PENDIENTE SE RESUELVE PRIMERO. TAMPOCO SE ACEPTA UN CAMBIO CON
      * VIGENCIA ANTERIOR A LA DEL SUELDO ACTUAL: EN LA HISTORIA EL
      * VALOR QUE REEMPLAZA QUEDARIA VIGENTE DESPUES DEL NUEVO.
      *----------------------------------------------------------------*
       2305-EVALUAR-CAMBIO.

           PERFORM 2810-BUSCAR-PENDIENTE
              THRU 2810-BUSCAR-PENDIENTE-FIN.

           EVALUATE TRUE
               WHEN WS-HAY-PENDIENTE
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO CAMBIO SUELDO - YA TIENE UN '-
                            'CAMBIO PENDIENTE DE APROBACION: '
                            STR-ID-EMPLEADO
               WHEN STR-FECHA-VIGENCIA < SUE-FECHA-VIGENCIA
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO CAMBIO SUELDO - VIGENCIA '-
                            'ANTERIOR A LA VIGENCIA DEL SUELDO: '
                            STR-ID-EMPLEADO
               WHEN OTHER
                    PERFORM 2310-EVALUAR-APROBACION
                       THRU 2310-EVALUAR-APROBACION-FIN
                    IF WS-HAY-QUE-APROBAR
                       PERFORM 2700-RETENER-CAMBIO
                          THRU 2700-RETENER-CAMBIO-FIN
                    ELSE
                       MOVE STR-IMPORTE     TO WS-NVO-IMPORTE
                       MOVE STR-CATEGORIA   TO WS-NVO-CATEGORIA
                       MOVE STR-FECHA-VIGENCIA
                                            TO WS-NVO-FECHA-VIGENCIA
                       MOVE STR-MONEDA      TO WS-NVO-MONEDA
                       PERFORM 2320-POSTEAR-CAMBIO
                          THRU 2320-POSTEAR-CAMBIO-FIN
                    END-IF
           END-EVALUATE.

       2305-EVALUAR-CAMBIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL CAMBIO REQUIERE APROBACION SI EL AUMENTO SOBRE EL SUELDO
      * ACTUAL SUPERA EL PORCENTAJE LIMITE O SI MUEVE AL EMPLEADO DE
      * CATEGORIA. UNA BAJA DE IMPORTE EN LA MISMA CATEGORIA NO LA
      * REQUIERE.
      *----------------------------------------------------------------*
       2310-EVALUAR-APROBACION.

           MOVE 'N'                         TO WS-REQUIERE-APROBACION.
           MOVE SPACES                      TO WS-MOTIVO-APROBACION.
           MOVE ZEROS                       TO WS-PORC-AUMENTO.

           IF STR-IMPORTE > SUE-IMPORTE
              IF SUE-IMPORTE EQUAL ZEROS
                 MOVE WS-PORC-MAXIMO        TO WS-PORC-AUMENTO
              ELSE
                 COMPUTE WS-PORC-AUMENTO ROUNDED =
                         (STR-IMPORTE - SUE-IMPORTE) * 100
                         / SUE-IMPORTE
                    ON SIZE ERROR
                       MOVE WS-PORC-MAXIMO  TO WS-PORC-AUMENTO
                 END-COMPUTE
              END-IF
           END-IF.

           IF WS-PORC-AUMENTO > WS-PORC-LIMITE
              MOVE 'S'                      TO WS-REQUIERE-APROBACION
              MOVE 'P'                      TO WS-MOTIVO-APROBACION
           END-IF.

           IF STR-CATEGORIA NOT EQUAL SUE-CATEGORIA
              MOVE 'S'                      TO WS-REQUIERE-APROBACION
              MOVE 'C'                      TO WS-MOTIVO-APROBACION
           END-IF.

       2310-EVALUAR-APROBACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * POSTEA EN SUELDOS EL VALOR DE WS-NUEVO-SUELDO SOBRE EL
      * REGISTRO YA LEIDO, DEJANDO EL MOVIMIENTO EN LA HISTORIA.
      *----------------------------------------------------------------*
       2320-POSTEAR-CAMBIO.

           PERFORM 2500-GRABAR-VALOR-ANTERIOR
              THRU 2500-GRABAR-VALOR-ANTERIOR-FIN.

           MOVE WS-NVO-IMPORTE              TO SUE-IMPORTE.
           MOVE WS-NVO-CATEGORIA            TO SUE-CATEGORIA.
           MOVE WS-NVO-FECHA-VIGENCIA       TO SUE-FECHA-VIGENCIA.
           MOVE WS-NVO-MONEDA               TO SUE-MONEDA.

           REWRITE SUE-SUELDOS-REG.

           IF FS-SUELDOS-OK
              ADD 1                         TO WS-CONT-CAMBIOS
              DISPLAY 'CAMBIO SUELDO REGISTRADO - ID: '
                      SUE-ID-EMPLEADO
              MOVE 'C'                      TO SUH-ORIGEN
              PERFORM 2600-GRABAR-HISTORIA
                 THRU 2600-GRABAR-HISTORIA-FIN
           ELSE
              ADD 1                         TO WS-CONT-RECHAZOS
              DISPLAY 'ERROR AL CAMBIAR EL SUELDO'
              DISPLAY 'FILE STATUS: ' FS-SUELDOS
              MOVE 8                  TO RETURN-CODE
           END-IF.

       2320-POSTEAR-CAMBIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ANTES DE BORRAR EL SUELDO SE ASEGURA SU VALOR EN LA HISTORIA,
      * PARA QUE UN ALTA POSTERIOR SE EVALUE CONTRA EL, Y SE LO CIERRA
      * CON UN REGISTRO DE BAJA A LA FECHA DE LA TRANSACCION (O DEL DIA
      * SI VIENE EN CERO). UN CAMBIO PENDIENTE DE APROBACION DEL
      * EMPLEADO QUEDA ANULADO CON LA BAJA.
      *----------------------------------------------------------------*
       2400-BAJA-SUELDO.

           IF STR-FECHA-VIGENCIA EQUAL ZEROS
              MOVE WS-FECHA-PROCESO         TO WS-FECHA-BAJA
           ELSE
              MOVE STR-FECHA-VIGENCIA       TO WS-FECHA-BAJA
           END-IF.

           MOVE STR-ID-EMPLEADO          TO SUE-ID-EMPLEADO.

           READ SUE-SUELDOS KEY IS SUE-ID-EMPLEADO.

           EVALUATE TRUE
               WHEN FS-SUELDOS-OK
                    AND WS-FECHA-BAJA < SUE-FECHA-VIGENCIA
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO BAJA SUELDO - FECHA ANTERIOR A '-
                            'LA VIGENCIA DEL SUELDO: ' STR-ID-EMPLEADO
               WHEN FS-SUELDOS-OK
                    PERFORM 2405-POSTEAR-BAJA
                       THRU 2405-POSTEAR-BAJA-FIN
               WHEN FS-SUELDOS-CLAVE-NFD
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO BAJA SUELDO - ID SIN SUELDO: '

       2400-BAJA-SUELDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SI LA BAJA CAE EN LA MISMA FECHA DE VIGENCIA DEL SUELDO, EL
      * REGISTRO DE BAJA REEMPLAZA A ESE VALOR EN LA HISTORIA.
      *----------------------------------------------------------------*
       2405-POSTEAR-BAJA.

           PERFORM 2500-GRABAR-VALOR-ANTERIOR
              THRU 2500-GRABAR-VALOR-ANTERIOR-FIN.

           DELETE SUE-SUELDOS RECORD.

           IF FS-SUELDOS-OK
              ADD 1                         TO WS-CONT-BAJAS
              DISPLAY 'BAJA SUELDO REGISTRADA - ID: '
                      STR-ID-EMPLEADO
              MOVE WS-FECHA-BAJA            TO SUE-FECHA-VIGENCIA
              MOVE ZEROS                    TO SUE-IMPORTE
              MOVE SPACES                   TO SUE-CATEGORIA
              MOVE 'B'                      TO SUH-ORIGEN
              PERFORM 2600-GRABAR-HISTORIA
                 THRU 2600-GRABAR-HISTORIA-FIN
              PERFORM 2410-ANULAR-PENDIENTE
                 THRU 2410-ANULAR-PENDIENTE-FIN
           ELSE
              ADD 1                         TO WS-CONT-RECHAZOS
              DISPLAY 'ERROR AL DAR DE BAJA EL SUELDO'
              DISPLAY 'FILE STATUS: ' FS-SUELDOS
              MOVE 8                  TO RETURN-CODE
           END-IF.

       2405-POSTEAR-BAJA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-ANULAR-PENDIENTE.

           PERFORM 2810-BUSCAR-PENDIENTE
              THRU 2810-BUSCAR-PENDIENTE-FIN.

           IF WS-HAY-PENDIENTE
              DISPLAY 'CAMBIO PENDIENTE ANULADO POR LA BAJA - ID: '
                      STR-ID-EMPLEADO
              MOVE 'B'                      TO APR-MOTIVO
              MOVE 'R'                      TO APR-ESTADO
              PERFORM 2830-REGRABAR-APROBACION
                 THRU 2830-REGRABAR-APROBACION-FIN
           END-IF.

       2410-ANULAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN SUELDO CARGADO ANTES DE EXISTIR LA HISTORIA NO TIENE SU
      * VIGENCIA REGISTRADA: ANTES DE PISARLO SE GUARDA EL VALOR QUE
      * SE REEMPLAZA. SI ESA VIGENCIA YA ESTA EN LA HISTORIA SE DEJA
      * COMO ESTA.
      *----------------------------------------------------------------*
       2500-GRABAR-VALOR-ANTERIOR.

           MOVE SUE-ID-EMPLEADO          TO SUH-ID-EMPLEADO.
           MOVE SUE-FECHA-VIGENCIA       TO SUH-FECHA-VIGENCIA.
           MOVE SUE-IMPORTE              TO SUH-IMPORTE.
           MOVE SUE-CATEGORIA            TO SUH-CATEGORIA.
           MOVE SUE-MONEDA               TO SUH-MONEDA.
           MOVE 'I'                      TO SUH-ORIGEN.
           MOVE WS-FECHA-PROCESO         TO SUH-FECHA-REGISTRO.

           WRITE SUH-HISTORIA-REG.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    ADD 1                  TO WS-CONT-HISTORIA
               WHEN FS-HISTORIA-CLAVE-DUP
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR LA HISTORIA DE SUELDOS '-
                            '- ID: ' SUE-ID-EMPLEADO
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2500-GRABAR-VALOR-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CADA VALOR POSTEADO EN SUELDOS QUEDA EN LA HISTORIA CON SU
      * FECHA DE VIGENCIA. SI YA HABIA UN VALOR PARA LA MISMA FECHA
      * SE REEMPLAZA, PORQUE ES UNA CORRECCION DE ESA VIGENCIA.
      * SUH-ORIGEN LO CARGA EL PARRAFO QUE LLAMA.
      *----------------------------------------------------------------*
       2600-GRABAR-HISTORIA.

           MOVE SUE-ID-EMPLEADO          TO SUH-ID-EMPLEADO.
           MOVE SUE-FECHA-VIGENCIA       TO SUH-FECHA-VIGENCIA.
           MOVE SUE-IMPORTE              TO SUH-IMPORTE.
           MOVE SUE-CATEGORIA            TO SUH-CATEGORIA.
           MOVE SUE-MONEDA               TO SUH-MONEDA.
           MOVE WS-FECHA-PROCESO         TO SUH-FECHA-REGISTRO.

           WRITE SUH-HISTORIA-REG.

           IF FS-HISTORIA-CLAVE-DUP
              REWRITE SUH-HISTORIA-REG
           END-IF.

           IF FS-HISTORIA-OK
              ADD 1                         TO WS-CONT-HISTORIA
           ELSE
              DISPLAY 'ERROR AL GRABAR LA HISTORIA DE SUELDOS '-
                      '- ID: ' SUE-ID-EMPLEADO
              DISPLAY 'FILE STATUS: ' FS-HISTORIA
              MOVE 8                  TO RETURN-CODE
           END-IF.

       2600-GRABAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL CAMBIO RETENIDO QUEDA PENDIENTE CON EL USUARIO QUE LO CARGO.
      * UN EMPLEADO NO PUEDE TENER MAS DE UN CAMBIO PENDIENTE A LA
      * VEZ: EL SEGUNDO SE RECHAZA HASTA QUE SE RESUELVA EL PRIMERO.
      * SIN USUARIO QUE LO CARGUE NO SE PUEDE CONTROLAR LA APROBACION
      * Y TAMBIEN SE RECHAZA.
      *----------------------------------------------------------------*
       2700-RETENER-CAMBIO.

           PERFORM 2810-BUSCAR-PENDIENTE
              THRU 2810-BUSCAR-PENDIENTE-FIN.

           IF STR-USUARIO EQUAL SPACES OR WS-HAY-PENDIENTE

              ADD 1                         TO WS-CONT-RECHAZOS
              IF WS-HAY-PENDIENTE
                 DISPLAY 'RECHAZO CAMBIO SUELDO - YA TIENE UN CAMBIO '-
                         'PENDIENTE DE APROBACION: ' STR-ID-EMPLEADO
              ELSE
                 DISPLAY 'RECHAZO CAMBIO SUELDO - REQUIERE APROBACION '-
                         'Y NO INFORMA USUARIO: ' STR-ID-EMPLEADO
              END-IF

           ELSE

              MOVE STR-ID-EMPLEADO          TO APR-ID-EMPLEADO
              ACCEPT APR-FECHA-CARGA FROM DATE YYYYMMDD
              ACCEPT APR-HORA-CARGA  FROM TIME
              MOVE STR-IMPORTE              TO APR-IMPORTE
              MOVE STR-CATEGORIA            TO APR-CATEGORIA
              MOVE STR-FECHA-VIGENCIA       TO APR-FECHA-VIGENCIA
              MOVE STR-MONEDA               TO APR-MONEDA
              MOVE SUE-IMPORTE              TO APR-IMPORTE-ANTERIOR
              MOVE SUE-CATEGORIA            TO APR-CATEGORIA-ANTERIOR
              MOVE WS-PORC-AUMENTO          TO APR-PORC-AUMENTO
              MOVE WS-MOTIVO-APROBACION     TO APR-MOTIVO
              MOVE STR-USUARIO              TO APR-USUARIO-CARGA
              MOVE 'P'                      TO APR-ESTADO
              MOVE SPACES                   TO APR-USUARIO-RESOLUCION
              MOVE ZEROS                    TO APR-FECHA-RESOLUCION

              WRITE APR-APROBACION-REG

              PERFORM 2710-REINTENTAR-RETENCION
                 THRU 2710-REINTENTAR-RETENCION-FIN
                UNTIL NOT FS-APROBACION-CLAVE-DUP

              IF FS-APROBACION-OK
                 ADD 1                      TO WS-CONT-RETENIDOS
                 DISPLAY 'CAMBIO SUELDO PENDIENTE DE APROBACION - ID: '
                         STR-ID-EMPLEADO ' - USUARIO: ' STR-USUARIO
              ELSE
                 DISPLAY 'ERROR AL GRABAR EL CAMBIO PENDIENTE'
                 DISPLAY 'FILE STATUS: ' FS-APROBACION
                 MOVE 8                  TO RETURN-CODE
              END-IF

           END-IF.

       2700-RETENER-CAMBIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-REINTENTAR-RETENCION.

           ADD 1                         TO APR-HORA-CARGA.

           WRITE APR-APROBACION-REG.

       2710-REINTENTAR-RETENCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA APROBACION ('P') DEBE VENIR DE UN USUARIO DISTINTO DEL QUE
      * CARGO EL CAMBIO. SI ES EL MISMO, EL CAMBIO PENDIENTE QUEDA
      * RECHAZADO Y NO SE POSTEA.
      *----------------------------------------------------------------*
       2800-APROBAR-CAMBIO.

           IF STR-USUARIO EQUAL SPACES

              ADD 1                         TO WS-CONT-RECHAZOS
              DISPLAY 'RECHAZO APROBACION - SIN USUARIO APROBADOR: '
                      STR-ID-EMPLEADO

           ELSE

              PERFORM 2810-BUSCAR-PENDIENTE
                 THRU 2810-BUSCAR-PENDIENTE-FIN

              EVALUATE TRUE
                  WHEN NOT WS-HAY-PENDIENTE
                       ADD 1                TO WS-CONT-RECHAZOS
                       DISPLAY 'RECHAZO APROBACION - SIN CAMBIO '-
                               'PENDIENTE: ' STR-ID-EMPLEADO
                  WHEN STR-USUARIO EQUAL APR-USUARIO-CARGA
                       ADD 1                TO WS-CONT-RECHAZOS
                       ADD 1                TO WS-CONT-AUTOAPROBADOS
                       DISPLAY 'RECHAZO APROBACION - AUTOAPROBACION '-
                               'DEL USUARIO ' STR-USUARIO
                               ' - ID: ' STR-ID-EMPLEADO
                       MOVE 'R'             TO APR-ESTADO
                       PERFORM 2830-REGRABAR-APROBACION
                          THRU 2830-REGRABAR-APROBACION-FIN
                  WHEN OTHER
                       PERFORM 2820-POSTEAR-APROBADO
                          THRU 2820-POSTEAR-APROBADO-FIN
              END-EVALUATE

           END-IF.

       2800-APROBAR-CAMBIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-BUSCAR-PENDIENTE.

           MOVE 'N'                         TO WS-PENDIENTE-ENCONTRADO.
           MOVE 'N'                         TO WS-FIN-APROBACION.

           MOVE STR-ID-EMPLEADO             TO APR-ID-EMPLEADO.
           MOVE ZEROS                       TO APR-FECHA-CARGA.
           MOVE ZEROS                       TO APR-HORA-CARGA.

           START APR-APROBACION KEY IS NOT LESS THAN APR-CLAVE.

           EVALUATE TRUE
               WHEN FS-APROBACION-OK
                    PERFORM 2815-LEER-PENDIENTE
                       THRU 2815-LEER-PENDIENTE-FIN
                      UNTIL WS-ES-FIN-APROBACION
               WHEN FS-APROBACION-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR LAS APROBACIONES'
                    DISPLAY 'FILE STATUS: ' FS-APROBACION
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2810-BUSCAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2815-LEER-PENDIENTE.

           PERFORM 1810-LEER-APROBACION
              THRU 1810-LEER-APROBACION-FIN.

           IF NOT WS-ES-FIN-APROBACION
              IF APR-ID-EMPLEADO NOT EQUAL STR-ID-EMPLEADO
                 MOVE 'S'                   TO WS-FIN-APROBACION
              ELSE
                 IF APR-ES-PENDIENTE
                    MOVE 'S'                TO WS-PENDIENTE-ENCONTRADO
                    MOVE 'S'                TO WS-FIN-APROBACION
                 END-IF
              END-IF
           END-IF.

       2815-LEER-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL CAMBIO APROBADO SOLO SE POSTEA SI EL SUELDO SIGUE TENIENDO
      * EL VALOR QUE HABIA AL RETENERLO. SI SE MODIFICO DESPUES, LA
      * PROPUESTA QUEDO DESACTUALIZADA Y SE RECHAZA; TAMBIEN SI SU
      * VIGENCIA QUEDO ANTERIOR A LA DEL SUELDO. UN ALTA RETENIDA
      * NO TIENE SUELDO: SE CONTROLA CONTRA EL ULTIMO VALOR DE LA
      * HISTORIA, SIN CONTAR LOS REGISTROS DE BAJA, Y SE POSTEA COMO
      * ALTA.
      *----------------------------------------------------------------*
       2820-POSTEAR-APROBADO.

           MOVE APR-ID-EMPLEADO             TO SUE-ID-EMPLEADO.
           MOVE APR-IMPORTE                 TO WS-NVO-IMPORTE.
           MOVE APR-CATEGORIA               TO WS-NVO-CATEGORIA.
           MOVE APR-FECHA-VIGENCIA          TO WS-NVO-FECHA-VIGENCIA.
           MOVE APR-MONEDA                  TO WS-NVO-MONEDA.

           READ SUE-SUELDOS KEY IS SUE-ID-EMPLEADO.

           EVALUATE TRUE
               WHEN FS-SUELDOS-OK
                    AND (SUE-IMPORTE   NOT EQUAL APR-IMPORTE-ANTERIOR OR
                         SUE-CATEGORIA NOT EQUAL APR-CATEGORIA-ANTERIOR)
                    PERFORM 2840-RECHAZAR-DESACTUALIZADO
                       THRU 2840-RECHAZAR-DESACTUALIZADO-FIN
               WHEN FS-SUELDOS-OK
                    AND APR-FECHA-VIGENCIA < SUE-FECHA-VIGENCIA
                    PERFORM 2845-RECHAZAR-VIGENCIA
                       THRU 2845-RECHAZAR-VIGENCIA-FIN
               WHEN FS-SUELDOS-OK
                    PERFORM 2320-POSTEAR-CAMBIO
                       THRU 2320-POSTEAR-CAMBIO-FIN
                    PERFORM 2825-MARCAR-APROBADO
                       THRU 2825-MARCAR-APROBADO-FIN
               WHEN FS-SUELDOS-CLAVE-NFD
                    PERFORM 2220-BUSCAR-SUELDO-ANTERIOR
                       THRU 2220-BUSCAR-SUELDO-ANTERIOR-FIN
                    IF WS-HAY-SUELDO-ANTERIOR                 AND
                       WS-ANT-IMPORTE   EQUAL APR-IMPORTE-ANTERIOR AND
                       WS-ANT-CATEGORIA EQUAL APR-CATEGORIA-ANTERIOR
                       PERFORM 2230-POSTEAR-ALTA
                          THRU 2230-POSTEAR-ALTA-FIN
                       PERFORM 2825-MARCAR-APROBADO
                          THRU 2825-MARCAR-APROBADO-FIN
                    ELSE
                       PERFORM 2840-RECHAZAR-DESACTUALIZADO
                          THRU 2840-RECHAZAR-DESACTUALIZADO-FIN
                    END-IF
               WHEN OTHER
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'ERROR AL LEER EL SUELDO A APROBAR'
                    DISPLAY 'FILE STATUS: ' FS-SUELDOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2820-POSTEAR-APROBADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2825-MARCAR-APROBADO.

           IF FS-SUELDOS-OK
              ADD 1                         TO WS-CONT-APROBADOS
              DISPLAY 'CAMBIO SUELDO APROBADO POR '
                      STR-USUARIO ' - ID: ' STR-ID-EMPLEADO
              MOVE 'A'                      TO APR-ESTADO
              PERFORM 2830-REGRABAR-APROBACION
                 THRU 2830-REGRABAR-APROBACION-FIN
           END-IF.

       2825-MARCAR-APROBADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * APR-ESTADO LO CARGA EL PARRAFO QUE LLAMA.
      *----------------------------------------------------------------*
       2830-REGRABAR-APROBACION.

           MOVE STR-USUARIO                 TO APR-USUARIO-RESOLUCION.
           MOVE WS-FECHA-PROCESO            TO APR-FECHA-RESOLUCION.

           REWRITE APR-APROBACION-REG.

           IF NOT FS-APROBACION-OK
              DISPLAY 'ERROR AL REGRABAR LA APROBACION - ID: '
                      APR-ID-EMPLEADO
              DISPLAY 'FILE STATUS: ' FS-APROBACION
              MOVE 8                  TO RETURN-CODE
           END-IF.

       2830-REGRABAR-APROBACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2840-RECHAZAR-DESACTUALIZADO.

           ADD 1                            TO WS-CONT-RECHAZOS.
           DISPLAY 'RECHAZO APROBACION - EL SUELDO CAMBIO DESDE QUE '-
                   'SE RETUVO: ' STR-ID-EMPLEADO.

           MOVE 'D'                         TO APR-MOTIVO.
           MOVE 'R'                         TO APR-ESTADO.
           PERFORM 2830-REGRABAR-APROBACION
              THRU 2830-REGRABAR-APROBACION-FIN.

       2840-RECHAZAR-DESACTUALIZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2845-RECHAZAR-VIGENCIA.

           ADD 1                            TO WS-CONT-RECHAZOS.
           DISPLAY 'RECHAZO APROBACION - VIGENCIA ANTERIOR A LA '-
                   'VIGENCIA DEL SUELDO: ' STR-ID-EMPLEADO.

           MOVE 'V'                         TO APR-MOTIVO.
           MOVE 'R'                         TO APR-ESTADO.
           PERFORM 2830-REGRABAR-APROBACION
              THRU 2830-REGRABAR-APROBACION-FIN.

       2845-RECHAZAR-VIGENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * NUMERO DE DIA CORRIDO DE WS-FECHA-CALCULO CONTADO DESDE EL
      * INICIO DEL CALENDARIO, PARA RESTAR FECHAS DE ANIOS DISTINTOS.
      *----------------------------------------------------------------*
       2900-CALCULAR-DIA-ABSOLUTO.

           PERFORM 2910-CALCULAR-NRO-DIA
              THRU 2910-CALCULAR-NRO-DIA-FIN.

           COMPUTE WS-ANIO-ANTERIOR = WS-CAL-AAAA - 1.

           DIVIDE WS-ANIO-ANTERIOR BY 4   GIVING WS-BISIESTOS-4.
           DIVIDE WS-ANIO-ANTERIOR BY 100 GIVING WS-BISIESTOS-100.
           DIVIDE WS-ANIO-ANTERIOR BY 400 GIVING WS-BISIESTOS-400.

           COMPUTE WS-DIA-ABSOLUTO =
                   WS-ANIO-ANTERIOR * 365 + WS-BISIESTOS-4
                   - WS-BISIESTOS-100 + WS-BISIESTOS-400
                   + WS-NRO-DIA.

       2900-CALCULAR-DIA-ABSOLUTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2910-CALCULAR-NRO-DIA.

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

       2910-CALCULAR-NRO-DIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-EXISTE-REPORTE AND WS-EXISTE-APROBACION
              PERFORM 3100-EMITIR-EXCEPCIONES
                 THRU 3100-EMITIR-EXCEPCIONES-FIN
           END-IF.

           IF WS-CONT-RECHAZOS > ZEROS AND RETURN-CODE < 4
              MOVE 4                        TO RETURN-CODE
           END-IF.
           DISPLAY 'CAMBIOS DE SUELDO PROCESADOS: ' WS-CONT-CAMBIOS.
           DISPLAY 'BAJAS DE SUELDO PROCESADAS  : ' WS-CONT-BAJAS.
           DISPLAY 'TRANSACCIONES RECHAZADAS    : ' WS-CONT-RECHAZOS.
           DISPLAY 'MOVIMIENTOS DE HISTORIA     : ' WS-CONT-HISTORIA.
           DISPLAY 'CAMBIOS RETENIDOS A APROBAR : ' WS-CONT-RETENIDOS.
           DISPLAY 'CAMBIOS APROBADOS           : ' WS-CONT-APROBADOS.
           DISPLAY 'AUTOAPROBACIONES RECHAZADAS : '
                   WS-CONT-AUTOAPROBADOS.
           DISPLAY 'PENDIENTES VENCIDOS         : ' WS-CONT-VENCIDOS.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-CERRAR-ARCHIVOS-FIN.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * REPORTE DE EXCEPCIONES: TODOS LOS CAMBIOS QUE SIGUEN
      * PENDIENTES Y LOS QUE SE APROBARON, RECHAZARON O VENCIERON EN
      * ESTA CORRIDA.
      *----------------------------------------------------------------*
       3100-EMITIR-EXCEPCIONES.

           PERFORM 1805-POSICIONAR-APROBACION
              THRU 1805-POSICIONAR-APROBACION-FIN.

           PERFORM 3110-INFORMAR-APROBACION
              THRU 3110-INFORMAR-APROBACION-FIN
             UNTIL WS-ES-FIN-APROBACION.

           MOVE WS-CONT-INF-PENDIENTES      TO WS-TOT-PENDIENTES.
           MOVE WS-CONT-INF-APROBADOS       TO WS-TOT-APROBADOS.
           MOVE WS-CONT-INF-RECHAZADOS      TO WS-TOT-RECHAZADOS.
           MOVE WS-CONT-INF-VENCIDOS        TO WS-TOT-VENCIDOS.
           MOVE WS-REP-TOTALES              TO REP-EXCEPCION-REG.

           PERFORM 3120-GRABAR-LINEA
              THRU 3120-GRABAR-LINEA-FIN.

       3100-EMITIR-EXCEPCIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-INFORMAR-APROBACION.

           IF APR-ES-PENDIENTE
              OR APR-FECHA-RESOLUCION EQUAL WS-FECHA-PROCESO

              EVALUATE TRUE
                  WHEN APR-ES-PENDIENTE
                       MOVE 'PENDIENTE'     TO WS-DET-ESTADO
                       ADD 1                TO WS-CONT-INF-PENDIENTES
                  WHEN APR-ES-APROBADO
                       MOVE 'APROBADO'      TO WS-DET-ESTADO
                       ADD 1                TO WS-CONT-INF-APROBADOS
                  WHEN APR-ES-RECHAZADO
                       MOVE 'RECHAZADO'     TO WS-DET-ESTADO
                       ADD 1                TO WS-CONT-INF-RECHAZADOS
                  WHEN OTHER
                       MOVE 'VENCIDO'       TO WS-DET-ESTADO
                       ADD 1                TO WS-CONT-INF-VENCIDOS
              END-EVALUATE

              MOVE APR-ID-EMPLEADO          TO WS-DET-ID-EMPLEADO
              MOVE APR-FECHA-CARGA          TO WS-DET-FECHA-CARGA
              MOVE APR-USUARIO-CARGA        TO WS-DET-USUARIO-CARGA
              MOVE APR-IMPORTE-ANTERIOR     TO WS-DET-IMPORTE-ANT
              MOVE APR-IMPORTE              TO WS-DET-IMPORTE-NVO
              MOVE WS-REP-DETALLE           TO REP-EXCEPCION-REG
              PERFORM 3120-GRABAR-LINEA
                 THRU 3120-GRABAR-LINEA-FIN

              MOVE APR-CATEGORIA-ANTERIOR   TO WS-DET-CATEGORIA-ANT
              MOVE APR-CATEGORIA            TO WS-DET-CATEGORIA-NVA
              MOVE APR-PORC-AUMENTO         TO WS-DET-PORC-AUMENTO
              MOVE APR-USUARIO-RESOLUCION   TO WS-DET-USUARIO-RESOL
              MOVE APR-FECHA-RESOLUCION     TO WS-DET-FECHA-RESOL
              MOVE WS-REP-DETALLE-2         TO REP-EXCEPCION-REG
              PERFORM 3120-GRABAR-LINEA
                 THRU 3120-GRABAR-LINEA-FIN

           END-IF.

           PERFORM 1810-LEER-APROBACION
              THRU 1810-LEER-APROBACION-FIN.

       3110-INFORMAR-APROBACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3120-GRABAR-LINEA.

           WRITE REP-EXCEPCION-REG.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE EXCEPCIONES'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8                  TO RETURN-CODE
           END-IF.

       3120-GRABAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-CERRAR-ARCHIVOS.

                      FS-TRANSACCION
           END-IF.

           CLOSE SUH-HISTORIA.

           IF NOT FS-HISTORIA-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO HISTORIA: ' FS-HISTORIA
           END-IF.

           IF WS-EXISTE-APROBACION
              CLOSE APR-APROBACION
              IF NOT FS-APROBACION-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO APROBACIONES: '
                         FS-APROBACION
              END-IF
           END-IF.

           IF WS-EXISTE-REPORTE
              CLOSE REP-EXCEPCION
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO EXCEPCIONES: '
                         FS-REPORTE
              END-IF
           END-IF.

       3200-CERRAR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
