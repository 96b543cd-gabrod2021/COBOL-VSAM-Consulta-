      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - MANTENIMIENTO DE AUSENCIAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20AUSM.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT AUS-AUSENCIAS
           ASSIGN TO '../AUSENCIAS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-AUSENCIAS
           RECORD KEY IS AUS-CLAVE.

       SELECT ENT-EMPLEADOS
           ASSIGN TO '../EMPLEADOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-EMPLEADOS
           RECORD KEY IS ENT-EMP-ID-EMPLEADO
           ALTERNATE RECORD KEY IS ENT-EMP-APELLIDO WITH DUPLICATES.

       SELECT ATR-TRANSACCION
           ASSIGN TO '../AUS-TRANSACCION.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TRANSACCION.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD AUS-AUSENCIAS.
       01 AUS-AUSENCIAS-REG.
           COPY AUSREG.

       FD ENT-EMPLEADOS.
       01 ENT-EMPLEADOS-REG.
           COPY ENTEMP.

       FD ATR-TRANSACCION.
       01 ATR-TRANSACCION-REG.
          05 ATR-TIPO-TRANS                 PIC X(01).
             88 ATR-ES-ALTA                     VALUE 'A'.
             88 ATR-ES-CAMBIO                   VALUE 'C'.
             88 ATR-ES-BAJA                     VALUE 'D'.
          05 ATR-ID-EMPLEADO                PIC 9(08).
          05 ATR-FECHA-DESDE                PIC 9(08).
          05 ATR-DESDE-R REDEFINES ATR-FECHA-DESDE.
             10 ATR-DESDE-AAAA              PIC 9(04).
             10 ATR-DESDE-MM                PIC 9(02).
             10 ATR-DESDE-DD                PIC 9(02).
          05 ATR-FECHA-HASTA                PIC 9(08).
          05 ATR-HASTA-R REDEFINES ATR-FECHA-HASTA.
             10 ATR-HASTA-AAAA              PIC 9(04).
             10 ATR-HASTA-MM                PIC 9(02).
             10 ATR-HASTA-DD                PIC 9(02).
          05 ATR-TIPO-AUSENCIA              PIC X(01).
             88 ATR-TIPO-AUSENCIA-VALIDO        VALUE 'V' 'E' 'S' 'P'.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-AUSENCIAS                   PIC X(2).
             88 FS-AUSENCIAS-OK                 VALUE '00'.
             88 FS-AUSENCIAS-EOF                VALUE '10'.
             88 FS-AUSENCIAS-NFD                VALUE '35'.
             88 FS-AUSENCIAS-CLAVE-INV          VALUE '21'.
             88 FS-AUSENCIAS-CLAVE-DUP          VALUE '22'.
             88 FS-AUSENCIAS-CLAVE-NFD          VALUE '23'.

       01 FS-STATUS-EMP.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-OK                 VALUE '00'.
             88 FS-EMPLEADOS-NFD                VALUE '35'.
             88 FS-EMPLEADOS-CLAVE-NFD          VALUE '23'.

       01 FS-STATUS-TRN.
          05 FS-TRANSACCION                 PIC X(2).
             88 FS-TRANSACCION-OK               VALUE '00'.
             88 FS-TRANSACCION-EOF              VALUE '10'.
             88 FS-TRANSACCION-NFD              VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-ALTAS                  PIC 9(04) VALUE 0.
          05 WS-CONT-CAMBIOS                PIC 9(04) VALUE 0.
          05 WS-CONT-BAJAS                  PIC 9(04) VALUE 0.
          05 WS-CONT-RECHAZOS               PIC 9(04) VALUE 0.

       01 WS-VALIDACION.
          05 WS-TRANSACCION-APTA            PIC X(01) VALUE 'N'.
             88 WS-ES-TRANSACCION-APTA          VALUE 'S'.
          05 WS-FIN-AUSENCIAS               PIC X(01) VALUE 'N'.
             88 WS-ES-FIN-AUSENCIAS             VALUE 'S'.

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
       77 WS-DIAS-PERIODO                   PIC 9(07) VALUE 0.
       77 WS-DIAS-MAXIMO                    PIC 9(03) VALUE 999.
       77 WS-FECHA-PROCESO                  PIC 9(08) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF FS-AUSENCIAS-OK AND FS-EMPLEADOS-OK
              AND FS-TRANSACCION-OK

              PERFORM 2000-PROCESAR-TRANSACCION
                 THRU 2000-PROCESAR-TRANSACCION-FIN
                UNTIL FS-TRANSACCION-EOF

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

            GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1100-ABRIR-AUSENCIAS
              THRU 1100-ABRIR-AUSENCIAS-FIN.
           PERFORM 1200-ABRIR-EMPLEADOS
              THRU 1200-ABRIR-EMPLEADOS-FIN.
           PERFORM 1300-ABRIR-TRANSACCION
              THRU 1300-ABRIR-TRANSACCION-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-AUSENCIAS.

           OPEN I-O AUS-AUSENCIAS.

           EVALUATE TRUE
               WHEN FS-AUSENCIAS-OK
                    CONTINUE
               WHEN FS-AUSENCIAS-NFD
                    PERFORM 1110-CREAR-AUSENCIAS
                       THRU 1110-CREAR-AUSENCIAS-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AUSENCIAS'
                    DISPLAY 'FILE STATUS: ' FS-AUSENCIAS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1100-ABRIR-AUSENCIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-CREAR-AUSENCIAS.

           OPEN OUTPUT AUS-AUSENCIAS.
           CLOSE AUS-AUSENCIAS.
           OPEN I-O AUS-AUSENCIAS.

           IF NOT FS-AUSENCIAS-OK
              DISPLAY 'ERROR AL CREAR EL ARCHIVO DE AUSENCIAS'
              DISPLAY 'FILE STATUS: ' FS-AUSENCIAS
              MOVE 8                  TO RETURN-CODE
           END-IF.

       1110-CREAR-AUSENCIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-EMPLEADOS.

           OPEN INPUT ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    CONTINUE
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
       1300-ABRIR-TRANSACCION.

           OPEN INPUT ATR-TRANSACCION.

           EVALUATE TRUE
               WHEN FS-TRANSACCION-OK
                    PERFORM 1310-LEER-TRANSACCION
                       THRU 1310-LEER-TRANSACCION-FIN
               WHEN FS-TRANSACCION-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE '-
                            'TRANSACCION DE AUSENCIAS'
                    DISPLAY 'FILE STATUS: ' FS-TRANSACCION
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE '-
                            'TRANSACCION DE AUSENCIAS'
                    DISPLAY 'FILE STATUS: ' FS-TRANSACCION
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1300-ABRIR-TRANSACCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-TRANSACCION.

           READ ATR-TRANSACCION.

           EVALUATE TRUE
               WHEN FS-TRANSACCION-OK
                    CONTINUE
               WHEN FS-TRANSACCION-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE '-
                            'TRANSACCION DE AUSENCIAS'
                    DISPLAY 'FILE STATUS: ' FS-TRANSACCION
                    MOVE 8                  TO RETURN-CODE
                    DISPLAY " "
           END-EVALUATE.

       1310-LEER-TRANSACCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-TRANSACCION.

           PERFORM 2050-VALIDAR-TRANSACCION
              THRU 2050-VALIDAR-TRANSACCION-FIN.

           IF WS-ES-TRANSACCION-APTA AND NOT ATR-ES-BAJA
              PERFORM 2060-VALIDAR-EMPLEADO
                 THRU 2060-VALIDAR-EMPLEADO-FIN
           END-IF.

           IF WS-ES-TRANSACCION-APTA AND NOT ATR-ES-BAJA
              PERFORM 2070-VALIDAR-SUPERPOSICION
                 THRU 2070-VALIDAR-SUPERPOSICION-FIN
           END-IF.

           IF WS-ES-TRANSACCION-APTA
              EVALUATE TRUE
                  WHEN ATR-ES-ALTA
                       PERFORM 2100-ALTA-AUSENCIA
                          THRU 2100-ALTA-AUSENCIA-FIN
                  WHEN ATR-ES-CAMBIO
                       PERFORM 2200-CAMBIO-AUSENCIA
                          THRU 2200-CAMBIO-AUSENCIA-FIN
                  WHEN ATR-ES-BAJA
                       PERFORM 2300-BAJA-AUSENCIA
                          THRU 2300-BAJA-AUSENCIA-FIN
              END-EVALUATE
           END-IF.

           PERFORM 1310-LEER-TRANSACCION
              THRU 1310-LEER-TRANSACCION-FIN.

       2000-PROCESAR-TRANSACCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2050-VALIDAR-TRANSACCION.

           MOVE 'N'                         TO WS-TRANSACCION-APTA.

           EVALUATE TRUE
               WHEN NOT ATR-ES-ALTA AND NOT ATR-ES-CAMBIO
                    AND NOT ATR-ES-BAJA
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'TIPO DE TRANSACCION INVALIDO: '
                            ATR-TIPO-TRANS
               WHEN ATR-ID-EMPLEADO NOT NUMERIC
                 OR ATR-ID-EMPLEADO EQUAL ZEROS
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO AUSENCIA - ID DE EMPLEADO '-
                            'INVALIDO'
               WHEN ATR-FECHA-DESDE NOT NUMERIC
                 OR ATR-DESDE-MM < 1 OR ATR-DESDE-MM > 12
                 OR ATR-DESDE-DD < 1 OR ATR-DESDE-DD > 31
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO AUSENCIA - FECHA DESDE '-
                            'INVALIDA - ID: ' ATR-ID-EMPLEADO
               WHEN ATR-ES-BAJA
                    MOVE 'S'                TO WS-TRANSACCION-APTA
               WHEN ATR-FECHA-HASTA NOT NUMERIC
                 OR ATR-HASTA-MM < 1 OR ATR-HASTA-MM > 12
                 OR ATR-HASTA-DD < 1 OR ATR-HASTA-DD > 31
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO AUSENCIA - FECHA HASTA '-
                            'INVALIDA - ID: ' ATR-ID-EMPLEADO
               WHEN ATR-FECHA-HASTA < ATR-FECHA-DESDE
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO AUSENCIA - HASTA ANTERIOR A '-
                            'DESDE - ID: ' ATR-ID-EMPLEADO
               WHEN NOT ATR-TIPO-AUSENCIA-VALIDO
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO AUSENCIA - TIPO DE AUSENCIA '-
                            'INVALIDO: ' ATR-TIPO-AUSENCIA
                            ' - ID: ' ATR-ID-EMPLEADO
               WHEN OTHER
                    PERFORM 2080-CALCULAR-DIAS
                       THRU 2080-CALCULAR-DIAS-FIN
                    IF WS-DIAS-PERIODO > WS-DIAS-MAXIMO
                       ADD 1                TO WS-CONT-RECHAZOS
                       DISPLAY 'RECHAZO AUSENCIA - PERIODO DE MAS '-
                               'DE ' WS-DIAS-MAXIMO ' DIAS - ID: '
                               ATR-ID-EMPLEADO
                    ELSE
                       MOVE 'S'             TO WS-TRANSACCION-APTA
                    END-IF
           END-EVALUATE.

       2050-VALIDAR-TRANSACCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA AUSENCIA SOLO SE ACEPTA PARA UN EMPLEADO ACTIVO Y DENTRO DE
      * SU RELACION LABORAL: NI ANTES DEL ALTA NI DESPUES DE LA BAJA.
      *----------------------------------------------------------------*
       2060-VALIDAR-EMPLEADO.

           MOVE ATR-ID-EMPLEADO             TO ENT-EMP-ID-EMPLEADO.

           READ ENT-EMPLEADOS KEY IS ENT-EMP-ID-EMPLEADO.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-CLAVE-NFD
                    MOVE 'N'                TO WS-TRANSACCION-APTA
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO AUSENCIA - EMPLEADO NO EXISTE - '-
                            'ID: ' ATR-ID-EMPLEADO
               WHEN NOT FS-EMPLEADOS-OK
                    MOVE 'N'                TO WS-TRANSACCION-APTA
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 8                  TO RETURN-CODE
               WHEN ENT-EMP-ESTADO NOT EQUAL 'A'
                    MOVE 'N'                TO WS-TRANSACCION-APTA
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO AUSENCIA - EMPLEADO NO ACTIVO - '-
                            'ID: ' ATR-ID-EMPLEADO
               WHEN ATR-FECHA-DESDE < ENT-EMP-FECHA-ALTA
                    MOVE 'N'                TO WS-TRANSACCION-APTA
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO AUSENCIA - DESDE ANTERIOR AL '-
                            'ALTA ' ENT-EMP-FECHA-ALTA
                            ' - ID: ' ATR-ID-EMPLEADO
               WHEN ENT-EMP-FECHA-BAJA NOT EQUAL ZEROS
                AND ATR-FECHA-HASTA > ENT-EMP-FECHA-BAJA
                    MOVE 'N'                TO WS-TRANSACCION-APTA
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO AUSENCIA - HASTA POSTERIOR A LA '-
                            'BAJA ' ENT-EMP-FECHA-BAJA
                            ' - ID: ' ATR-ID-EMPLEADO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2060-VALIDAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SE RECORREN LAS AUSENCIAS DEL EMPLEADO EN ORDEN DE FECHA DESDE.
      * EN UN CAMBIO SE IGNORA LA PROPIA AUSENCIA QUE SE MODIFICA.
      *----------------------------------------------------------------*
       2070-VALIDAR-SUPERPOSICION.

           MOVE 'N'                         TO WS-FIN-AUSENCIAS.
           MOVE ATR-ID-EMPLEADO             TO AUS-ID-EMPLEADO.
           MOVE ZEROS                       TO AUS-FECHA-DESDE.

           START AUS-AUSENCIAS KEY IS NOT LESS THAN AUS-CLAVE.

           EVALUATE TRUE
               WHEN FS-AUSENCIAS-OK
                    PERFORM 2075-LEER-AUSENCIA
                       THRU 2075-LEER-AUSENCIA-FIN
                      UNTIL WS-ES-FIN-AUSENCIAS
               WHEN FS-AUSENCIAS-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    MOVE 'N'                TO WS-TRANSACCION-APTA
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'ERROR AL POSICIONAR AUSENCIAS'
                    DISPLAY 'FILE STATUS: ' FS-AUSENCIAS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2070-VALIDAR-SUPERPOSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2075-LEER-AUSENCIA.

           READ AUS-AUSENCIAS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-AUSENCIAS-EOF
                    MOVE 'S'                TO WS-FIN-AUSENCIAS
               WHEN NOT FS-AUSENCIAS-OK
                    MOVE 'S'                TO WS-FIN-AUSENCIAS
                    MOVE 'N'                TO WS-TRANSACCION-APTA
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AUSENCIAS'
                    DISPLAY 'FILE STATUS: ' FS-AUSENCIAS
                    MOVE 8                  TO RETURN-CODE
               WHEN AUS-ID-EMPLEADO NOT EQUAL ATR-ID-EMPLEADO
                 OR AUS-FECHA-DESDE > ATR-FECHA-HASTA
                    MOVE 'S'                TO WS-FIN-AUSENCIAS
               WHEN ATR-ES-CAMBIO
                AND AUS-FECHA-DESDE EQUAL ATR-FECHA-DESDE
                    CONTINUE
               WHEN AUS-FECHA-HASTA NOT LESS ATR-FECHA-DESDE
                    MOVE 'S'                TO WS-FIN-AUSENCIAS
                    MOVE 'N'                TO WS-TRANSACCION-APTA
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO AUSENCIA - SE SUPERPONE CON LA '-
                            'DEL ' AUS-FECHA-DESDE ' AL '
                            AUS-FECHA-HASTA ' - ID: ' ATR-ID-EMPLEADO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2075-LEER-AUSENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DIAS CORRIDOS DEL PERIODO, AMBOS EXTREMOS INCLUIDOS.
      *----------------------------------------------------------------*
       2080-CALCULAR-DIAS.

           MOVE ATR-FECHA-DESDE             TO WS-FECHA-CALCULO-NUM.
           PERFORM 2900-CALCULAR-DIA-ABSOLUTO
              THRU 2900-CALCULAR-DIA-ABSOLUTO-FIN.
           MOVE WS-DIA-ABSOLUTO             TO WS-DIA-ABS-DESDE.

           MOVE ATR-FECHA-HASTA             TO WS-FECHA-CALCULO-NUM.
           PERFORM 2900-CALCULAR-DIA-ABSOLUTO
              THRU 2900-CALCULAR-DIA-ABSOLUTO-FIN.

           COMPUTE WS-DIAS-PERIODO =
                   WS-DIA-ABSOLUTO - WS-DIA-ABS-DESDE + 1.

       2080-CALCULAR-DIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-ALTA-AUSENCIA.

           MOVE ATR-ID-EMPLEADO             TO AUS-ID-EMPLEADO.
           MOVE ATR-FECHA-DESDE             TO AUS-FECHA-DESDE.
           MOVE ATR-TIPO-AUSENCIA           TO AUS-TIPO.
           MOVE ATR-FECHA-HASTA             TO AUS-FECHA-HASTA.
           MOVE WS-DIAS-PERIODO             TO AUS-DIAS.
           MOVE WS-FECHA-PROCESO            TO AUS-FECHA-REGISTRO.

           WRITE AUS-AUSENCIAS-REG.

           EVALUATE TRUE
               WHEN FS-AUSENCIAS-OK
                    ADD 1                  TO WS-CONT-ALTAS
                    DISPLAY 'ALTA AUSENCIA - ID: ' ATR-ID-EMPLEADO
                            ' DESDE: ' ATR-FECHA-DESDE
                            ' HASTA: ' ATR-FECHA-HASTA
               WHEN FS-AUSENCIAS-CLAVE-DUP
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO ALTA - AUSENCIA YA EXISTE - '-
                            'ID: ' ATR-ID-EMPLEADO
                            ' DESDE: ' ATR-FECHA-DESDE
               WHEN OTHER
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'ERROR AL DAR DE ALTA LA AUSENCIA'
                    DISPLAY 'FILE STATUS: ' FS-AUSENCIAS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2100-ALTA-AUSENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-CAMBIO-AUSENCIA.

           MOVE ATR-ID-EMPLEADO             TO AUS-ID-EMPLEADO.
           MOVE ATR-FECHA-DESDE             TO AUS-FECHA-DESDE.

           READ AUS-AUSENCIAS KEY IS AUS-CLAVE.

           EVALUATE TRUE
               WHEN FS-AUSENCIAS-OK
                    MOVE ATR-TIPO-AUSENCIA TO AUS-TIPO
                    MOVE ATR-FECHA-HASTA   TO AUS-FECHA-HASTA
                    MOVE WS-DIAS-PERIODO   TO AUS-DIAS
                    MOVE WS-FECHA-PROCESO  TO AUS-FECHA-REGISTRO
                    REWRITE AUS-AUSENCIAS-REG
                    IF FS-AUSENCIAS-OK
                       ADD 1               TO WS-CONT-CAMBIOS
                       DISPLAY 'CAMBIO AUSENCIA - ID: '
                               ATR-ID-EMPLEADO
                               ' DESDE: ' ATR-FECHA-DESDE
                               ' HASTA: ' ATR-FECHA-HASTA
                    ELSE
                       ADD 1               TO WS-CONT-RECHAZOS
                       DISPLAY 'ERROR AL CAMBIAR LA AUSENCIA'
                       DISPLAY 'FILE STATUS: ' FS-AUSENCIAS
                       MOVE 8                  TO RETURN-CODE
                    END-IF
               WHEN FS-AUSENCIAS-CLAVE-NFD
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO CAMBIO - AUSENCIA NO EXISTE - '-
                            'ID: ' ATR-ID-EMPLEADO
                            ' DESDE: ' ATR-FECHA-DESDE
               WHEN OTHER
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'ERROR AL CAMBIAR LA AUSENCIA'
                    DISPLAY 'FILE STATUS: ' FS-AUSENCIAS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2200-CAMBIO-AUSENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-BAJA-AUSENCIA.

           MOVE ATR-ID-EMPLEADO             TO AUS-ID-EMPLEADO.
           MOVE ATR-FECHA-DESDE             TO AUS-FECHA-DESDE.

           DELETE AUS-AUSENCIAS RECORD.

           EVALUATE TRUE
               WHEN FS-AUSENCIAS-OK
                    ADD 1                  TO WS-CONT-BAJAS
                    DISPLAY 'BAJA AUSENCIA - ID: ' ATR-ID-EMPLEADO
                            ' DESDE: ' ATR-FECHA-DESDE
               WHEN FS-AUSENCIAS-CLAVE-NFD
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO BAJA - AUSENCIA NO EXISTE - '-
                            'ID: ' ATR-ID-EMPLEADO
                            ' DESDE: ' ATR-FECHA-DESDE
               WHEN OTHER
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'ERROR AL DAR DE BAJA LA AUSENCIA'
                    DISPLAY 'FILE STATUS: ' FS-AUSENCIAS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2300-BAJA-AUSENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * NUMERO DE DIA ABSOLUTO DE WS-FECHA-CALCULO, CONTANDO LOS
      * BISIESTOS DE LOS ANIOS ANTERIORES, PARA RESTAR FECHAS.
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

           IF WS-CONT-RECHAZOS > ZEROS AND RETURN-CODE < 4
              MOVE 4                        TO RETURN-CODE
           END-IF.

           DISPLAY "--------------------------------------------------".
           DISPLAY 'ALTAS DE AUSENCIA PROCESADAS  : ' WS-CONT-ALTAS.
           DISPLAY 'CAMBIOS DE AUSENCIA PROCESADOS: '
                   WS-CONT-CAMBIOS.
           DISPLAY 'BAJAS DE AUSENCIA PROCESADAS  : ' WS-CONT-BAJAS.
           DISPLAY 'TRANSACCIONES RECHAZADAS      : '
                   WS-CONT-RECHAZOS.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-CERRAR-ARCHIVOS-FIN.

           DISPLAY " ".
           DISPLAY '### FIN DEL PROGRAMA ###'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-CERRAR-ARCHIVOS.

           CLOSE AUS-AUSENCIAS.

           IF NOT FS-AUSENCIAS-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO AUSENCIAS: '
                      FS-AUSENCIAS
           END-IF.

           CLOSE ENT-EMPLEADOS.

           IF NOT FS-EMPLEADOS-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO EMPLEADOS: '
                      FS-EMPLEADOS
           END-IF.

           CLOSE ATR-TRANSACCION.

           IF NOT FS-TRANSACCION-OK AND NOT FS-TRANSACCION-EOF
              DISPLAY 'ERROR AL CERRAR ARCHIVO TRANSACCION: '
                      FS-TRANSACCION
           END-IF.

       3200-CERRAR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL20AUSM.
