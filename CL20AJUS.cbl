           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT SUH-HISTORIA
           ASSIGN TO '../SUELDOS-HIST.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-HISTORIA
           RECORD KEY IS SUH-CLAVE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FD REP-AJUSTE.
       01 REP-AJUSTE-REG                    PIC X(100).

       FD SUH-HISTORIA.
       01 SUH-HISTORIA-REG.
           COPY SUHREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS-SUE.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.

       01 FS-STATUS-SUH.
          05 FS-HISTORIA                    PIC X(2).
             88 FS-HISTORIA-OK                  VALUE '00'.
             88 FS-HISTORIA-NFD                 VALUE '35'.
             88 FS-HISTORIA-CLAVE-DUP           VALUE '22'.

       01 WS-CONTADORES.
          05 WS-CONT-LEIDOS                 PIC 9(04) VALUE 0.
          05 WS-CONT-AJUSTADOS              PIC 9(04) VALUE 0.
          05 WS-CONT-SIN-REGLA              PIC 9(04) VALUE 0.
          05 WS-CONT-INACTIVOS              PIC 9(04) VALUE 0.
          05 WS-CONT-RECHAZOS               PIC 9(04) VALUE 0.
          05 WS-CONT-HISTORIA               PIC 9(04) VALUE 0.

       01 WS-INDICADORES.
          05 WS-REGLAS-VALIDAS              PIC X(01) VALUE 'N'.

           IF WS-HAY-REGLAS-VALIDAS AND FS-SUELDOS-OK
              AND FS-EMPLEADOS-FILE-OK AND FS-REPORTE-OK
              AND FS-HISTORIA-OK

              PERFORM 2000-PROCESAR-SUELDO
                 THRU 2000-PROCESAR-SUELDO-FIN
                 THRU 1300-ABRIR-EMPLEADOS-FIN
              PERFORM 1400-ABRIR-REPORTE
                 THRU 1400-ABRIR-REPORTE-FIN
              PERFORM 1500-ABRIR-HISTORIA
                 THRU 1500-ABRIR-HISTORIA-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.

       1400-ABRIR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1500-ABRIR-HISTORIA.

           OPEN I-O SUH-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    CONTINUE
               WHEN FS-HISTORIA-NFD
                    PERFORM 1510-CREAR-HISTORIA
                       THRU 1510-CREAR-HISTORIA-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE HISTORIA '-
                            'DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1500-ABRIR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1510-CREAR-HISTORIA.

           OPEN OUTPUT SUH-HISTORIA.
           CLOSE SUH-HISTORIA.
           OPEN I-O SUH-HISTORIA.

           IF NOT FS-HISTORIA-OK
              DISPLAY 'ERROR AL CREAR EL ARCHIVO DE HISTORIA '-
                      'DE SUELDOS'
              DISPLAY 'FILE STATUS: ' FS-HISTORIA
              MOVE 8                  TO RETURN-CODE
           END-IF.

       1510-CREAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-SUELDO.


       2200-APLICAR-AJUSTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA REGLA CON VIGENCIA ANTERIOR A LA DEL SUELDO NO SE APLICA:
      * EN LA HISTORIA EL VALOR AJUSTADO QUEDARIA ANTES DEL QUE
      * REEMPLAZA.
      *----------------------------------------------------------------*
       2210-VALIDAR-IMPORTE.

             UNTIL WS-IND-CATEGORIA > WS-CAT-CANTIDAD.

           EVALUATE TRUE
               WHEN WS-REG-FECHA-VIGENCIA (WS-POS-REGLA) <
                    SUE-FECHA-VIGENCIA
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO AJUSTE - VIGENCIA ANTERIOR A LA '-
                            'DEL SUELDO - ID: ' SUE-ID-EMPLEADO
               WHEN WS-CAT-ENCONTRADA EQUAL 'N'
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO AJUSTE - CATEGORIA INEXISTENTE: '
           MOVE WS-REG-FECHA-VIGENCIA (WS-POS-REGLA)
                                            TO WS-DET-FECHA-VIGENCIA.

           PERFORM 2320-GRABAR-VALOR-ANTERIOR
              THRU 2320-GRABAR-VALOR-ANTERIOR-FIN.

           MOVE WS-IMPORTE-NUEVO            TO SUE-IMPORTE.
           MOVE WS-REG-FECHA-VIGENCIA (WS-POS-REGLA)
                                            TO SUE-FECHA-VIGENCIA.
              DISPLAY 'AJUSTE REGISTRADO - ID: ' SUE-ID-EMPLEADO
              PERFORM 2310-GRABAR-DETALLE
                 THRU 2310-GRABAR-DETALLE-FIN
              PERFORM 2330-GRABAR-HISTORIA
                 THRU 2330-GRABAR-HISTORIA-FIN
           ELSE
              ADD 1                         TO WS-CONT-RECHAZOS
              DISPLAY 'ERROR AL REGRABAR EL SUELDO - ID: '

       2310-GRABAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN SUELDO CARGADO ANTES DE EXISTIR LA HISTORIA NO TIENE SU
      * VIGENCIA REGISTRADA: ANTES DE AJUSTARLO SE GUARDA EL VALOR
      * QUE SE REEMPLAZA. SI ESA VIGENCIA YA ESTA EN LA HISTORIA SE
      * DEJA COMO ESTA.
      *----------------------------------------------------------------*
       2320-GRABAR-VALOR-ANTERIOR.

           MOVE SUE-ID-EMPLEADO             TO SUH-ID-EMPLEADO.
           MOVE SUE-FECHA-VIGENCIA          TO SUH-FECHA-VIGENCIA.
           MOVE SUE-IMPORTE                 TO SUH-IMPORTE.
           MOVE SUE-CATEGORIA               TO SUH-CATEGORIA.
           MOVE SUE-MONEDA                  TO SUH-MONEDA.
           MOVE 'I'                         TO SUH-ORIGEN.
           MOVE WS-FECHA-PROCESO            TO SUH-FECHA-REGISTRO.

           WRITE SUH-HISTORIA-REG.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    ADD 1                   TO WS-CONT-HISTORIA
               WHEN FS-HISTORIA-CLAVE-DUP
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR LA HISTORIA DE SUELDOS '-
                            '- ID: ' SUE-ID-EMPLEADO
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2320-GRABAR-VALOR-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL VALOR AJUSTADO QUEDA EN LA HISTORIA CON LA VIGENCIA DE LA
      * REGLA. SI YA HABIA UN VALOR PARA LA MISMA FECHA SE REEMPLAZA.
      *----------------------------------------------------------------*
       2330-GRABAR-HISTORIA.

           MOVE SUE-ID-EMPLEADO             TO SUH-ID-EMPLEADO.
           MOVE SUE-FECHA-VIGENCIA          TO SUH-FECHA-VIGENCIA.
           MOVE SUE-IMPORTE                 TO SUH-IMPORTE.
           MOVE SUE-CATEGORIA               TO SUH-CATEGORIA.
           MOVE SUE-MONEDA                  TO SUH-MONEDA.
           MOVE 'P'                         TO SUH-ORIGEN.
           MOVE WS-FECHA-PROCESO            TO SUH-FECHA-REGISTRO.

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

       2330-GRABAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-GRABAR-TOTALES.

           DISPLAY 'SUELDOS SIN REGLA           : ' WS-CONT-SIN-REGLA.
           DISPLAY 'EMPLEADOS NO ACTIVOS        : ' WS-CONT-INACTIVOS.
           DISPLAY 'AJUSTES RECHAZADOS          : ' WS-CONT-RECHAZOS.
           DISPLAY 'MOVIMIENTOS DE HISTORIA     : ' WS-CONT-HISTORIA.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-CERRAR-ARCHIVOS-FIN.
                         FS-REPORTE
              END-IF

              CLOSE SUH-HISTORIA

              IF NOT FS-HISTORIA-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO HISTORIA: '
                         FS-HISTORIA
              END-IF

           END-IF.

       3200-CERRAR-ARCHIVOS-FIN.
