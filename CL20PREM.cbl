      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - MANTENIMIENTO DEL PRESUPUESTO DE DOTACION
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20PREM.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT PRE-PRESUPUESTO
           ASSIGN TO '../PRESUPUESTO.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-PRESUPUESTO
           RECORD KEY IS PRE-CLAVE.

       SELECT DEP-DEPARTAMENTOS
           ASSIGN TO '../DEPARTAMENTOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-DEPARTAMENTOS
           RECORD KEY IS DEP-CODIGO.

       SELECT PTR-TRANSACCION
           ASSIGN TO '../PRE-TRANSACCION.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TRANSACCION.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD PRE-PRESUPUESTO.
       01 PRE-PRESUPUESTO-REG.
           COPY PREREG.

       FD DEP-DEPARTAMENTOS.
       01 DEP-DEPARTAMENTOS-REG.
           COPY DEPREF.

       FD PTR-TRANSACCION.
       01 PTR-TRANSACCION-REG.
          05 PTR-TIPO-TRANS                 PIC X(01).
             88 PTR-ES-ALTA                     VALUE 'A'.
             88 PTR-ES-CAMBIO                   VALUE 'C'.
             88 PTR-ES-BAJA                     VALUE 'D'.
          05 PTR-PERIODO                    PIC 9(06).
          05 PTR-PERIODO-R REDEFINES PTR-PERIODO.
             10 PTR-PERIODO-AAAA            PIC 9(04).
             10 PTR-PERIODO-MM              PIC 9(02).
          05 PTR-DEPARTAMENTO               PIC X(04).
          05 PTR-DOTACION                   PIC 9(04).
          05 PTR-MASA-SALARIAL              PIC 9(11)V99.
          05 PTR-MONEDA                     PIC X(03).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PRESUPUESTO                 PIC X(2).
             88 FS-PRESUPUESTO-OK               VALUE '00'.
             88 FS-PRESUPUESTO-NFD              VALUE '35'.
             88 FS-PRESUPUESTO-CLAVE-INV        VALUE '21'.
             88 FS-PRESUPUESTO-CLAVE-DUP        VALUE '22'.
             88 FS-PRESUPUESTO-CLAVE-NFD        VALUE '23'.

       01 FS-STATUS-DEP.
          05 FS-DEPARTAMENTOS               PIC X(2).
             88 FS-DEPARTAMENTOS-OK             VALUE '00'.
             88 FS-DEPARTAMENTOS-NFD            VALUE '35'.
             88 FS-DEPARTAMENTOS-CLAVE-NFD      VALUE '23'.

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

       77 WS-FECHA-PROCESO                  PIC 9(08) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF FS-PRESUPUESTO-OK AND FS-DEPARTAMENTOS-OK
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

           PERFORM 1100-ABRIR-PRESUPUESTO
              THRU 1100-ABRIR-PRESUPUESTO-FIN.
           PERFORM 1200-ABRIR-DEPARTAMENTOS
              THRU 1200-ABRIR-DEPARTAMENTOS-FIN.
           PERFORM 1300-ABRIR-TRANSACCION
              THRU 1300-ABRIR-TRANSACCION-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-PRESUPUESTO.

           OPEN I-O PRE-PRESUPUESTO.

           EVALUATE TRUE
               WHEN FS-PRESUPUESTO-OK
                    CONTINUE
               WHEN FS-PRESUPUESTO-NFD
                    PERFORM 1110-CREAR-PRESUPUESTO
                       THRU 1110-CREAR-PRESUPUESTO-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE '-
                            'PRESUPUESTO'
                    DISPLAY 'FILE STATUS: ' FS-PRESUPUESTO
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1100-ABRIR-PRESUPUESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-CREAR-PRESUPUESTO.

           OPEN OUTPUT PRE-PRESUPUESTO.
           CLOSE PRE-PRESUPUESTO.
           OPEN I-O PRE-PRESUPUESTO.

           IF NOT FS-PRESUPUESTO-OK
              DISPLAY 'ERROR AL CREAR EL ARCHIVO DE PRESUPUESTO'
              DISPLAY 'FILE STATUS: ' FS-PRESUPUESTO
              MOVE 8                  TO RETURN-CODE
           END-IF.

       1110-CREAR-PRESUPUESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN TABLA DE DEPARTAMENTOS NO HAY CONTRA QUE VALIDAR EL CODIGO,
      * POR LO QUE NO SE PROCESA NINGUNA TRANSACCION.
      *----------------------------------------------------------------*
       1200-ABRIR-DEPARTAMENTOS.

           OPEN INPUT DEP-DEPARTAMENTOS.

           EVALUATE TRUE
               WHEN FS-DEPARTAMENTOS-OK
                    CONTINUE
               WHEN FS-DEPARTAMENTOS-NFD
                    DISPLAY 'NO SE ENCUENTRA LA TABLA DE '-
                            'DEPARTAMENTOS'
                    DISPLAY 'FILE STATUS: ' FS-DEPARTAMENTOS
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA TABLA DE '-
                            'DEPARTAMENTOS'
                    DISPLAY 'FILE STATUS: ' FS-DEPARTAMENTOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1200-ABRIR-DEPARTAMENTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-ABRIR-TRANSACCION.

           OPEN INPUT PTR-TRANSACCION.

           EVALUATE TRUE
               WHEN FS-TRANSACCION-OK
                    PERFORM 1310-LEER-TRANSACCION
                       THRU 1310-LEER-TRANSACCION-FIN
               WHEN FS-TRANSACCION-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE '-
                            'TRANSACCION DE PRESUPUESTO'
                    DISPLAY 'FILE STATUS: ' FS-TRANSACCION
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE '-
                            'TRANSACCION DE PRESUPUESTO'
                    DISPLAY 'FILE STATUS: ' FS-TRANSACCION
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1300-ABRIR-TRANSACCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-TRANSACCION.

           READ PTR-TRANSACCION.

           EVALUATE TRUE
               WHEN FS-TRANSACCION-OK
                    CONTINUE
               WHEN FS-TRANSACCION-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE '-
                            'TRANSACCION DE PRESUPUESTO'
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

           IF WS-ES-TRANSACCION-APTA AND NOT PTR-ES-BAJA
              PERFORM 2060-VALIDAR-DEPARTAMENTO
                 THRU 2060-VALIDAR-DEPARTAMENTO-FIN
           END-IF.

           IF WS-ES-TRANSACCION-APTA
              EVALUATE TRUE
                  WHEN PTR-ES-ALTA
                       PERFORM 2100-ALTA-PRESUPUESTO
                          THRU 2100-ALTA-PRESUPUESTO-FIN
                  WHEN PTR-ES-CAMBIO
                       PERFORM 2200-CAMBIO-PRESUPUESTO
                          THRU 2200-CAMBIO-PRESUPUESTO-FIN
                  WHEN PTR-ES-BAJA
                       PERFORM 2300-BAJA-PRESUPUESTO
                          THRU 2300-BAJA-PRESUPUESTO-FIN
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
               WHEN NOT PTR-ES-ALTA AND NOT PTR-ES-CAMBIO
                    AND NOT PTR-ES-BAJA
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'TIPO DE TRANSACCION INVALIDO: '
                            PTR-TIPO-TRANS
               WHEN PTR-PERIODO NOT NUMERIC
                 OR PTR-PERIODO-AAAA < 1900
                 OR PTR-PERIODO-MM < 1 OR PTR-PERIODO-MM > 12
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO PRESUPUESTO - PERIODO '-
                            'INVALIDO: ' PTR-PERIODO
               WHEN PTR-DEPARTAMENTO EQUAL SPACES
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO PRESUPUESTO - DEPARTAMENTO '-
                            'EN BLANCO - PERIODO: ' PTR-PERIODO
               WHEN PTR-ES-BAJA
                    MOVE 'S'                TO WS-TRANSACCION-APTA
               WHEN PTR-DOTACION NOT NUMERIC
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO PRESUPUESTO - DOTACION '-
                            'INVALIDA - PERIODO: ' PTR-PERIODO
                            ' - DEPTO: ' PTR-DEPARTAMENTO
               WHEN PTR-MASA-SALARIAL NOT NUMERIC
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO PRESUPUESTO - MASA SALARIAL '-
                            'INVALIDA - PERIODO: ' PTR-PERIODO
                            ' - DEPTO: ' PTR-DEPARTAMENTO
               WHEN PTR-MONEDA EQUAL SPACES
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO PRESUPUESTO - MONEDA EN '-
                            'BLANCO - PERIODO: ' PTR-PERIODO
                            ' - DEPTO: ' PTR-DEPARTAMENTO
               WHEN OTHER
                    MOVE 'S'                TO WS-TRANSACCION-APTA
           END-EVALUATE.

       2050-VALIDAR-TRANSACCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SOLO SE PRESUPUESTAN DEPARTAMENTOS QUE EXISTEN Y ESTAN ACTIVOS.
      * LA BAJA NO SE VALIDA PARA PODER QUITAR EL PRESUPUESTO DE UN
      * DEPARTAMENTO YA DESACTIVADO.
      *----------------------------------------------------------------*
       2060-VALIDAR-DEPARTAMENTO.

           MOVE PTR-DEPARTAMENTO            TO DEP-CODIGO.

           READ DEP-DEPARTAMENTOS KEY IS DEP-CODIGO.

           EVALUATE TRUE
               WHEN FS-DEPARTAMENTOS-OK AND DEP-ACTIVO
                    CONTINUE
               WHEN FS-DEPARTAMENTOS-OK
                    MOVE 'N'                TO WS-TRANSACCION-APTA
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO PRESUPUESTO - DEPARTAMENTO '-
                            'INACTIVO: ' PTR-DEPARTAMENTO
               WHEN FS-DEPARTAMENTOS-CLAVE-NFD
                    MOVE 'N'                TO WS-TRANSACCION-APTA
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO PRESUPUESTO - DEPARTAMENTO '-
                            'NO EXISTE: ' PTR-DEPARTAMENTO
               WHEN OTHER
                    MOVE 'N'                TO WS-TRANSACCION-APTA
                    ADD 1                   TO WS-CONT-RECHAZOS
                    DISPLAY 'ERROR AL LEER LA TABLA DE DEPARTAMENTOS'
                    DISPLAY 'FILE STATUS: ' FS-DEPARTAMENTOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2060-VALIDAR-DEPARTAMENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-ALTA-PRESUPUESTO.

           MOVE PTR-PERIODO              TO PRE-PERIODO.
           MOVE PTR-DEPARTAMENTO         TO PRE-DEPARTAMENTO.
           MOVE PTR-DOTACION             TO PRE-DOTACION.
           MOVE PTR-MASA-SALARIAL        TO PRE-MASA-SALARIAL.
           MOVE PTR-MONEDA               TO PRE-MONEDA.
           MOVE WS-FECHA-PROCESO         TO PRE-FECHA-ACTUALIZACION.

           WRITE PRE-PRESUPUESTO-REG.

           EVALUATE TRUE
               WHEN FS-PRESUPUESTO-OK
                    ADD 1                  TO WS-CONT-ALTAS
                    DISPLAY 'ALTA REGISTRADA - PERIODO: '
                            PTR-PERIODO ' - DEPTO: ' PTR-DEPARTAMENTO
               WHEN FS-PRESUPUESTO-CLAVE-DUP
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO ALTA - PRESUPUESTO YA EXISTE - '-
                            'PERIODO: ' PTR-PERIODO
                            ' - DEPTO: ' PTR-DEPARTAMENTO
               WHEN OTHER
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'ERROR AL DAR DE ALTA EL PRESUPUESTO'
                    DISPLAY 'FILE STATUS: ' FS-PRESUPUESTO
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2100-ALTA-PRESUPUESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-CAMBIO-PRESUPUESTO.

           MOVE PTR-PERIODO              TO PRE-PERIODO.
           MOVE PTR-DEPARTAMENTO         TO PRE-DEPARTAMENTO.

           READ PRE-PRESUPUESTO KEY IS PRE-CLAVE.

           EVALUATE TRUE
               WHEN FS-PRESUPUESTO-OK
                    MOVE PTR-DOTACION      TO PRE-DOTACION
                    MOVE PTR-MASA-SALARIAL TO PRE-MASA-SALARIAL
                    MOVE PTR-MONEDA        TO PRE-MONEDA
                    MOVE WS-FECHA-PROCESO  TO PRE-FECHA-ACTUALIZACION
                    REWRITE PRE-PRESUPUESTO-REG
                    IF FS-PRESUPUESTO-OK
                       ADD 1               TO WS-CONT-CAMBIOS
                       DISPLAY 'CAMBIO REGISTRADO - PERIODO: '
                               PTR-PERIODO
                               ' - DEPTO: ' PTR-DEPARTAMENTO
                    ELSE
                       ADD 1               TO WS-CONT-RECHAZOS
                       DISPLAY 'ERROR AL CAMBIAR EL PRESUPUESTO'
                       DISPLAY 'FILE STATUS: ' FS-PRESUPUESTO
                       MOVE 8                  TO RETURN-CODE
                    END-IF
               WHEN FS-PRESUPUESTO-CLAVE-NFD
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO CAMBIO - PRESUPUESTO NO '-
                            'EXISTE - PERIODO: ' PTR-PERIODO
                            ' - DEPTO: ' PTR-DEPARTAMENTO
               WHEN OTHER
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'ERROR AL CAMBIAR EL PRESUPUESTO'
                    DISPLAY 'FILE STATUS: ' FS-PRESUPUESTO
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2200-CAMBIO-PRESUPUESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-BAJA-PRESUPUESTO.

           MOVE PTR-PERIODO              TO PRE-PERIODO.
           MOVE PTR-DEPARTAMENTO         TO PRE-DEPARTAMENTO.

           DELETE PRE-PRESUPUESTO RECORD.

           EVALUATE TRUE
               WHEN FS-PRESUPUESTO-OK
                    ADD 1                  TO WS-CONT-BAJAS
                    DISPLAY 'BAJA REGISTRADA - PERIODO: '
                            PTR-PERIODO ' - DEPTO: ' PTR-DEPARTAMENTO
               WHEN FS-PRESUPUESTO-CLAVE-NFD
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'RECHAZO BAJA - PRESUPUESTO NO EXISTE - '-
                            'PERIODO: ' PTR-PERIODO
                            ' - DEPTO: ' PTR-DEPARTAMENTO
               WHEN OTHER
                    ADD 1                  TO WS-CONT-RECHAZOS
                    DISPLAY 'ERROR AL DAR DE BAJA EL PRESUPUESTO'
                    DISPLAY 'FILE STATUS: ' FS-PRESUPUESTO
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2300-BAJA-PRESUPUESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-CONT-RECHAZOS > ZEROS AND RETURN-CODE < 4
              MOVE 4                        TO RETURN-CODE
           END-IF.

           DISPLAY "--------------------------------------------------".
           DISPLAY 'ALTAS PROCESADAS        : ' WS-CONT-ALTAS.
           DISPLAY 'CAMBIOS PROCESADOS      : ' WS-CONT-CAMBIOS.
           DISPLAY 'BAJAS PROCESADAS        : ' WS-CONT-BAJAS.
           DISPLAY 'TRANSACCIONES RECHAZADAS: ' WS-CONT-RECHAZOS.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-CERRAR-ARCHIVOS-FIN.

           DISPLAY " ".
           DISPLAY '### FIN DEL PROGRAMA ###'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-CERRAR-ARCHIVOS.

           CLOSE PRE-PRESUPUESTO.

           IF NOT FS-PRESUPUESTO-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO PRESUPUESTO: '
                      FS-PRESUPUESTO
           END-IF.

           CLOSE DEP-DEPARTAMENTOS.

           IF NOT FS-DEPARTAMENTOS-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO DEPARTAMENTOS: '
                      FS-DEPARTAMENTOS
           END-IF.

           CLOSE PTR-TRANSACCION.

           IF NOT FS-TRANSACCION-OK AND NOT FS-TRANSACCION-EOF
              DISPLAY 'ERROR AL CERRAR ARCHIVO TRANSACCION: '
                      FS-TRANSACCION
           END-IF.

       3200-CERRAR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL20PREM.
