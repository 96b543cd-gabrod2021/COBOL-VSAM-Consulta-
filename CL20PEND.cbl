      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - CONSULTA Y CANCELACION DE DIFERIDAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20PEND.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT PND-PENDIENTES
           ASSIGN TO '../MNT-PENDIENTES.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PENDIENTES
           RECORD KEY IS PND-CLAVE.

       SELECT SOL-SOLICITUDES
           ASSIGN TO '../PEND-SOLICITUDES.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SOLICITUDES.

       SELECT LOG-BITACORA
           ASSIGN TO '../RUN-BITACORA.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BITACORA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD PND-PENDIENTES.
       01 PND-PENDIENTES-REG.
           COPY PNDREG.

       FD SOL-SOLICITUDES.
       01 SOL-SOLICITUDES-REG.
          05 SOL-ACCION                     PIC X(01).
             88 SOL-ES-LISTAR                   VALUE 'L'.
             88 SOL-ES-CANCELAR                 VALUE 'C'.
          05 SOL-ID-EMPLEADO                PIC 9(08).
          05 SOL-FECHA-EFECTIVA             PIC 9(08).
          05 SOL-SECUENCIA                  PIC 9(04).
          05 SOL-USUARIO                    PIC X(08).

       FD LOG-BITACORA.
       01 LOG-BITACORA-REG.
           COPY LOGREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS-PND.
          05 FS-PENDIENTES                  PIC X(2).
             88 FS-PENDIENTES-OK                VALUE '00'.
             88 FS-PENDIENTES-EOF               VALUE '10'.
             88 FS-PENDIENTES-NFD               VALUE '35'.
             88 FS-PENDIENTES-CLAVE-NFD         VALUE '23'.

       01 FS-STATUS-SOL.
          05 FS-SOLICITUDES                 PIC X(2).
             88 FS-SOLICITUDES-OK               VALUE '00'.
             88 FS-SOLICITUDES-EOF              VALUE '10'.
             88 FS-SOLICITUDES-NFD              VALUE '35'.

       01 FS-STATUS-LOG.
          05 FS-BITACORA                    PIC X(2).
             88 FS-BITACORA-OK                  VALUE '00'.
             88 FS-BITACORA-NFD                 VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-SOLICITUDES            PIC 9(04) VALUE 0.
          05 WS-CONT-LISTADAS               PIC 9(04) VALUE 0.
          05 WS-CONT-CANCELADAS             PIC 9(04) VALUE 0.
          05 WS-CONT-ERRORES                PIC 9(04) VALUE 0.
          05 WS-CONT-SOLICITUD              PIC 9(04) VALUE 0.

       01 WS-INDICADORES.
          05 WS-HAY-PENDIENTES              PIC X(01) VALUE 'N'.
             88 WS-EXISTE-PENDIENTES            VALUE 'S'.
          05 WS-FIN-PENDIENTES              PIC X(01) VALUE 'N'.
             88 WS-ES-FIN-PENDIENTES            VALUE 'S'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF FS-SOLICITUDES-OK AND WS-EXISTE-PENDIENTES

              PERFORM 2000-PROCESAR-SOLICITUD
                 THRU 2000-PROCESAR-SOLICITUD-FIN
                UNTIL FS-SOLICITUDES-EOF

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

            GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           PERFORM 1100-ABRIR-SOLICITUDES
              THRU 1100-ABRIR-SOLICITUDES-FIN.

           IF FS-SOLICITUDES-OK
              PERFORM 1200-ABRIR-PENDIENTES
                 THRU 1200-ABRIR-PENDIENTES-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-SOLICITUDES.

           OPEN INPUT SOL-SOLICITUDES.

           EVALUATE TRUE
               WHEN FS-SOLICITUDES-OK
                    PERFORM 1110-LEER-SOLICITUD
                       THRU 1110-LEER-SOLICITUD-FIN
                    IF FS-SOLICITUDES-EOF
                       DISPLAY 'EL ARCHIVO DE SOLICITUDES ESTA VACIO'
                       MOVE 8               TO RETURN-CODE
                    END-IF
               WHEN FS-SOLICITUDES-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE SOLICITUDES'
                    DISPLAY 'FILE STATUS: ' FS-SOLICITUDES
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SOLICITUDES'
                    DISPLAY 'FILE STATUS: ' FS-SOLICITUDES
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1100-ABRIR-SOLICITUDES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-SOLICITUD.

           READ SOL-SOLICITUDES.

           EVALUATE TRUE
               WHEN FS-SOLICITUDES-OK
                    ADD 1                   TO WS-CONT-SOLICITUDES
               WHEN FS-SOLICITUDES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE SOLICITUDES'
                    DISPLAY 'FILE STATUS: ' FS-SOLICITUDES
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-SOLICITUDES
                    DISPLAY " "
           END-EVALUATE.

       1110-LEER-SOLICITUD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-PENDIENTES.

           OPEN I-O PND-PENDIENTES.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    MOVE 'S'                TO WS-HAY-PENDIENTES
               WHEN FS-PENDIENTES-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE '-
                            'TRANSACCIONES DIFERIDAS'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE '-
                            'TRANSACCIONES DIFERIDAS'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1200-ABRIR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-SOLICITUD.

           EVALUATE TRUE
               WHEN SOL-ES-LISTAR
                    PERFORM 2100-LISTAR-PENDIENTES
                       THRU 2100-LISTAR-PENDIENTES-FIN
               WHEN SOL-ES-CANCELAR
                    PERFORM 2200-CANCELAR-PENDIENTES
                       THRU 2200-CANCELAR-PENDIENTES-FIN
               WHEN OTHER
                    ADD 1                   TO WS-CONT-ERRORES
                    DISPLAY 'SOLICITUD INVALIDA - ACCION '-
                            'DESCONOCIDA: ' SOL-ACCION
           END-EVALUATE.

           PERFORM 1110-LEER-SOLICITUD
              THRU 1110-LEER-SOLICITUD-FIN.

       2000-PROCESAR-SOLICITUD-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL LISTADO RECORRE TODAS LAS DIFERIDAS EN ORDEN DE FECHA
      * EFECTIVA. CON ID-EMPLEADO EN CERO SE INFORMAN TODAS; SI NO,
      * SOLO LAS DE ESE EMPLEADO.
      *----------------------------------------------------------------*
       2100-LISTAR-PENDIENTES.

           MOVE ZEROS                       TO WS-CONT-SOLICITUD.

           DISPLAY "--------------------------------------------------".
           IF SOL-ID-EMPLEADO EQUAL ZEROS
              DISPLAY 'TRANSACCIONES DIFERIDAS - TODOS LOS EMPLEADOS'
           ELSE
              DISPLAY 'TRANSACCIONES DIFERIDAS - ID: ' SOL-ID-EMPLEADO
           END-IF.
           DISPLAY "--------------------------------------------------".

           MOVE ZEROS                       TO PND-CLAVE.

           PERFORM 2300-POSICIONAR-PENDIENTES
              THRU 2300-POSICIONAR-PENDIENTES-FIN.

           PERFORM 2110-INFORMAR-PENDIENTE
              THRU 2110-INFORMAR-PENDIENTE-FIN
             UNTIL WS-ES-FIN-PENDIENTES.

           DISPLAY 'TRANSACCIONES LISTADAS: ' WS-CONT-SOLICITUD.

       2100-LISTAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-INFORMAR-PENDIENTE.

           IF SOL-ID-EMPLEADO EQUAL ZEROS
              OR SOL-ID-EMPLEADO EQUAL PND-ID-EMPLEADO
              ADD 1                         TO WS-CONT-SOLICITUD
              ADD 1                         TO WS-CONT-LISTADAS
              DISPLAY 'FECHA EFECTIVA: ' PND-FECHA-EFECTIVA
                      ' - ID: ' PND-ID-EMPLEADO
                      ' - SEC: ' PND-SECUENCIA
                      ' - TIPO: ' PND-TIPO-TRANS
              DISPLAY '   APELLIDO    : ' PND-APELLIDO
              DISPLAY '   NOMBRE      : ' PND-NOMBRE
              DISPLAY '   ESTADO      : ' PND-ESTADO
              DISPLAY '   DEPARTAMENTO: ' PND-DEPARTAMENTO
              DISPLAY '   LOTE ORIGEN : ' PND-ID-LOTE
                      ' - REGISTRADA: ' PND-FECHA-REGISTRO
           END-IF.

           PERFORM 2310-LEER-PENDIENTE
              THRU 2310-LEER-PENDIENTE-FIN.

       2110-INFORMAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA CANCELACION PIDE FECHA EFECTIVA E ID-EMPLEADO. CON
      * SECUENCIA EN CERO SE CANCELAN TODAS LAS DEL EMPLEADO PARA ESA
      * FECHA; SI NO, SOLO LA DE ESA SECUENCIA (LA QUE MUESTRA EL
      * LISTADO).
      *----------------------------------------------------------------*
       2200-CANCELAR-PENDIENTES.

           MOVE ZEROS                       TO WS-CONT-SOLICITUD.

           IF SOL-FECHA-EFECTIVA EQUAL ZEROS
              OR SOL-ID-EMPLEADO EQUAL ZEROS
              ADD 1                         TO WS-CONT-ERRORES
              DISPLAY 'SOLICITUD INVALIDA - CANCELACION SIN FECHA '-
                      'EFECTIVA O SIN ID-EMPLEADO'
           ELSE
              MOVE SOL-FECHA-EFECTIVA       TO PND-FECHA-EFECTIVA
              MOVE SOL-ID-EMPLEADO          TO PND-ID-EMPLEADO
              MOVE SOL-SECUENCIA            TO PND-SECUENCIA
              PERFORM 2300-POSICIONAR-PENDIENTES
                 THRU 2300-POSICIONAR-PENDIENTES-FIN
              PERFORM 2210-CANCELAR-PENDIENTE
                 THRU 2210-CANCELAR-PENDIENTE-FIN
                UNTIL WS-ES-FIN-PENDIENTES
              IF WS-CONT-SOLICITUD EQUAL ZEROS
                 ADD 1                      TO WS-CONT-ERRORES
                 DISPLAY 'NO EXISTE TRANSACCION DIFERIDA - ID: '
                         SOL-ID-EMPLEADO
                         ' - FECHA EFECTIVA: ' SOL-FECHA-EFECTIVA
              END-IF
           END-IF.

       2200-CANCELAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-CANCELAR-PENDIENTE.

           IF PND-FECHA-EFECTIVA NOT EQUAL SOL-FECHA-EFECTIVA
              OR PND-ID-EMPLEADO NOT EQUAL SOL-ID-EMPLEADO
              OR (SOL-SECUENCIA NOT EQUAL ZEROS
                  AND PND-SECUENCIA NOT EQUAL SOL-SECUENCIA)

              MOVE 'S'                      TO WS-FIN-PENDIENTES

           ELSE

              DELETE PND-PENDIENTES RECORD

              IF FS-PENDIENTES-OK
                 ADD 1                      TO WS-CONT-SOLICITUD
                 ADD 1                      TO WS-CONT-CANCELADAS
                 DISPLAY 'TRANSACCION DIFERIDA CANCELADA - ID: '
                         PND-ID-EMPLEADO
                         ' - FECHA EFECTIVA: ' PND-FECHA-EFECTIVA
                         ' - SEC: ' PND-SECUENCIA
                         ' - USUARIO: ' SOL-USUARIO
              ELSE
                 DISPLAY 'ERROR AL BORRAR LA TRANSACCION DIFERIDA'
                 DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                 MOVE 8                  TO RETURN-CODE
              END-IF

              PERFORM 2310-LEER-PENDIENTE
                 THRU 2310-LEER-PENDIENTE-FIN

           END-IF.

       2210-CANCELAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-POSICIONAR-PENDIENTES.

           MOVE 'N'                         TO WS-FIN-PENDIENTES.

           START PND-PENDIENTES KEY IS NOT LESS THAN PND-CLAVE.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    PERFORM 2310-LEER-PENDIENTE
                       THRU 2310-LEER-PENDIENTE-FIN
               WHEN FS-PENDIENTES-CLAVE-NFD
                    MOVE 'S'                TO WS-FIN-PENDIENTES
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR LAS TRANSACCIONES '-
                            'DIFERIDAS'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    MOVE 8                  TO RETURN-CODE
                    MOVE 'S'                TO WS-FIN-PENDIENTES
           END-EVALUATE.

       2300-POSICIONAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-LEER-PENDIENTE.

           READ PND-PENDIENTES NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    CONTINUE
               WHEN FS-PENDIENTES-EOF
                    MOVE 'S'                TO WS-FIN-PENDIENTES
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LAS TRANSACCIONES DIFERIDAS'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    MOVE 8                  TO RETURN-CODE
                    MOVE 'S'                TO WS-FIN-PENDIENTES
           END-EVALUATE.

       2310-LEER-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-CONT-ERRORES > ZEROS AND RETURN-CODE < 4
              MOVE 4                        TO RETURN-CODE
           END-IF.

           DISPLAY "--------------------------------------------------".
           DISPLAY 'SOLICITUDES PROCESADAS   : ' WS-CONT-SOLICITUDES.
           DISPLAY 'DIFERIDAS LISTADAS       : ' WS-CONT-LISTADAS.
           DISPLAY 'DIFERIDAS CANCELADAS     : ' WS-CONT-CANCELADAS.
           DISPLAY 'SOLICITUDES CON ERROR    : ' WS-CONT-ERRORES.
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

           IF FS-SOLICITUDES-OK OR FS-SOLICITUDES-EOF
              CLOSE SOL-SOLICITUDES
              IF NOT FS-SOLICITUDES-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO DE SOLICITUDES: '
                         FS-SOLICITUDES
              END-IF
           END-IF.

           IF WS-EXISTE-PENDIENTES
              CLOSE PND-PENDIENTES
              IF NOT FS-PENDIENTES-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO DE DIFERIDAS: '
                         FS-PENDIENTES
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
              MOVE 'CL20PEND'                TO LOG-PROGRAMA
              MOVE 'RESUMEN'                 TO LOG-EVENTO
              MOVE RETURN-CODE               TO LOG-RETORNO
              MOVE WS-CONT-SOLICITUDES       TO LOG-CANT-1
              MOVE WS-CONT-LISTADAS          TO LOG-CANT-2
              MOVE WS-CONT-CANCELADAS        TO LOG-CANT-3
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

       END PROGRAM CL20PEND.
