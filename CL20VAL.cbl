           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TRANSACCION-RCH.

       SELECT PND-PENDIENTES
           ASSIGN TO '../MNT-PENDIENTES.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PENDIENTES
           RECORD KEY IS PND-CLAVE.

       SELECT DEP-DEPARTAMENTOS
           ASSIGN TO '../DEPARTAMENTOS.VSAM'
           ORGANIZATION IS INDEXED
          05 CRU-DEPARTAMENTO               PIC X(20).
          05 CRU-FECHA-ALTA                 PIC 9(08).
          05 CRU-FECHA-BAJA                 PIC 9(08).
          05 CRU-FECHA-EFECTIVA             PIC 9(08).
       01 CRU-CABECERA-REG.
          05 CRU-CAB-TIPO                   PIC X(01).
             88 CRU-ES-CABECERA                 VALUE 'H'.
          05 CRU-CAB-ID-LOTE                PIC X(12).
          05 CRU-CAB-FECHA                  PIC 9(08).
          05 FILLER                         PIC X(137).
       01 CRU-COLA-REG.
          05 CRU-COLA-TIPO                  PIC X(01).
             88 CRU-ES-COLA                     VALUE 'T'.
          05 CRU-COLA-CANTIDAD              PIC 9(08).
          05 FILLER                         PIC X(149).

       FD MNT-TRANSACCION.
       01 MNT-TRANSACCION-REG.
             88 RCH-MOTIVO-DEPTO-INVALIDO       VALUE '03'.
             88 RCH-MOTIVO-COD-POSTAL-INEXIST   VALUE '04'.
             88 RCH-MOTIVO-TIPO-INVALIDO        VALUE '05'.
             88 RCH-MOTIVO-FECHA-EFEC-INVALIDA  VALUE '06'.

       FD PND-PENDIENTES.
       01 PND-PENDIENTES-REG.
           COPY PNDREG.

       FD DEP-DEPARTAMENTOS.
       01 DEP-DEPARTAMENTOS-REG.
          05 FS-TRANSACCION-RCH             PIC X(2).
             88 FS-TRANSACCION-RCH-OK           VALUE '00'.

       01 FS-STATUS-PND.
          05 FS-PENDIENTES                  PIC X(2).
             88 FS-PENDIENTES-OK                VALUE '00'.
             88 FS-PENDIENTES-EOF               VALUE '10'.
             88 FS-PENDIENTES-NFD               VALUE '35'.
             88 FS-PENDIENTES-CLAVE-DUP         VALUE '22'.
             88 FS-PENDIENTES-CLAVE-NFD         VALUE '23'.

       01 FS-STATUS-DEP.
          05 FS-DEPARTAMENTOS               PIC X(2).
             88 FS-DEPARTAMENTOS-OK             VALUE '00'.
       01 WS-CONTADORES.
          05 WS-CONT-VALIDAS                PIC 9(04) VALUE 0.
          05 WS-CONT-RECHAZADAS             PIC 9(04) VALUE 0.
          05 WS-CONT-DIFERIDAS              PIC 9(04) VALUE 0.
          05 WS-CONT-LIBERADAS              PIC 9(04) VALUE 0.

       01 WS-VALIDACION.
          05 WS-MOTIVO-RECHAZO              PIC X(02) VALUE '00'.
             88 WS-EXISTE-DEPARTAMENTOS         VALUE 'S'.
          05 WS-HAY-LOCALIDADES             PIC X(01) VALUE 'N'.
             88 WS-EXISTE-LOCALIDADES           VALUE 'S'.
          05 WS-HAY-PENDIENTES              PIC X(01) VALUE 'N'.
             88 WS-EXISTE-PENDIENTES            VALUE 'S'.
          05 WS-FIN-PENDIENTES              PIC X(01) VALUE 'N'.
             88 WS-ES-FIN-PENDIENTES            VALUE 'S'.

       01 WS-LOTE-DATOS.
          05 WS-ID-LOTE                     PIC X(12) VALUE SPACES.
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-ES-LOTE-VALIDO AND FS-TRANSACCION-CRU-OK
              AND WS-EXISTE-PENDIENTES

              PERFORM 2000-PROCESAR-TRANSACCION
                 THRU 2000-PROCESAR-TRANSACCION-FIN
                UNTIL FS-TRANSACCION-CRU-EOF

              PERFORM 2500-LIBERAR-PENDIENTES
                 THRU 2500-LIBERAR-PENDIENTES-FIN

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
                 THRU 1400-ABRIR-DEPARTAMENTOS-FIN
              PERFORM 1450-ABRIR-LOCALIDADES
                 THRU 1450-ABRIR-LOCALIDADES-FIN
              PERFORM 1600-ABRIR-PENDIENTES
                 THRU 1600-ABRIR-PENDIENTES-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.

       1520-EVALUAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1600-ABRIR-PENDIENTES.

           OPEN I-O PND-PENDIENTES.

           IF FS-PENDIENTES-NFD
              PERFORM 1610-CREAR-PENDIENTES
                 THRU 1610-CREAR-PENDIENTES-FIN
           END-IF.

           IF FS-PENDIENTES-OK
              MOVE 'S'                      TO WS-HAY-PENDIENTES
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TRANSACCIONES '-
                      'DIFERIDAS'
              DISPLAY 'FILE STATUS: ' FS-PENDIENTES
              MOVE 8                  TO RETURN-CODE
           END-IF.

       1600-ABRIR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1610-CREAR-PENDIENTES.

           OPEN OUTPUT PND-PENDIENTES.
           CLOSE PND-PENDIENTES.
           OPEN I-O PND-PENDIENTES.

       1610-CREAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-TRANSACCION.

              PERFORM 2100-VALIDAR-TRANSACCION
                 THRU 2100-VALIDAR-TRANSACCION-FIN

              EVALUATE TRUE
                  WHEN NOT WS-TRANSACCION-VALIDA
                       PERFORM 2300-GRABAR-RECHAZO
                          THRU 2300-GRABAR-RECHAZO-FIN
                  WHEN CRU-FECHA-EFECTIVA > WS-FECHA-PROCESO
                       PERFORM 2250-GRABAR-PENDIENTE
                          THRU 2250-GRABAR-PENDIENTE-FIN
                  WHEN OTHER
                       PERFORM 2200-GRABAR-VALIDA
                          THRU 2200-GRABAR-VALIDA-FIN
              END-EVALUATE

           END-IF.

              END-IF
           END-IF.

           IF WS-TRANSACCION-VALIDA
              AND CRU-FECHA-EFECTIVA NOT NUMERIC
              MOVE '06'                     TO WS-MOTIVO-RECHAZO
           END-IF.

       2100-VALIDAR-TRANSACCION-FIN.
           EXIT.
      *----------------------------------------------------------------*

       2200-GRABAR-VALIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA TRANSACCION VALIDA CON FECHA EFECTIVA POSTERIOR A LA FECHA
      * DE PROCESO NO VA AL LOTE DEL DIA: SE ESTACIONA EN EL ARCHIVO
      * DE DIFERIDAS HASTA QUE LA LIBERE LA CORRIDA DE ESA FECHA. SI
      * EL EMPLEADO YA TIENE OTRA PARA LA MISMA FECHA SE CORRE LA
      * SECUENCIA Y SE REINTENTA LA GRABACION.
      *----------------------------------------------------------------*
       2250-GRABAR-PENDIENTE.

           MOVE CRU-FECHA-EFECTIVA          TO PND-FECHA-EFECTIVA.
           MOVE CRU-ID-EMPLEADO             TO PND-ID-EMPLEADO.
           MOVE 1                           TO PND-SECUENCIA.
           MOVE CRU-TIPO-TRANS              TO PND-TIPO-TRANS.
           MOVE CRU-ID-EMPLEADO             TO PND-TRN-ID-EMPLEADO.
           MOVE CRU-APELLIDO                TO PND-APELLIDO.
           MOVE CRU-NOMBRE                  TO PND-NOMBRE.
           MOVE CRU-ESTADO                  TO PND-ESTADO.
           MOVE CRU-DIRECCION               TO PND-DIRECCION.
           MOVE CRU-COD-POSTAL              TO PND-COD-POSTAL.
           MOVE CRU-DEPARTAMENTO            TO PND-DEPARTAMENTO.
           MOVE CRU-FECHA-ALTA              TO PND-FECHA-ALTA.
           MOVE CRU-FECHA-BAJA              TO PND-FECHA-BAJA.
           MOVE WS-ID-LOTE                  TO PND-ID-LOTE.
           MOVE WS-FECHA-PROCESO            TO PND-FECHA-REGISTRO.

           WRITE PND-PENDIENTES-REG.

           PERFORM 2260-REINTENTAR-PENDIENTE
              THRU 2260-REINTENTAR-PENDIENTE-FIN
             UNTIL NOT FS-PENDIENTES-CLAVE-DUP.

           IF FS-PENDIENTES-OK
              ADD 1                         TO WS-CONT-DIFERIDAS
              DISPLAY 'TRANSACCION DIFERIDA - ID: ' CRU-ID-EMPLEADO
                      ' - FECHA EFECTIVA: ' CRU-FECHA-EFECTIVA
           ELSE
              DISPLAY 'ERROR AL GRABAR LA TRANSACCION DIFERIDA'
              DISPLAY 'FILE STATUS: ' FS-PENDIENTES
              MOVE 8                  TO RETURN-CODE
           END-IF.

       2250-GRABAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2260-REINTENTAR-PENDIENTE.

           ADD 1                         TO PND-SECUENCIA.

           WRITE PND-PENDIENTES-REG.

       2260-REINTENTAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-GRABAR-RECHAZO.


       2400-GRABAR-COLA-LOTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERACION DE DIFERIDAS: TERMINADO EL LOTE DEL DIA SE RECORRE
      * EL ARCHIVO DE DIFERIDAS EN ORDEN DE FECHA EFECTIVA Y CADA
      * TRANSACCION CON FECHA MENOR O IGUAL A LA DE PROCESO SE VUELVE
      * A VALIDAR (LAS TABLAS PUDIERON CAMBIAR DESDE QUE SE ESTACIONO)
      * Y SE AGREGA AL LOTE ANTES DE LA COLA, O SE RECHAZA. EN AMBOS
      * CASOS SE LA BORRA DEL ARCHIVO DE DIFERIDAS.
      *----------------------------------------------------------------*
       2500-LIBERAR-PENDIENTES.

           MOVE 'N'                         TO WS-FIN-PENDIENTES.
           MOVE ZEROS                       TO PND-CLAVE.

           START PND-PENDIENTES KEY IS NOT LESS THAN PND-CLAVE.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    PERFORM 2510-LEER-PENDIENTE
                       THRU 2510-LEER-PENDIENTE-FIN
                    PERFORM 2520-LIBERAR-PENDIENTE
                       THRU 2520-LIBERAR-PENDIENTE-FIN
                      UNTIL WS-ES-FIN-PENDIENTES
               WHEN FS-PENDIENTES-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR LAS TRANSACCIONES '-
                            'DIFERIDAS'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2500-LIBERAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-LEER-PENDIENTE.

           READ PND-PENDIENTES NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    IF PND-FECHA-EFECTIVA > WS-FECHA-PROCESO
                       MOVE 'S'             TO WS-FIN-PENDIENTES
                    END-IF
               WHEN FS-PENDIENTES-EOF
                    MOVE 'S'                TO WS-FIN-PENDIENTES
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LAS TRANSACCIONES DIFERIDAS'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    MOVE 8                  TO RETURN-CODE
                    MOVE 'S'                TO WS-FIN-PENDIENTES
           END-EVALUATE.

       2510-LEER-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-LIBERAR-PENDIENTE.

           MOVE PND-TIPO-TRANS              TO CRU-TIPO-TRANS.
           MOVE PND-TRN-ID-EMPLEADO         TO CRU-ID-EMPLEADO.
           MOVE PND-APELLIDO                TO CRU-APELLIDO.
           MOVE PND-NOMBRE                  TO CRU-NOMBRE.
           MOVE PND-ESTADO                  TO CRU-ESTADO.
           MOVE PND-DIRECCION               TO CRU-DIRECCION.
           MOVE PND-COD-POSTAL              TO CRU-COD-POSTAL.
           MOVE PND-DEPARTAMENTO            TO CRU-DEPARTAMENTO.
           MOVE PND-FECHA-ALTA              TO CRU-FECHA-ALTA.
           MOVE PND-FECHA-BAJA              TO CRU-FECHA-BAJA.
           MOVE PND-FECHA-EFECTIVA          TO CRU-FECHA-EFECTIVA.

           PERFORM 2100-VALIDAR-TRANSACCION
              THRU 2100-VALIDAR-TRANSACCION-FIN.

           IF WS-TRANSACCION-VALIDA
              PERFORM 2200-GRABAR-VALIDA
                 THRU 2200-GRABAR-VALIDA-FIN
           ELSE
              PERFORM 2300-GRABAR-RECHAZO
                 THRU 2300-GRABAR-RECHAZO-FIN
           END-IF.

           IF FS-TRANSACCION-OK AND FS-TRANSACCION-RCH-OK
              DELETE PND-PENDIENTES RECORD
              IF FS-PENDIENTES-OK
                 IF WS-TRANSACCION-VALIDA
                    ADD 1                   TO WS-CONT-LIBERADAS
                    DISPLAY 'TRANSACCION LIBERADA - ID: '
                            PND-ID-EMPLEADO
                            ' - FECHA EFECTIVA: ' PND-FECHA-EFECTIVA
                            ' - LOTE ORIGEN: ' PND-ID-LOTE
                 END-IF
              ELSE
                 DISPLAY 'ERROR AL BORRAR LA TRANSACCION DIFERIDA'
                 DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                 MOVE 8                  TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM 2510-LEER-PENDIENTE
              THRU 2510-LEER-PENDIENTE-FIN.

       2520-LIBERAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY "--------------------------------------------------".
           DISPLAY 'TRANSACCIONES VALIDAS    : ' WS-CONT-VALIDAS.
           DISPLAY 'TRANSACCIONES RECHAZADAS : ' WS-CONT-RECHAZADAS.
           DISPLAY 'TRANSACCIONES DIFERIDAS  : ' WS-CONT-DIFERIDAS.
           DISPLAY 'TRANSACCIONES LIBERADAS  : ' WS-CONT-LIBERADAS.
           DISPLAY "--------------------------------------------------".

           PERFORM 3300-GRABAR-BITACORA

           END-IF.

           IF WS-EXISTE-PENDIENTES
              CLOSE PND-PENDIENTES
              IF NOT FS-PENDIENTES-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO DE DIFERIDAS: '
                         FS-PENDIENTES
              END-IF
           END-IF.

           IF WS-EXISTE-DEPARTAMENTOS
              CLOSE DEP-DEPARTAMENTOS
              IF NOT FS-DEPARTAMENTOS-OK
              MOVE RETURN-CODE               TO LOG-RETORNO
              MOVE WS-CONT-VALIDAS           TO LOG-CANT-1
              MOVE WS-CONT-RECHAZADAS        TO LOG-CANT-2
              MOVE WS-CONT-DIFERIDAS         TO LOG-CANT-3
              MOVE WS-CONT-LIBERADAS         TO LOG-CANT-4
              MOVE SPACES                    TO LOG-BITACORA-REG (69:12)
              WRITE LOG-BITACORA-REG
              IF NOT FS-BITACORA-OK
