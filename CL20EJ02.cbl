
       FD INT-PAYROLL.
       01 INT-PAYROLL-REG.
          05 INT-TIPO-REGISTRO              PIC X(01).
             88 INT-ES-CABECERA                 VALUE 'H'.
             88 INT-ES-DETALLE                  VALUE 'D'.
             88 INT-ES-COLA                     VALUE 'T'.
          05 INT-APELLIDO                   PIC X(30).
          05 INT-NOMBRE                     PIC X(30).
          05 INT-ID-EMPLEADO                PIC 9(10).
          05 INT-DIRECCION                  PIC X(60).
          05 INT-COD-POSTAL                 PIC 9(05).
       01 INT-CABECERA-REG.
          05 INT-CAB-TIPO                   PIC X(01).
          05 INT-CAB-ID-LOTE                PIC X(12).
          05 INT-CAB-FECHA                  PIC 9(08).
          05 FILLER                         PIC X(115).
       01 INT-COLA-REG.
          05 INT-COLA-TIPO                  PIC X(01).
          05 INT-COLA-ID-LOTE               PIC X(12).
          05 INT-COLA-CANTIDAD              PIC 9(08).
          05 INT-COLA-HASH-ID               PIC 9(18).
          05 FILLER                         PIC X(97).

       FD DEP-DEPARTAMENTOS.
       01 DEP-DEPARTAMENTOS-REG.
             10 WS-DEPTO-CODIGO             PIC X(04).
             10 WS-DEPTO-RESTO              PIC X(16).

      * CONTROL DEL LOTE ENVIADO A PAYROLL: LA COLA LLEVA LA CANTIDAD
      * DE REGISTROS Y LA SUMA DE INT-ID-EMPLEADO PARA QUE EL PROVEEDOR
      * Y CL20PAYC VERIFIQUEN QUE EL LOTE LLEGO COMPLETO.
       01 WS-LOTE-PAYROLL.
          05 WS-ID-LOTE                     PIC X(12) VALUE SPACES.
          05 WS-FECHA-PROCESO               PIC 9(08) VALUE 0.
          05 WS-HORA-PROCESO                PIC 9(08) VALUE 0.
          05 WS-CONT-PAYROLL                PIC 9(08) VALUE 0.
          05 WS-HASH-PAYROLL                PIC 9(18) VALUE 0.

       77 WS-ID-EMPLEADO                    PIC 9(08).
       77 WS-TIPO-BUSQUEDA                  PIC X(01).
           88 WS-BUSCA-POR-APELLIDO             VALUE 'S'.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-PROCESO FROM TIME.

           MOVE WS-FECHA-PROCESO            TO WS-ID-LOTE (1:8).
           MOVE WS-HORA-PROCESO (1:4)       TO WS-ID-LOTE (9:4).

           PERFORM 1100-ABRIR-EMPLEADOS
              THRU 1100-ABRIR-EMPLEADOS-FIN.
           PERFORM 1200-ABRIR-EMPLEADOS-SAL

           OPEN OUTPUT INT-PAYROLL.

           IF FS-PAYROLL-OK
              MOVE 'H'                      TO INT-CAB-TIPO
              MOVE WS-ID-LOTE               TO INT-CAB-ID-LOTE
              MOVE WS-FECHA-PROCESO         TO INT-CAB-FECHA
              MOVE SPACES                   TO INT-CABECERA-REG (22:115)
              WRITE INT-CABECERA-REG
              IF NOT FS-PAYROLL-OK
                 DISPLAY 'ERROR AL GRABAR LA CABECERA DE PAYROLL'
                 DISPLAY 'FILE STATUS: ' FS-PAYROLL
                 MOVE 8                  TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE INTERFAZ PAYROLL'
              DISPLAY 'FILE STATUS: ' FS-PAYROLL
              MOVE 8                  TO RETURN-CODE
      *----------------------------------------------------------------*
       2107-GRABAR-PAYROLL.

           MOVE 'D'                         TO INT-TIPO-REGISTRO.
           MOVE ENT-EMP-APELLIDO            TO INT-APELLIDO.
           MOVE ENT-EMP-NOMBRE              TO INT-NOMBRE.
           MOVE ENT-EMP-ID-EMPLEADO         TO INT-ID-EMPLEADO.

           WRITE INT-PAYROLL-REG.

           IF FS-PAYROLL-OK
              ADD 1                         TO WS-CONT-PAYROLL
              ADD INT-ID-EMPLEADO           TO WS-HASH-PAYROLL
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR LA INTERFAZ PAYROLL'
              DISPLAY 'FILE STATUS: ' FS-PAYROLL
              MOVE 8                  TO RETURN-CODE

       2107-GRABAR-PAYROLL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2108-GRABAR-COLA-PAYROLL.

           MOVE 'T'                         TO INT-COLA-TIPO.
           MOVE WS-ID-LOTE                  TO INT-COLA-ID-LOTE.
           MOVE WS-CONT-PAYROLL             TO INT-COLA-CANTIDAD.
           MOVE WS-HASH-PAYROLL             TO INT-COLA-HASH-ID.
           MOVE SPACES                      TO INT-COLA-REG (40:97).

           WRITE INT-COLA-REG.

           IF NOT FS-PAYROLL-OK
              DISPLAY 'ERROR AL GRABAR LA COLA DE PAYROLL'
              DISPLAY 'FILE STATUS: ' FS-PAYROLL
              MOVE 8                  TO RETURN-CODE
           END-IF.

       2108-GRABAR-COLA-PAYROLL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF FS-PAYROLL-OK
              PERFORM 2108-GRABAR-COLA-PAYROLL
                 THRU 2108-GRABAR-COLA-PAYROLL-FIN
           END-IF.

           DISPLAY "--------------------------------------------------".
           DISPLAY 'LOTE PAYROLL                : ' WS-ID-LOTE.
           DISPLAY 'REGISTROS ENVIADOS A PAYROLL: ' WS-CONT-PAYROLL.
           DISPLAY 'TOTAL DE CONTROL DE ID      : ' WS-HASH-PAYROLL.
           DISPLAY "--------------------------------------------------".

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-CERRAR-ARCHIVOS-FIN.

