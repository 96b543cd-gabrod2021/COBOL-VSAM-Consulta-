      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - CONSULTA DE SUELDO VIGENTE A UNA FECHA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20SUEQ.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT SUH-HISTORIA
           ASSIGN TO '../SUELDOS-HIST.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-HISTORIA
           RECORD KEY IS SUH-CLAVE.

       SELECT SUE-SUELDOS
           ASSIGN TO '../SUELDOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-SUELDOS
           RECORD KEY IS SUE-ID-EMPLEADO.

       SELECT SCO-CONSULTA
           ASSIGN TO '../SUE-CONSULTA.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CONSULTA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD SUH-HISTORIA.
       01 SUH-HISTORIA-REG.
           COPY SUHREG.

       FD SUE-SUELDOS.
       01 SUE-SUELDOS-REG.
           COPY SUEREG.

       FD SCO-CONSULTA.
       01 SCO-CONSULTA-REG.
          05 SCO-ID-EMPLEADO                PIC 9(08).
          05 SCO-FECHA                      PIC 9(08).

       WORKING-STORAGE SECTION.

       01 FS-STATUS-SUH.
          05 FS-HISTORIA                    PIC X(2).
             88 FS-HISTORIA-OK                  VALUE '00'.
             88 FS-HISTORIA-EOF                 VALUE '10'.
             88 FS-HISTORIA-NFD                 VALUE '35'.
             88 FS-HISTORIA-CLAVE-NFD           VALUE '23'.

       01 FS-STATUS-SUE.
          05 FS-SUELDOS                     PIC X(2).
             88 FS-SUELDOS-OK                   VALUE '00'.
             88 FS-SUELDOS-NFD                  VALUE '35'.
             88 FS-SUELDOS-CLAVE-NFD            VALUE '23'.

       01 FS-STATUS-SCO.
          05 FS-CONSULTA                    PIC X(2).
             88 FS-CONSULTA-OK                  VALUE '00'.
             88 FS-CONSULTA-EOF                 VALUE '10'.
             88 FS-CONSULTA-NFD                 VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-CONSULTAS              PIC 9(04) VALUE 0.
          05 WS-CONT-ENCONTRADOS            PIC 9(04) VALUE 0.
          05 WS-CONT-NO-ENCONTRADOS         PIC 9(04) VALUE 0.

       01 WS-INDICADORES.
          05 WS-HAY-SUELDOS                 PIC X(01) VALUE 'N'.
             88 WS-EXISTE-SUELDOS               VALUE 'S'.
          05 WS-FIN-HISTORIA                PIC X(01) VALUE 'N'.
             88 WS-ES-FIN-HISTORIA              VALUE 'S'.
          05 WS-VALOR-ENCONTRADO            PIC X(01) VALUE 'N'.
             88 WS-HAY-VALOR-ENCONTRADO         VALUE 'S'.
          05 WS-BAJA-VIGENTE                PIC X(01) VALUE 'N'.
             88 WS-HAY-BAJA-VIGENTE             VALUE 'S'.

       01 WS-VALOR-VIGENTE.
          05 WS-VIG-FECHA-VIGENCIA          PIC 9(08).
          05 WS-VIG-IMPORTE                 PIC 9(09)V99.
          05 WS-VIG-CATEGORIA               PIC X(02).
          05 WS-VIG-MONEDA                  PIC X(03).
          05 WS-VIG-ORIGEN                  PIC X(01).

       77 WS-FECHA-PROCESO                  PIC 9(08) VALUE 0.
       77 WS-FECHA-CONSULTA                 PIC 9(08) VALUE 0.
       77 WS-FECHA-BAJA                     PIC 9(08) VALUE 0.

       01 WS-IMPORTE-EDIT                   PIC Z(08)9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF FS-HISTORIA-OK AND FS-CONSULTA-OK

              PERFORM 2000-PROCESAR-CONSULTA
                 THRU 2000-PROCESAR-CONSULTA-FIN
                UNTIL FS-CONSULTA-EOF

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

            GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1100-ABRIR-HISTORIA
              THRU 1100-ABRIR-HISTORIA-FIN.
           PERFORM 1200-ABRIR-SUELDOS
              THRU 1200-ABRIR-SUELDOS-FIN.
           PERFORM 1300-ABRIR-CONSULTA
              THRU 1300-ABRIR-CONSULTA-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-HISTORIA.

           OPEN INPUT SUH-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    CONTINUE
               WHEN FS-HISTORIA-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE HISTORIA '-
                            'DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE HISTORIA '-
                            'DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1100-ABRIR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL MAESTRO DE SUELDOS SOLO SE USA PARA LOS EMPLEADOS CUYO
      * SUELDO NO CAMBIO DESDE QUE EXISTE LA HISTORIA. SI NO ESTA SE
      * CONSULTA UNICAMENTE LA HISTORIA.
      *----------------------------------------------------------------*
       1200-ABRIR-SUELDOS.

           OPEN INPUT SUE-SUELDOS.

           EVALUATE TRUE
               WHEN FS-SUELDOS-OK
                    MOVE 'S'                TO WS-HAY-SUELDOS
               WHEN FS-SUELDOS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE SUELDOS - '-
                            'SE CONSULTA SOLO LA HISTORIA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-SUELDOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1200-ABRIR-SUELDOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-ABRIR-CONSULTA.

           OPEN INPUT SCO-CONSULTA.

           EVALUATE TRUE
               WHEN FS-CONSULTA-OK
                    PERFORM 1310-LEER-CONSULTA
                       THRU 1310-LEER-CONSULTA-FIN
               WHEN FS-CONSULTA-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE CONSULTA'
                    DISPLAY 'FILE STATUS: ' FS-CONSULTA
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONSULTA'
                    DISPLAY 'FILE STATUS: ' FS-CONSULTA
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1300-ABRIR-CONSULTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-CONSULTA.

           READ SCO-CONSULTA.

           EVALUATE TRUE
               WHEN FS-CONSULTA-OK
                    CONTINUE
               WHEN FS-CONSULTA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CONSULTA'
                    DISPLAY 'FILE STATUS: ' FS-CONSULTA
                    MOVE 8                  TO RETURN-CODE
                    DISPLAY " "
           END-EVALUATE.

       1310-LEER-CONSULTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA FECHA DE CONSULTA EN CERO SE TOMA COMO LA FECHA DEL DIA.
      *----------------------------------------------------------------*
       2000-PROCESAR-CONSULTA.

           ADD 1                            TO WS-CONT-CONSULTAS.

           IF SCO-FECHA EQUAL ZEROS
              MOVE WS-FECHA-PROCESO         TO WS-FECHA-CONSULTA
           ELSE
              MOVE SCO-FECHA                TO WS-FECHA-CONSULTA
           END-IF.

           MOVE 'N'                         TO WS-VALOR-ENCONTRADO.
           MOVE 'N'                         TO WS-BAJA-VIGENTE.

           PERFORM 2100-BUSCAR-HISTORIA
              THRU 2100-BUSCAR-HISTORIA-FIN.

           IF NOT WS-HAY-VALOR-ENCONTRADO AND NOT WS-HAY-BAJA-VIGENTE
              AND WS-EXISTE-SUELDOS
              PERFORM 2200-BUSCAR-SUELDO-ACTUAL
                 THRU 2200-BUSCAR-SUELDO-ACTUAL-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-HAY-VALOR-ENCONTRADO
                    ADD 1                   TO WS-CONT-ENCONTRADOS
                    PERFORM 2300-MOSTRAR-VIGENTE
                       THRU 2300-MOSTRAR-VIGENTE-FIN
               WHEN WS-HAY-BAJA-VIGENTE
                    ADD 1                   TO WS-CONT-NO-ENCONTRADOS
                    DISPLAY 'SIN SUELDO VIGENTE - ID: ' SCO-ID-EMPLEADO
                            ' - FECHA: ' WS-FECHA-CONSULTA
                            ' - BAJA DESDE: ' WS-FECHA-BAJA
               WHEN OTHER
                    ADD 1                   TO WS-CONT-NO-ENCONTRADOS
                    DISPLAY 'SIN SUELDO VIGENTE - ID: ' SCO-ID-EMPLEADO
                            ' - FECHA: ' WS-FECHA-CONSULTA
           END-EVALUATE.

           PERFORM 1310-LEER-CONSULTA
              THRU 1310-LEER-CONSULTA-FIN.

       2000-PROCESAR-CONSULTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SE POSICIONA EN LA PRIMERA VIGENCIA DEL EMPLEADO Y SE RECORRE
      * HACIA ADELANTE: QUEDA EL ULTIMO VALOR CON VIGENCIA NO
      * POSTERIOR A LA FECHA CONSULTADA. SI ESE ULTIMO REGISTRO ES UNA
      * BAJA, A ESA FECHA EL EMPLEADO NO TIENE SUELDO.
      *----------------------------------------------------------------*
       2100-BUSCAR-HISTORIA.

           MOVE SCO-ID-EMPLEADO             TO SUH-ID-EMPLEADO.
           MOVE ZEROS                       TO SUH-FECHA-VIGENCIA.

           START SUH-HISTORIA KEY IS GREATER THAN OR EQUAL TO
                 SUH-CLAVE.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    MOVE 'N'                TO WS-FIN-HISTORIA
                    PERFORM 2110-LEER-HISTORIA
                       THRU 2110-LEER-HISTORIA-FIN
                      UNTIL WS-ES-FIN-HISTORIA
               WHEN FS-HISTORIA-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR LA HISTORIA DE '-
                            'SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2100-BUSCAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-HISTORIA.

           READ SUH-HISTORIA NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    AND SUH-ID-EMPLEADO NOT EQUAL SCO-ID-EMPLEADO
                    MOVE 'S'                TO WS-FIN-HISTORIA
               WHEN FS-HISTORIA-OK
                    AND SUH-FECHA-VIGENCIA > WS-FECHA-CONSULTA
                    MOVE 'S'                TO WS-FIN-HISTORIA
               WHEN FS-HISTORIA-OK
                    AND SUH-ES-BAJA
                    MOVE 'N'                TO WS-VALOR-ENCONTRADO
                    MOVE 'S'                TO WS-BAJA-VIGENTE
                    MOVE SUH-FECHA-VIGENCIA TO WS-FECHA-BAJA
               WHEN FS-HISTORIA-OK
                    MOVE 'S'                TO WS-VALOR-ENCONTRADO
                    MOVE 'N'                TO WS-BAJA-VIGENTE
                    MOVE SUH-FECHA-VIGENCIA TO WS-VIG-FECHA-VIGENCIA
                    MOVE SUH-IMPORTE        TO WS-VIG-IMPORTE
                    MOVE SUH-CATEGORIA      TO WS-VIG-CATEGORIA
                    MOVE SUH-MONEDA         TO WS-VIG-MONEDA
                    MOVE SUH-ORIGEN         TO WS-VIG-ORIGEN
               WHEN FS-HISTORIA-EOF
                    MOVE 'S'                TO WS-FIN-HISTORIA
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA HISTORIA DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    MOVE 8                  TO RETURN-CODE
                    MOVE 'S'                TO WS-FIN-HISTORIA
           END-EVALUATE.

       2110-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN HISTORIA PARA LA FECHA, EL SUELDO ACTUAL SIRVE SI SU
      * VIGENCIA NO ES POSTERIOR A LA FECHA CONSULTADA.
      *----------------------------------------------------------------*
       2200-BUSCAR-SUELDO-ACTUAL.

           MOVE SCO-ID-EMPLEADO             TO SUE-ID-EMPLEADO.

           READ SUE-SUELDOS KEY IS SUE-ID-EMPLEADO.

           EVALUATE TRUE
               WHEN FS-SUELDOS-OK
                    IF SUE-FECHA-VIGENCIA NOT > WS-FECHA-CONSULTA
                       MOVE 'S'             TO WS-VALOR-ENCONTRADO
                       MOVE SUE-FECHA-VIGENCIA
                                            TO WS-VIG-FECHA-VIGENCIA
                       MOVE SUE-IMPORTE     TO WS-VIG-IMPORTE
                       MOVE SUE-CATEGORIA   TO WS-VIG-CATEGORIA
                       MOVE SUE-MONEDA      TO WS-VIG-MONEDA
                       MOVE SPACES          TO WS-VIG-ORIGEN
                    END-IF
               WHEN FS-SUELDOS-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-SUELDOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2200-BUSCAR-SUELDO-ACTUAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-MOSTRAR-VIGENTE.

           MOVE WS-VIG-IMPORTE              TO WS-IMPORTE-EDIT.

           DISPLAY "--------------------------------------------------".
           DISPLAY ' ID EMPLEADO    : ' SCO-ID-EMPLEADO.
           DISPLAY ' FECHA CONSULTA : ' WS-FECHA-CONSULTA.
           DISPLAY ' VIGENTE DESDE  : ' WS-VIG-FECHA-VIGENCIA.
           DISPLAY ' IMPORTE        : ' WS-IMPORTE-EDIT.
           DISPLAY ' CATEGORIA      : ' WS-VIG-CATEGORIA.
           DISPLAY ' MONEDA         : ' WS-VIG-MONEDA.

           IF WS-VIG-ORIGEN EQUAL SPACES
              DISPLAY ' ORIGEN         : MAESTRO DE SUELDOS'
           ELSE
              DISPLAY ' ORIGEN         : HISTORIA (' WS-VIG-ORIGEN ')'
           END-IF.

           DISPLAY "--------------------------------------------------".

       2300-MOSTRAR-VIGENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY "--------------------------------------------------".
           DISPLAY 'CONSULTAS PROCESADAS : ' WS-CONT-CONSULTAS.
           DISPLAY 'ENCONTRADOS          : ' WS-CONT-ENCONTRADOS.
           DISPLAY 'NO ENCONTRADOS       : ' WS-CONT-NO-ENCONTRADOS.
           DISPLAY "--------------------------------------------------".

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-CERRAR-ARCHIVOS-FIN.

           DISPLAY '### FIN DEL PROGRAMA ###'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-CERRAR-ARCHIVOS.

           CLOSE SUH-HISTORIA.

           IF NOT FS-HISTORIA-OK AND NOT FS-HISTORIA-EOF
              DISPLAY 'ERROR AL CERRAR ARCHIVO HISTORIA: ' FS-HISTORIA
           END-IF.

           IF WS-EXISTE-SUELDOS
              CLOSE SUE-SUELDOS
              IF NOT FS-SUELDOS-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO SUELDOS: '
                         FS-SUELDOS
              END-IF
           END-IF.

           CLOSE SCO-CONSULTA.

           IF NOT FS-CONSULTA-OK AND NOT FS-CONSULTA-EOF
              DISPLAY 'ERROR AL CERRAR ARCHIVO DE CONSULTA: '
                      FS-CONSULTA
           END-IF.

       3200-CERRAR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL20SUEQ.
