      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - CONCILIACION ENVIO / ACUSE PAYROLL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20PAYC.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT INT-PAYROLL
           ASSIGN TO '../INT-PAYROLL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PAYROLL.

       SELECT ACK-PAYROLL
           ASSIGN TO '../INT-PAYROLL-ACK.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ACUSE.

       SELECT REP-CONCILIACION
           ASSIGN TO '../PAYROLL-CONCILIACION.DAT'
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

      * ARCHIVO DE RETORNO DEL PROVEEDOR DE PAYROLL: UNA CABECERA CON
      * EL LOTE QUE SE ACUSA, UN DETALLE POR EMPLEADO RECIBIDO
      * (ACEPTADO O RECHAZADO CON SU MOTIVO) Y UNA COLA CON LA CANTIDAD
      * DE DETALLES.
       FD ACK-PAYROLL.
       01 ACK-PAYROLL-REG.
          05 ACK-TIPO-REGISTRO              PIC X(01).
             88 ACK-ES-CABECERA                 VALUE 'H'.
             88 ACK-ES-DETALLE                  VALUE 'D'.
             88 ACK-ES-COLA                     VALUE 'T'.
          05 ACK-ID-EMPLEADO                PIC 9(10).
          05 ACK-ESTADO                     PIC X(01).
             88 ACK-ES-ACEPTADO                 VALUE 'A'.
             88 ACK-ES-RECHAZADO                VALUE 'R'.
          05 ACK-COD-MOTIVO                 PIC X(04).
          05 ACK-DESC-MOTIVO                PIC X(40).
       01 ACK-CABECERA-REG.
          05 ACK-CAB-TIPO                   PIC X(01).
          05 ACK-CAB-ID-LOTE                PIC X(12).
          05 ACK-CAB-FECHA                  PIC 9(08).
          05 FILLER                         PIC X(35).
       01 ACK-COLA-REG.
          05 ACK-COLA-TIPO                  PIC X(01).
          05 ACK-COLA-CANTIDAD              PIC 9(08).
          05 FILLER                         PIC X(47).

       FD REP-CONCILIACION.
       01 REP-CONCILIACION-REG              PIC X(100).

       FD LOG-BITACORA.
       01 LOG-BITACORA-REG.
           COPY LOGREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS-INT.
          05 FS-PAYROLL                     PIC X(2).
             88 FS-PAYROLL-OK                   VALUE '00'.
             88 FS-PAYROLL-EOF                  VALUE '10'.
             88 FS-PAYROLL-NFD                  VALUE '35'.

       01 FS-STATUS-ACK.
          05 FS-ACUSE                       PIC X(2).
             88 FS-ACUSE-OK                     VALUE '00'.
             88 FS-ACUSE-EOF                    VALUE '10'.
             88 FS-ACUSE-NFD                    VALUE '35'.

       01 FS-STATUS-REP.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.

       01 FS-STATUS-LOG.
          05 FS-BITACORA                    PIC X(2).
             88 FS-BITACORA-OK                  VALUE '00'.
             88 FS-BITACORA-NFD                 VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-ENVIADOS               PIC 9(08) VALUE 0.
          05 WS-CONT-ACUSES                 PIC 9(08) VALUE 0.
          05 WS-CONT-ACEPTADOS              PIC 9(08) VALUE 0.
          05 WS-CONT-RECHAZADOS             PIC 9(08) VALUE 0.
          05 WS-CONT-SIN-ACUSE              PIC 9(08) VALUE 0.
          05 WS-CONT-SIN-ENVIO              PIC 9(08) VALUE 0.
          05 WS-CONT-DUPLICADOS             PIC 9(08) VALUE 0.
          05 WS-CONT-INVALIDOS              PIC 9(08) VALUE 0.

       01 WS-INDICADORES.
          05 WS-HAY-CABECERA                PIC X(01) VALUE 'N'.
             88 WS-EXISTE-CABECERA              VALUE 'S'.
          05 WS-HAY-COLA                    PIC X(01) VALUE 'N'.
             88 WS-EXISTE-COLA                  VALUE 'S'.
          05 WS-ENVIO-VALIDO                PIC X(01) VALUE 'N'.
             88 WS-ES-ENVIO-VALIDO              VALUE 'S'.
          05 WS-LOTE-DISTINTO               PIC X(01) VALUE 'N'.
             88 WS-ES-LOTE-DISTINTO             VALUE 'S'.
          05 WS-HAY-CABECERA-ACUSE          PIC X(01) VALUE 'N'.
             88 WS-EXISTE-CABECERA-ACUSE        VALUE 'S'.
          05 WS-HAY-COLA-ACUSE              PIC X(01) VALUE 'N'.
             88 WS-EXISTE-COLA-ACUSE            VALUE 'S'.
          05 WS-ACUSE-ERRONEO               PIC X(01) VALUE 'N'.
             88 WS-ES-ACUSE-ERRONEO             VALUE 'S'.
          05 WS-TABLA-DESBORDADA            PIC X(01) VALUE 'N'.
             88 WS-HAY-DESBORDE                 VALUE 'S'.

      * TOTALES DE CONTROL DEL LOTE ENVIADO: LOS DECLARADOS EN LA COLA
      * Y LOS RECALCULADOS AL LEER LOS DETALLES.
       01 WS-CONTROL-ENVIO.
          05 WS-ENV-ID-LOTE                 PIC X(12) VALUE SPACES.
          05 WS-ENV-FECHA                   PIC 9(08) VALUE 0.
          05 WS-COLA-CANTIDAD               PIC 9(08) VALUE 0.
          05 WS-COLA-HASH-ID                PIC 9(18) VALUE 0.
          05 WS-CALC-HASH-ID                PIC 9(18) VALUE 0.

      * EMPLEADOS ENVIADOS EN EL LOTE. SITUACION: ESPACIO = SIN ACUSE,
      * A = ACEPTADO, R = RECHAZADO.
       01 WS-TABLA-ENVIADOS.
          05 WS-ENV-CANTIDAD                PIC 9(05) VALUE 0.
          05 WS-ENV-ENTRADA OCCURS 10000 TIMES.
             10 WS-ENV-ID-EMPLEADO          PIC 9(10).
             10 WS-ENV-SITUACION            PIC X(01).

       77 WS-ENV-MAXIMO                     PIC 9(05) VALUE 10000.
       77 WS-IND-ENVIO                      PIC 9(05) VALUE 0.
       77 WS-POS-ENVIO                      PIC 9(05) VALUE 0.

       01 WS-REP-CABECERA.
          05 FILLER                         PIC X(41)
             VALUE 'CONCILIACION ENVIO / ACUSE PAYROLL LOTE: '.
          05 WS-CAB-ID-LOTE                 PIC X(12).
          05 FILLER                         PIC X(09) VALUE ' FECHA: '.
          05 WS-CAB-FECHA                   PIC 9(08).
          05 FILLER                         PIC X(30) VALUE SPACES.

       01 WS-REP-DETALLE.
          05 FILLER                         PIC X(13)
             VALUE 'ID EMPLEADO: '.
          05 WS-DET-ID-EMPLEADO             PIC 9(10).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-DET-SITUACION               PIC X(21).
          05 FILLER                         PIC X(09) VALUE ' MOTIVO: '.
          05 WS-DET-COD-MOTIVO              PIC X(04).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-DET-DESC-MOTIVO             PIC X(40).
          05 FILLER                         PIC X(01) VALUE SPACE.

       01 WS-REP-TOTAL.
          05 WS-TOT-DESCRIPCION             PIC X(30).
          05 WS-TOT-CANTIDAD                PIC Z(07)9.
          05 FILLER                         PIC X(62) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-ES-ENVIO-VALIDO AND FS-ACUSE-OK AND FS-REPORTE-OK

              PERFORM 2000-PROCESAR-ACUSE
                 THRU 2000-PROCESAR-ACUSE-FIN
                UNTIL NOT FS-ACUSE-OK
                   OR WS-ES-LOTE-DISTINTO
                   OR WS-ES-ACUSE-ERRONEO

              PERFORM 2400-CONTROLAR-ACUSE
                 THRU 2400-CONTROLAR-ACUSE-FIN

              IF NOT WS-ES-LOTE-DISTINTO AND NOT WS-ES-ACUSE-ERRONEO
                 PERFORM 2500-INFORMAR-SIN-ACUSE
                    THRU 2500-INFORMAR-SIN-ACUSE-FIN
              END-IF

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

            GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           PERFORM 1100-ABRIR-PAYROLL
              THRU 1100-ABRIR-PAYROLL-FIN.

           IF FS-PAYROLL-EOF
              PERFORM 1200-CONTROLAR-ENVIO
                 THRU 1200-CONTROLAR-ENVIO-FIN
           END-IF.

           IF WS-ES-ENVIO-VALIDO
              PERFORM 1300-ABRIR-ACUSE
                 THRU 1300-ABRIR-ACUSE-FIN
              PERFORM 1400-ABRIR-REPORTE
                 THRU 1400-ABRIR-REPORTE-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SE CARGA EL LOTE ENVIADO COMPLETO EN MEMORIA: EL PROVEEDOR
      * DEVUELVE LOS ACUSES EN SU PROPIO ORDEN.
      *----------------------------------------------------------------*
       1100-ABRIR-PAYROLL.

           OPEN INPUT INT-PAYROLL.

           EVALUATE TRUE
               WHEN FS-PAYROLL-OK
                    PERFORM 1110-CARGAR-ENVIO
                       THRU 1110-CARGAR-ENVIO-FIN
                      UNTIL NOT FS-PAYROLL-OK
               WHEN FS-PAYROLL-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE INTERFAZ '-
                            'PAYROLL'
                    DISPLAY 'FILE STATUS: ' FS-PAYROLL
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE INTERFAZ '-
                            'PAYROLL'
                    DISPLAY 'FILE STATUS: ' FS-PAYROLL
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1100-ABRIR-PAYROLL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-CARGAR-ENVIO.

           READ INT-PAYROLL.

           EVALUATE TRUE
               WHEN FS-PAYROLL-EOF
                    CONTINUE
               WHEN NOT FS-PAYROLL-OK
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE INTERFAZ '-
                            'PAYROLL'
                    DISPLAY 'FILE STATUS: ' FS-PAYROLL
                    MOVE 8                  TO RETURN-CODE
               WHEN INT-ES-CABECERA
                    MOVE 'S'                TO WS-HAY-CABECERA
                    MOVE INT-CAB-ID-LOTE    TO WS-ENV-ID-LOTE
                    MOVE INT-CAB-FECHA      TO WS-ENV-FECHA
               WHEN INT-ES-COLA
                    MOVE 'S'                TO WS-HAY-COLA
                    MOVE INT-COLA-CANTIDAD  TO WS-COLA-CANTIDAD
                    MOVE INT-COLA-HASH-ID   TO WS-COLA-HASH-ID
               WHEN INT-ES-DETALLE
                    ADD 1                   TO WS-CONT-ENVIADOS
                    ADD INT-ID-EMPLEADO     TO WS-CALC-HASH-ID
                    PERFORM 1120-AGREGAR-ENVIADO
                       THRU 1120-AGREGAR-ENVIADO-FIN
               WHEN OTHER
                    DISPLAY 'REGISTRO DE PAYROLL CON TIPO INVALIDO: '
                            INT-TIPO-REGISTRO
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1110-CARGAR-ENVIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-AGREGAR-ENVIADO.

           IF WS-ENV-CANTIDAD < WS-ENV-MAXIMO
              ADD 1                         TO WS-ENV-CANTIDAD
              MOVE INT-ID-EMPLEADO
                TO WS-ENV-ID-EMPLEADO (WS-ENV-CANTIDAD)
              MOVE SPACE
                TO WS-ENV-SITUACION (WS-ENV-CANTIDAD)
           ELSE
              IF NOT WS-HAY-DESBORDE
                 MOVE 'S'                   TO WS-TABLA-DESBORDADA
                 DISPLAY 'TABLA DE ENVIADOS COMPLETA - MAXIMO: '
                         WS-ENV-MAXIMO
                 MOVE 8                     TO RETURN-CODE
              END-IF
           END-IF.

       1120-AGREGAR-ENVIADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL LOTE ENVIADO DEBE TENER CABECERA Y COLA, Y LA COLA DEBE
      * COINCIDIR CON LA CANTIDAD Y LA SUMA DE ID DE LOS DETALLES. SIN
      * ESO NO SE PUEDE SABER QUE SE ENVIO Y NO SE CONCILIA.
      *----------------------------------------------------------------*
       1200-CONTROLAR-ENVIO.

           EVALUATE TRUE
               WHEN NOT WS-EXISTE-CABECERA
                    DISPLAY 'LOTE DE PAYROLL SIN CABECERA'
                    MOVE 8                  TO RETURN-CODE
               WHEN NOT WS-EXISTE-COLA
                    DISPLAY 'LOTE DE PAYROLL SIN COLA - ENVIO '-
                            'INCOMPLETO'
                    MOVE 8                  TO RETURN-CODE
               WHEN WS-COLA-CANTIDAD NOT EQUAL WS-CONT-ENVIADOS
                    DISPLAY 'CANTIDAD DE LA COLA: ' WS-COLA-CANTIDAD
                            ' DETALLES LEIDOS: ' WS-CONT-ENVIADOS
                    MOVE 8                  TO RETURN-CODE
               WHEN WS-COLA-HASH-ID NOT EQUAL WS-CALC-HASH-ID
                    DISPLAY 'TOTAL DE CONTROL DE LA COLA: '
                            WS-COLA-HASH-ID
                            ' CALCULADO: ' WS-CALC-HASH-ID
                    MOVE 8                  TO RETURN-CODE
               WHEN WS-HAY-DESBORDE
                    CONTINUE
               WHEN OTHER
                    MOVE 'S'                TO WS-ENVIO-VALIDO
                    DISPLAY 'LOTE DE PAYROLL ' WS-ENV-ID-LOTE
                            ' - REGISTROS ENVIADOS: ' WS-CONT-ENVIADOS
           END-EVALUATE.

       1200-CONTROLAR-ENVIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-ABRIR-ACUSE.

           OPEN INPUT ACK-PAYROLL.

           EVALUATE TRUE
               WHEN FS-ACUSE-OK
                    PERFORM 1310-LEER-ACUSE
                       THRU 1310-LEER-ACUSE-FIN
               WHEN FS-ACUSE-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE ACUSE '-
                            'DE PAYROLL'
                    DISPLAY 'FILE STATUS: ' FS-ACUSE
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE ACUSE '-
                            'DE PAYROLL'
                    DISPLAY 'FILE STATUS: ' FS-ACUSE
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1300-ABRIR-ACUSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-ACUSE.

           READ ACK-PAYROLL.

           EVALUATE TRUE
               WHEN FS-ACUSE-OK
                    CONTINUE
               WHEN FS-ACUSE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE ACUSE'
                    DISPLAY 'FILE STATUS: ' FS-ACUSE
                    MOVE 8                  TO RETURN-CODE
                    DISPLAY " "
           END-EVALUATE.

       1310-LEER-ACUSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-ABRIR-REPORTE.

           OPEN OUTPUT REP-CONCILIACION.

           IF FS-REPORTE-OK
              MOVE WS-ENV-ID-LOTE           TO WS-CAB-ID-LOTE
              MOVE WS-ENV-FECHA             TO WS-CAB-FECHA
              MOVE WS-REP-CABECERA          TO REP-CONCILIACION-REG
              PERFORM 2900-GRABAR-LINEA
                 THRU 2900-GRABAR-LINEA-FIN
           ELSE
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE CONCILIACION'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8                  TO RETURN-CODE
           END-IF.

       1400-ABRIR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL ACUSE, IGUAL QUE EL LOTE ENVIADO, EMPIEZA CON LA CABECERA Y
      * TERMINA CON UNA UNICA COLA. UN ACUSE FUERA DE ESA ESTRUCTURA
      * NO SE SIGUE CONCILIANDO.
      *----------------------------------------------------------------*
       2000-PROCESAR-ACUSE.

           EVALUATE TRUE
               WHEN WS-EXISTE-COLA-ACUSE
                    MOVE 'S'                TO WS-ACUSE-ERRONEO
                    DISPLAY 'REGISTRO DE ACUSE POSTERIOR A LA COLA: '
                            ACK-TIPO-REGISTRO
                    MOVE 8                  TO RETURN-CODE
               WHEN ACK-ES-CABECERA
                    AND WS-EXISTE-CABECERA-ACUSE
                    MOVE 'S'                TO WS-ACUSE-ERRONEO
                    DISPLAY 'CABECERA DE ACUSE DUPLICADA'
                    MOVE 8                  TO RETURN-CODE
               WHEN ACK-ES-CABECERA
                    MOVE 'S'                TO WS-HAY-CABECERA-ACUSE
                    PERFORM 2100-CONTROLAR-CABECERA
                       THRU 2100-CONTROLAR-CABECERA-FIN
               WHEN NOT WS-EXISTE-CABECERA-ACUSE
                    MOVE 'S'                TO WS-ACUSE-ERRONEO
                    DISPLAY 'EL PRIMER REGISTRO DEL ACUSE NO ES LA '-
                            'CABECERA: ' ACK-TIPO-REGISTRO
                    MOVE 8                  TO RETURN-CODE
               WHEN ACK-ES-DETALLE
                    PERFORM 2200-CONCILIAR-DETALLE
                       THRU 2200-CONCILIAR-DETALLE-FIN
               WHEN ACK-ES-COLA
                    MOVE 'S'                TO WS-HAY-COLA-ACUSE
                    PERFORM 2300-CONTROLAR-COLA
                       THRU 2300-CONTROLAR-COLA-FIN
               WHEN OTHER
                    ADD 1                   TO WS-CONT-INVALIDOS
                    DISPLAY 'REGISTRO DE ACUSE CON TIPO INVALIDO: '
                            ACK-TIPO-REGISTRO
           END-EVALUATE.

           PERFORM 1310-LEER-ACUSE
              THRU 1310-LEER-ACUSE-FIN.

       2000-PROCESAR-ACUSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-CONTROLAR-CABECERA.

           IF ACK-CAB-ID-LOTE NOT EQUAL WS-ENV-ID-LOTE
              MOVE 'S'                      TO WS-LOTE-DISTINTO
              DISPLAY 'EL ACUSE CORRESPONDE AL LOTE ' ACK-CAB-ID-LOTE
                      ' Y SE ENVIO EL LOTE ' WS-ENV-ID-LOTE
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2100-CONTROLAR-CABECERA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-CONCILIAR-DETALLE.

           ADD 1                            TO WS-CONT-ACUSES.

           MOVE ZEROS                       TO WS-POS-ENVIO.
           MOVE 1                           TO WS-IND-ENVIO.

           PERFORM 2210-BUSCAR-ENVIADO
              THRU 2210-BUSCAR-ENVIADO-FIN
             UNTIL WS-IND-ENVIO > WS-ENV-CANTIDAD
                OR WS-POS-ENVIO > ZEROS.

           MOVE ACK-ID-EMPLEADO             TO WS-DET-ID-EMPLEADO.
           MOVE ACK-COD-MOTIVO              TO WS-DET-COD-MOTIVO.
           MOVE ACK-DESC-MOTIVO             TO WS-DET-DESC-MOTIVO.

           EVALUATE TRUE
               WHEN WS-POS-ENVIO EQUAL ZEROS
                    ADD 1                   TO WS-CONT-SIN-ENVIO
                    MOVE 'ACUSADO SIN ENVIO'
                                            TO WS-DET-SITUACION
                    PERFORM 2220-GRABAR-DETALLE
                       THRU 2220-GRABAR-DETALLE-FIN
               WHEN WS-ENV-SITUACION (WS-POS-ENVIO) NOT EQUAL SPACE
                    ADD 1                   TO WS-CONT-DUPLICADOS
                    MOVE 'ACUSE DUPLICADO'  TO WS-DET-SITUACION
                    PERFORM 2220-GRABAR-DETALLE
                       THRU 2220-GRABAR-DETALLE-FIN
               WHEN ACK-ES-RECHAZADO
                    ADD 1                   TO WS-CONT-RECHAZADOS
                    MOVE 'R'      TO WS-ENV-SITUACION (WS-POS-ENVIO)
                    MOVE 'RECHAZADO'        TO WS-DET-SITUACION
                    PERFORM 2220-GRABAR-DETALLE
                       THRU 2220-GRABAR-DETALLE-FIN
               WHEN ACK-ES-ACEPTADO
                    ADD 1                   TO WS-CONT-ACEPTADOS
                    MOVE 'A'      TO WS-ENV-SITUACION (WS-POS-ENVIO)
               WHEN OTHER
                    ADD 1                   TO WS-CONT-INVALIDOS
                    DISPLAY 'ACUSE CON ESTADO INVALIDO - ID: '
                            ACK-ID-EMPLEADO ' ESTADO: ' ACK-ESTADO
           END-EVALUATE.

       2200-CONCILIAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-BUSCAR-ENVIADO.

           IF WS-ENV-ID-EMPLEADO (WS-IND-ENVIO) EQUAL ACK-ID-EMPLEADO
              MOVE WS-IND-ENVIO             TO WS-POS-ENVIO
           END-IF.

           ADD 1                            TO WS-IND-ENVIO.

       2210-BUSCAR-ENVIADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-GRABAR-DETALLE.

           MOVE WS-REP-DETALLE              TO REP-CONCILIACION-REG.

           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

       2220-GRABAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-CONTROLAR-COLA.

           IF ACK-COLA-CANTIDAD NOT EQUAL WS-CONT-ACUSES
              DISPLAY 'CANTIDAD DE LA COLA DEL ACUSE: '
                      ACK-COLA-CANTIDAD
                      ' DETALLES LEIDOS: ' WS-CONT-ACUSES
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2300-CONTROLAR-COLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN ACUSE SIN CABECERA O SIN COLA ESTA INCOMPLETO: NO SE PUEDE
      * SABER A QUE LOTE CORRESPONDE O SI EL RETORNO LLEGO ENTERO.
      *----------------------------------------------------------------*
       2400-CONTROLAR-ACUSE.

           EVALUATE TRUE
               WHEN WS-ES-LOTE-DISTINTO OR WS-ES-ACUSE-ERRONEO
                    CONTINUE
               WHEN NOT WS-EXISTE-CABECERA-ACUSE
                    DISPLAY 'ACUSE DE PAYROLL SIN CABECERA'
                    MOVE 8                  TO RETURN-CODE
               WHEN NOT WS-EXISTE-COLA-ACUSE
                    DISPLAY 'ACUSE DE PAYROLL SIN COLA - RETORNO '-
                            'INCOMPLETO'
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2400-CONTROLAR-ACUSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LOS ENVIADOS QUE QUEDARON SIN SITUACION NUNCA FUERON ACUSADOS
      * POR EL PROVEEDOR.
      *----------------------------------------------------------------*
       2500-INFORMAR-SIN-ACUSE.

           MOVE 1                           TO WS-IND-ENVIO.

           PERFORM 2510-VERIFICAR-ENVIADO
              THRU 2510-VERIFICAR-ENVIADO-FIN
             UNTIL WS-IND-ENVIO > WS-ENV-CANTIDAD.

       2500-INFORMAR-SIN-ACUSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-VERIFICAR-ENVIADO.

           IF WS-ENV-SITUACION (WS-IND-ENVIO) EQUAL SPACE
              ADD 1                         TO WS-CONT-SIN-ACUSE
              MOVE WS-ENV-ID-EMPLEADO (WS-IND-ENVIO)
                                            TO WS-DET-ID-EMPLEADO
              MOVE 'ENVIADO SIN ACUSE'      TO WS-DET-SITUACION
              MOVE SPACES                   TO WS-DET-COD-MOTIVO
                                               WS-DET-DESC-MOTIVO
              PERFORM 2220-GRABAR-DETALLE
                 THRU 2220-GRABAR-DETALLE-FIN
           END-IF.

           ADD 1                            TO WS-IND-ENVIO.

       2510-VERIFICAR-ENVIADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-LINEA.

           WRITE REP-CONCILIACION-REG.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE CONCILIACION'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2900-GRABAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF RETURN-CODE < 4
              AND (WS-CONT-RECHAZADOS > ZEROS
                OR WS-CONT-SIN-ACUSE > ZEROS
                OR WS-CONT-SIN-ENVIO > ZEROS
                OR WS-CONT-DUPLICADOS > ZEROS
                OR WS-CONT-INVALIDOS > ZEROS)
              MOVE 4                        TO RETURN-CODE
           END-IF.

           IF WS-ES-ENVIO-VALIDO AND FS-REPORTE-OK
              PERFORM 3100-GRABAR-TOTALES
                 THRU 3100-GRABAR-TOTALES-FIN
           END-IF.

           DISPLAY "--------------------------------------------------".
           DISPLAY 'REGISTROS ENVIADOS A PAYROLL: ' WS-CONT-ENVIADOS.
           DISPLAY 'ACUSES RECIBIDOS            : ' WS-CONT-ACUSES.
           DISPLAY 'ACEPTADOS                   : ' WS-CONT-ACEPTADOS.
           DISPLAY 'RECHAZADOS                  : ' WS-CONT-RECHAZADOS.
           DISPLAY 'ENVIADOS SIN ACUSE          : ' WS-CONT-SIN-ACUSE.
           DISPLAY 'ACUSADOS SIN ENVIO          : ' WS-CONT-SIN-ENVIO.
           DISPLAY 'ACUSES DUPLICADOS           : '
                   WS-CONT-DUPLICADOS.
           DISPLAY 'ACUSES INVALIDOS            : '
                   WS-CONT-INVALIDOS.
           DISPLAY "--------------------------------------------------".

           PERFORM 3300-GRABAR-BITACORA
              THRU 3300-GRABAR-BITACORA-FIN.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-CERRAR-ARCHIVOS-FIN.

           DISPLAY '### FIN DEL PROGRAMA ###'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-TOTALES.

           MOVE SPACES                      TO REP-CONCILIACION-REG.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

           MOVE 'REGISTROS ENVIADOS          :' TO WS-TOT-DESCRIPCION.
           MOVE WS-CONT-ENVIADOS            TO WS-TOT-CANTIDAD.
           PERFORM 3110-GRABAR-TOTAL
              THRU 3110-GRABAR-TOTAL-FIN.

           MOVE 'ACEPTADOS                   :' TO WS-TOT-DESCRIPCION.
           MOVE WS-CONT-ACEPTADOS           TO WS-TOT-CANTIDAD.
           PERFORM 3110-GRABAR-TOTAL
              THRU 3110-GRABAR-TOTAL-FIN.

           MOVE 'RECHAZADOS                  :' TO WS-TOT-DESCRIPCION.
           MOVE WS-CONT-RECHAZADOS          TO WS-TOT-CANTIDAD.
           PERFORM 3110-GRABAR-TOTAL
              THRU 3110-GRABAR-TOTAL-FIN.

           MOVE 'ENVIADOS SIN ACUSE          :' TO WS-TOT-DESCRIPCION.
           MOVE WS-CONT-SIN-ACUSE           TO WS-TOT-CANTIDAD.
           PERFORM 3110-GRABAR-TOTAL
              THRU 3110-GRABAR-TOTAL-FIN.

           MOVE 'ACUSADOS SIN ENVIO          :' TO WS-TOT-DESCRIPCION.
           MOVE WS-CONT-SIN-ENVIO           TO WS-TOT-CANTIDAD.
           PERFORM 3110-GRABAR-TOTAL
              THRU 3110-GRABAR-TOTAL-FIN.

           MOVE 'ACUSES DUPLICADOS           :' TO WS-TOT-DESCRIPCION.
           MOVE WS-CONT-DUPLICADOS          TO WS-TOT-CANTIDAD.
           PERFORM 3110-GRABAR-TOTAL
              THRU 3110-GRABAR-TOTAL-FIN.

       3100-GRABAR-TOTALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-GRABAR-TOTAL.

           MOVE WS-REP-TOTAL                TO REP-CONCILIACION-REG.

           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-FIN.

       3110-GRABAR-TOTAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-CERRAR-ARCHIVOS.

           CLOSE INT-PAYROLL.

           IF NOT FS-PAYROLL-OK AND NOT FS-PAYROLL-EOF
              DISPLAY 'ERROR AL CERRAR ARCHIVO PAYROLL: ' FS-PAYROLL
           END-IF.

           IF WS-ES-ENVIO-VALIDO

              CLOSE ACK-PAYROLL

              IF NOT FS-ACUSE-OK AND NOT FS-ACUSE-EOF
                 DISPLAY 'ERROR AL CERRAR ARCHIVO DE ACUSE: ' FS-ACUSE
              END-IF

              CLOSE REP-CONCILIACION

              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL CERRAR REPORTE DE CONCILIACION: '
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
              MOVE 'CL20PAYC'                TO LOG-PROGRAMA
              MOVE 'RESUMEN'                 TO LOG-EVENTO
              MOVE RETURN-CODE               TO LOG-RETORNO
              MOVE WS-CONT-ENVIADOS          TO LOG-CANT-1
              MOVE WS-CONT-ACEPTADOS         TO LOG-CANT-2
              MOVE WS-CONT-RECHAZADOS        TO LOG-CANT-3
              COMPUTE LOG-CANT-4 = WS-CONT-SIN-ACUSE
                                 + WS-CONT-SIN-ENVIO
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

       END PROGRAM CL20PAYC.
