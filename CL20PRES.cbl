      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - DESVIO DEL PRESUPUESTO CONTRA LO REAL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20PRES.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT PAR-PRESUPUESTO
           ASSIGN TO '../PRES-PARAMETROS.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT PRE-PRESUPUESTO
           ASSIGN TO '../PRESUPUESTO.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PRESUPUESTO
           RECORD KEY IS PRE-CLAVE.

       SELECT SNP-EMPLEADOS
           ASSIGN TO '../SNAP-EMPLEADOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-SNAPSHOT
           RECORD KEY IS SNP-CLAVE.

       SELECT SNC-COSTOS
           ASSIGN TO '../SNAP-COSTOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-COSTOS
           RECORD KEY IS SNC-CLAVE.

       SELECT DEP-DEPARTAMENTOS
           ASSIGN TO '../DEPARTAMENTOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-DEPARTAMENTOS
           RECORD KEY IS DEP-CODIGO.

       SELECT REP-DESVIOS
           ASSIGN TO '../PRES-DESVIOS.DAT'
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

       FD PAR-PRESUPUESTO.
       01 PAR-PRESUPUESTO-REG.
          05 PPR-PERIODO                    PIC 9(06).
          05 PPR-PERIODO-R REDEFINES PPR-PERIODO.
             10 PPR-PERIODO-AAAA            PIC 9(04).
             10 PPR-PERIODO-MM              PIC 9(02).
          05 PPR-TOLERANCIA                 PIC 9(03)V99.

       FD PRE-PRESUPUESTO.
       01 PRE-PRESUPUESTO-REG.
           COPY PREREG.

       FD SNP-EMPLEADOS.
       01 SNP-EMPLEADOS-REG.
           COPY SNPREG.

       FD SNC-COSTOS.
       01 SNC-COSTOS-REG.
           COPY SNCREG.

       FD DEP-DEPARTAMENTOS.
       01 DEP-DEPARTAMENTOS-REG.
           COPY DEPREF.

       FD REP-DESVIOS.
       01 REP-DESVIOS-REG                   PIC X(100).

       FD LOG-BITACORA.
       01 LOG-BITACORA-REG.
           COPY LOGREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS-PAR.
          05 FS-PARAMETROS                  PIC X(2).
             88 FS-PARAMETROS-OK                VALUE '00'.
             88 FS-PARAMETROS-NFD               VALUE '35'.

       01 FS-STATUS-PRE.
          05 FS-PRESUPUESTO                 PIC X(2).
             88 FS-PRESUPUESTO-OK               VALUE '00'.
             88 FS-PRESUPUESTO-EOF              VALUE '10'.
             88 FS-PRESUPUESTO-NFD              VALUE '35'.
             88 FS-PRESUPUESTO-CLAVE-NFD        VALUE '23'.

       01 FS-STATUS-SNP.
          05 FS-SNAPSHOT                    PIC X(2).
             88 FS-SNAPSHOT-OK                  VALUE '00'.
             88 FS-SNAPSHOT-EOF                 VALUE '10'.
             88 FS-SNAPSHOT-NFD                 VALUE '35'.
             88 FS-SNAPSHOT-CLAVE-NFD           VALUE '23'.

       01 FS-STATUS-SNC.
          05 FS-COSTOS                      PIC X(2).
             88 FS-COSTOS-OK                    VALUE '00'.
             88 FS-COSTOS-EOF                   VALUE '10'.
             88 FS-COSTOS-NFD                   VALUE '35'.
             88 FS-COSTOS-CLAVE-NFD             VALUE '23'.

       01 FS-STATUS-DEP.
          05 FS-DEPARTAMENTOS               PIC X(2).
             88 FS-DEPARTAMENTOS-OK             VALUE '00'.
             88 FS-DEPARTAMENTOS-NFD            VALUE '35'.

       01 FS-STATUS-REP.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.

       01 FS-STATUS-LOG.
          05 FS-BITACORA                    PIC X(2).
             88 FS-BITACORA-OK                  VALUE '00'.
             88 FS-BITACORA-NFD                 VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-PRESUPUESTOS           PIC 9(06) VALUE 0.
          05 WS-CONT-FOTOS-DOT              PIC 9(06) VALUE 0.
          05 WS-CONT-FOTOS-COS              PIC 9(06) VALUE 0.
          05 WS-CONT-OTRA-MONEDA            PIC 9(06) VALUE 0.
          05 WS-CONT-EXCEDIDOS              PIC 9(04) VALUE 0.

       01 WS-INDICADORES.
          05 WS-PARAMETRO-VALIDO            PIC X(01) VALUE 'N'.
             88 WS-ES-PARAMETRO-VALIDO          VALUE 'S'.
          05 WS-FIN-LECTURA                 PIC X(01) VALUE 'N'.
             88 WS-ES-FIN-LECTURA               VALUE 'S'.
          05 WS-HAY-DEPARTAMENTOS           PIC X(01) VALUE 'N'.
             88 WS-EXISTE-DEPARTAMENTOS         VALUE 'S'.
          05 WS-TABLA-DESBORDADA            PIC X(01) VALUE 'N'.
             88 WS-ES-TABLA-DESBORDADA          VALUE 'S'.
          05 WS-DEPTO-EXCEDIDO              PIC X(01) VALUE 'N'.
             88 WS-ES-DEPTO-EXCEDIDO            VALUE 'S'.

      * PERIODOS DEL ANIO FISCAL (ANIO CALENDARIO) QUE ENTRAN EN EL
      * ACUMULADO: DEL MES 01 AL PERIODO PEDIDO.
       01 WS-PERIODOS.
          05 WS-PERIODO-DESDE               PIC 9(06) VALUE 0.
          05 WS-PERIODO-HASTA               PIC 9(06) VALUE 0.
          05 WS-TOLERANCIA                  PIC 9(03)V99 VALUE 0.
          05 WS-TOLERANCIA-DEFECTO          PIC 9(03)V99 VALUE 5.
          05 WS-MONEDA-BASE                 PIC X(03) VALUE SPACES.

      * REAL Y PRESUPUESTO POR DEPARTAMENTO, ORDENADOS POR CODIGO. LA
      * DOTACION ACUMULADA SE INFORMA COMO PROMEDIO DE LOS MESES CON
      * DATO; LA MASA SALARIAL ACUMULADA ES LA SUMA DE LOS MESES.
       01 WS-DEPTOS.
          05 WS-DT-CANTIDAD                 PIC 9(04) VALUE 0.
          05 WS-DT-ENTRADA OCCURS 200 TIMES.
             10 WS-DT-DEPARTAMENTO          PIC X(20).
             10 WS-DT-PRE-MESES             PIC 9(02).
             10 WS-DT-PRE-DOT-MES           PIC 9(05).
             10 WS-DT-PRE-DOT-ACUM          PIC 9(07).
             10 WS-DT-PRE-MASA-MES          PIC 9(11)V99.
             10 WS-DT-PRE-MASA-ACUM         PIC 9(13)V99.
             10 WS-DT-REA-MESES             PIC 9(02).
             10 WS-DT-REA-DOT-MES           PIC 9(05).
             10 WS-DT-REA-DOT-ACUM          PIC 9(07).
             10 WS-DT-REA-MASA-MES          PIC 9(11)V99.
             10 WS-DT-REA-MASA-ACUM         PIC 9(13)V99.
             10 WS-DT-ALTAS-MES             PIC 9(05).
             10 WS-DT-BAJAS-MES             PIC 9(05).
             10 WS-DT-ALTAS-ACUM            PIC 9(05).
             10 WS-DT-BAJAS-ACUM            PIC 9(05).

       77 WS-DEP-MAXIMO                     PIC 9(04) VALUE 0200.
       77 WS-IND-DEPTO                      PIC 9(04) VALUE 0.
       77 WS-POS-DEPTO                      PIC 9(04) VALUE 0.
       77 WS-POS-INSERCION                  PIC 9(04) VALUE 0.
       77 WS-IND-MOVER                      PIC 9(04) VALUE 0.
       77 WS-DEPTO-BUSCADO                  PIC X(20) VALUE SPACES.

       01 WS-DEPTO-DATOS.
          05 WS-DEPTO-IMPRESION             PIC X(30) VALUE SPACES.
          05 WS-DEPTO-EDICION.
             10 WS-DEPTO-CODIGO             PIC X(04).
             10 WS-DEPTO-RESTO              PIC X(16).

       01 WS-TOTALES-GENERAL.
          05 WS-GEN-PRE-DOT-MES             PIC 9(07)V99 VALUE 0.
          05 WS-GEN-PRE-DOT-ACUM            PIC 9(07)V99 VALUE 0.
          05 WS-GEN-PRE-MASA-MES            PIC 9(13)V99 VALUE 0.
          05 WS-GEN-PRE-MASA-ACUM           PIC 9(13)V99 VALUE 0.
          05 WS-GEN-REA-DOT-MES             PIC 9(07)V99 VALUE 0.
          05 WS-GEN-REA-DOT-ACUM            PIC 9(07)V99 VALUE 0.
          05 WS-GEN-REA-MASA-MES            PIC 9(13)V99 VALUE 0.
          05 WS-GEN-REA-MASA-ACUM           PIC 9(13)V99 VALUE 0.

      * VALORES DEL CONCEPTO QUE SE ESTA IMPRIMIENDO.
       01 WS-CONCEPTO.
          05 WS-CON-DESCRIPCION             PIC X(14).
          05 WS-CON-PRESUPUESTO             PIC 9(13)V99.
          05 WS-CON-REAL                    PIC 9(13)V99.
          05 WS-CON-DESVIO                  PIC S9(13)V99.
          05 WS-CON-PORCENTAJE              PIC S9(09)V99.
          05 WS-CON-CONTROLA                PIC X(01).
             88 WS-CON-SE-CONTROLA              VALUE 'S'.

       77 WS-PROMEDIO-PRE                   PIC 9(07)V99 VALUE 0.
       77 WS-PROMEDIO-REA                   PIC 9(07)V99 VALUE 0.
       77 WS-PORCENTAJE-MAXIMO              PIC 9(04)V99 VALUE 9999,99.

       01 WS-REP-CABECERA.
          05 FILLER                         PIC X(38)
             VALUE 'DESVIO PRESUPUESTO VS REAL - PERIODO: '.
          05 WS-CAB-PERIODO                 PIC 9(06).
          05 FILLER                         PIC X(15)
             VALUE ' - TOLERANCIA: '.
          05 WS-CAB-TOLERANCIA              PIC ZZ9,99.
          05 FILLER                         PIC X(13)
             VALUE ' % - MONEDA: '.
          05 WS-CAB-MONEDA                  PIC X(03).
          05 FILLER                         PIC X(19) VALUE SPACES.

       01 WS-REP-DEPTO.
          05 FILLER                         PIC X(14)
             VALUE 'DEPARTAMENTO: '.
          05 WS-DTO-DEPARTAMENTO            PIC X(20).
          05 FILLER                         PIC X(03) VALUE ' - '.
          05 WS-DTO-DESCRIPCION             PIC X(30).
          05 FILLER                         PIC X(33) VALUE SPACES.

       01 WS-REP-TITULOS.
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 FILLER                         PIC X(14) VALUE 'CONCEPTO'.
          05 FILLER                         PIC X(16)
             VALUE '    PRESUPUESTO'.
          05 FILLER                         PIC X(16)
             VALUE '           REAL'.
          05 FILLER                         PIC X(17)
             VALUE '          DESVIO'.
          05 FILLER                         PIC X(09) VALUE '       %'.
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 FILLER                         PIC X(08) VALUE 'MARCA'.
          05 FILLER                         PIC X(17) VALUE SPACES.

       01 WS-REP-DETALLE.
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 WS-DET-CONCEPTO                PIC X(14).
          05 WS-DET-PRESUPUESTO             PIC Z(11)9,99.
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-DET-REAL                    PIC Z(11)9,99.
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-DET-DESVIO                  PIC -Z(11)9,99.
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-DET-PORCENTAJE              PIC -ZZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACES.
          05 WS-DET-MARCA                   PIC X(08).
          05 FILLER                         PIC X(18) VALUE SPACES.

       01 WS-REP-MOVIMIENTOS.
          05 FILLER                         PIC X(13)
             VALUE '  ALTAS MES: '.
          05 WS-MOV-ALTAS-MES               PIC ZZZZ9.
          05 FILLER                         PIC X(12)
             VALUE ' BAJAS MES: '.
          05 WS-MOV-BAJAS-MES               PIC ZZZZ9.
          05 FILLER                         PIC X(13)
             VALUE ' ALTAS ACUM: '.
          05 WS-MOV-ALTAS-ACUM              PIC ZZZZ9.
          05 FILLER                         PIC X(13)
             VALUE ' BAJAS ACUM: '.
          05 WS-MOV-BAJAS-ACUM              PIC ZZZZ9.
          05 FILLER                         PIC X(29) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-ES-PARAMETRO-VALIDO AND FS-PRESUPUESTO-OK
              AND FS-SNAPSHOT-OK AND FS-COSTOS-OK AND FS-REPORTE-OK

              PERFORM 2000-ACUMULAR-COSTOS
                 THRU 2000-ACUMULAR-COSTOS-FIN

              PERFORM 2100-ACUMULAR-DOTACION
                 THRU 2100-ACUMULAR-DOTACION-FIN

              PERFORM 2200-ACUMULAR-PRESUPUESTO
                 THRU 2200-ACUMULAR-PRESUPUESTO-FIN

              PERFORM 2400-IMPRIMIR-CABECERA
                 THRU 2400-IMPRIMIR-CABECERA-FIN

              MOVE 1                        TO WS-IND-DEPTO
              PERFORM 2500-IMPRIMIR-DEPARTAMENTO
                 THRU 2500-IMPRIMIR-DEPARTAMENTO-FIN
                UNTIL WS-IND-DEPTO > WS-DT-CANTIDAD

              PERFORM 2700-IMPRIMIR-TOTAL
                 THRU 2700-IMPRIMIR-TOTAL-FIN

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

            GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES
                      WS-DEPTOS
                      WS-TOTALES-GENERAL.

           PERFORM 1100-LEER-PARAMETROS
              THRU 1100-LEER-PARAMETROS-FIN.

           IF WS-ES-PARAMETRO-VALIDO
              PERFORM 1200-ABRIR-PRESUPUESTO
                 THRU 1200-ABRIR-PRESUPUESTO-FIN
              PERFORM 1300-ABRIR-SNAPSHOT
                 THRU 1300-ABRIR-SNAPSHOT-FIN
              PERFORM 1400-ABRIR-COSTOS
                 THRU 1400-ABRIR-COSTOS-FIN
              PERFORM 1500-ABRIR-DEPARTAMENTOS
                 THRU 1500-ABRIR-DEPARTAMENTOS-FIN
              PERFORM 1600-ABRIR-REPORTE
                 THRU 1600-ABRIR-REPORTE-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-PARAMETROS.

           OPEN INPUT PAR-PRESUPUESTO.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ PAR-PRESUPUESTO
                    IF FS-PARAMETROS-OK
                       PERFORM 1110-VALIDAR-PARAMETROS
                          THRU 1110-VALIDAR-PARAMETROS-FIN
                    ELSE
                       DISPLAY 'EL ARCHIVO DE PARAMETROS ESTA VACIO'
                       DISPLAY 'FILE STATUS: ' FS-PARAMETROS
                       MOVE 8                  TO RETURN-CODE
                    END-IF
                    CLOSE PAR-PRESUPUESTO
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
      * SIN TOLERANCIA INFORMADA SE MARCAN LOS DEPARTAMENTOS QUE
      * SUPERAN EL PRESUPUESTO EN MAS DE UN 5 %.
      *----------------------------------------------------------------*
       1110-VALIDAR-PARAMETROS.

           EVALUATE TRUE
               WHEN PPR-PERIODO NOT NUMERIC
                 OR PPR-PERIODO-AAAA < 1900
                 OR PPR-PERIODO-MM < 1 OR PPR-PERIODO-MM > 12
                    DISPLAY 'PARAMETRO INVALIDO - PERIODO: '
                            PPR-PERIODO
                    MOVE 8                  TO RETURN-CODE
               WHEN PPR-TOLERANCIA NOT NUMERIC
                    DISPLAY 'PARAMETRO INVALIDO - TOLERANCIA: '
                            PPR-TOLERANCIA
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    MOVE 'S'                TO WS-PARAMETRO-VALIDO
                    MOVE PPR-PERIODO        TO WS-PERIODO-HASTA
                    COMPUTE WS-PERIODO-DESDE =
                            PPR-PERIODO-AAAA * 100 + 1
                    IF PPR-TOLERANCIA EQUAL ZEROS
                       MOVE WS-TOLERANCIA-DEFECTO
                                            TO WS-TOLERANCIA
                    ELSE
                       MOVE PPR-TOLERANCIA  TO WS-TOLERANCIA
                    END-IF
                    DISPLAY 'DESVIO DEL PERIODO ' PPR-PERIODO
                            ' - ACUMULADO DESDE ' WS-PERIODO-DESDE
           END-EVALUATE.

       1110-VALIDAR-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-PRESUPUESTO.

           OPEN INPUT PRE-PRESUPUESTO.

           EVALUATE TRUE
               WHEN FS-PRESUPUESTO-OK
                    CONTINUE
               WHEN FS-PRESUPUESTO-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE '-
                            'PRESUPUESTO'
                    DISPLAY 'FILE STATUS: ' FS-PRESUPUESTO
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE '-
                            'PRESUPUESTO'
                    DISPLAY 'FILE STATUS: ' FS-PRESUPUESTO
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1200-ABRIR-PRESUPUESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-ABRIR-SNAPSHOT.

           OPEN INPUT SNP-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-SNAPSHOT-OK
                    CONTINUE
               WHEN FS-SNAPSHOT-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE FOTOS'
                    DISPLAY 'FILE STATUS: ' FS-SNAPSHOT
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE FOTOS'
                    DISPLAY 'FILE STATUS: ' FS-SNAPSHOT
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1300-ABRIR-SNAPSHOT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-ABRIR-COSTOS.

           OPEN INPUT SNC-COSTOS.

           EVALUATE TRUE
               WHEN FS-COSTOS-OK
                    CONTINUE
               WHEN FS-COSTOS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE COSTOS'
                    DISPLAY 'FILE STATUS: ' FS-COSTOS
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE COSTOS'
                    DISPLAY 'FILE STATUS: ' FS-COSTOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1400-ABRIR-COSTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1500-ABRIR-DEPARTAMENTOS.

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

       1500-ABRIR-DEPARTAMENTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1600-ABRIR-REPORTE.

           OPEN OUTPUT REP-DESVIOS.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE DESVIOS'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8                  TO RETURN-CODE
           END-IF.

       1600-ABRIR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA MONEDA BASE LA FIJA LA PRIMERA FOTO DE COSTOS DEL ANIO. UNA
      * FOTO EN OTRA MONEDA NO SE SUMA, SE INFORMA Y SE EXCLUYE.
      *----------------------------------------------------------------*
       2000-ACUMULAR-COSTOS.

           MOVE 'N'                         TO WS-FIN-LECTURA.
           MOVE WS-PERIODO-DESDE            TO SNC-PERIODO.
           MOVE LOW-VALUES                  TO SNC-DEPARTAMENTO.

           START SNC-COSTOS KEY IS NOT LESS THAN SNC-CLAVE.

           EVALUATE TRUE
               WHEN FS-COSTOS-OK
                    PERFORM 2010-LEER-COSTO
                       THRU 2010-LEER-COSTO-FIN
                      UNTIL WS-ES-FIN-LECTURA
               WHEN FS-COSTOS-CLAVE-NFD
                    DISPLAY 'SIN FOTOS DE COSTOS EN EL PERIODO'
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EL ARCHIVO DE COSTOS'
                    DISPLAY 'FILE STATUS: ' FS-COSTOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2000-ACUMULAR-COSTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-COSTO.

           READ SNC-COSTOS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-COSTOS-EOF
                    MOVE 'S'                TO WS-FIN-LECTURA
               WHEN NOT FS-COSTOS-OK
                    MOVE 'S'                TO WS-FIN-LECTURA
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE COSTOS'
                    DISPLAY 'FILE STATUS: ' FS-COSTOS
                    MOVE 8                  TO RETURN-CODE
               WHEN SNC-PERIODO > WS-PERIODO-HASTA
                    MOVE 'S'                TO WS-FIN-LECTURA
               WHEN OTHER
                    ADD 1                   TO WS-CONT-FOTOS-COS
                    PERFORM 2020-SUMAR-COSTO
                       THRU 2020-SUMAR-COSTO-FIN
           END-EVALUATE.

       2010-LEER-COSTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2020-SUMAR-COSTO.

           IF WS-MONEDA-BASE EQUAL SPACES
              MOVE SNC-MONEDA-BASE          TO WS-MONEDA-BASE
           END-IF.

           IF SNC-MONEDA-BASE NOT EQUAL WS-MONEDA-BASE
              ADD 1                         TO WS-CONT-OTRA-MONEDA
              DISPLAY 'FOTO EN OTRA MONEDA BASE (' SNC-MONEDA-BASE
                      ') - PERIODO: ' SNC-PERIODO
                      ' - DEPTO: ' SNC-DEPARTAMENTO
                      ' - SE EXCLUYE DEL DESVIO'
           ELSE
              MOVE SNC-DEPARTAMENTO         TO WS-DEPTO-BUSCADO
              PERFORM 2900-UBICAR-DEPARTAMENTO
                 THRU 2900-UBICAR-DEPARTAMENTO-FIN
              IF WS-POS-DEPTO > ZEROS
                 ADD SNC-TOTAL-IMPORTE
                   TO WS-DT-REA-MASA-ACUM (WS-POS-DEPTO)
                 IF SNC-PERIODO EQUAL WS-PERIODO-HASTA
                    ADD SNC-TOTAL-IMPORTE
                      TO WS-DT-REA-MASA-MES (WS-POS-DEPTO)
                 END-IF
              END-IF
           END-IF.

       2020-SUMAR-COSTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-ACUMULAR-DOTACION.

           MOVE 'N'                         TO WS-FIN-LECTURA.
           MOVE WS-PERIODO-DESDE            TO SNP-PERIODO.
           MOVE LOW-VALUES                  TO SNP-DEPARTAMENTO.

           START SNP-EMPLEADOS KEY IS NOT LESS THAN SNP-CLAVE.

           EVALUATE TRUE
               WHEN FS-SNAPSHOT-OK
                    PERFORM 2110-LEER-DOTACION
                       THRU 2110-LEER-DOTACION-FIN
                      UNTIL WS-ES-FIN-LECTURA
               WHEN FS-SNAPSHOT-CLAVE-NFD
                    DISPLAY 'SIN FOTOS DE DOTACION EN EL PERIODO'
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EL ARCHIVO DE FOTOS'
                    DISPLAY 'FILE STATUS: ' FS-SNAPSHOT
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2100-ACUMULAR-DOTACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-DOTACION.

           READ SNP-EMPLEADOS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-SNAPSHOT-EOF
                    MOVE 'S'                TO WS-FIN-LECTURA
               WHEN NOT FS-SNAPSHOT-OK
                    MOVE 'S'                TO WS-FIN-LECTURA
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE FOTOS'
                    DISPLAY 'FILE STATUS: ' FS-SNAPSHOT
                    MOVE 8                  TO RETURN-CODE
               WHEN SNP-PERIODO > WS-PERIODO-HASTA
                    MOVE 'S'                TO WS-FIN-LECTURA
               WHEN OTHER
                    ADD 1                   TO WS-CONT-FOTOS-DOT
                    PERFORM 2120-SUMAR-DOTACION
                       THRU 2120-SUMAR-DOTACION-FIN
           END-EVALUATE.

       2110-LEER-DOTACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-SUMAR-DOTACION.

           MOVE SNP-DEPARTAMENTO            TO WS-DEPTO-BUSCADO.

           PERFORM 2900-UBICAR-DEPARTAMENTO
              THRU 2900-UBICAR-DEPARTAMENTO-FIN.

           IF WS-POS-DEPTO > ZEROS
              ADD 1             TO WS-DT-REA-MESES (WS-POS-DEPTO)
              ADD SNP-ACTIVOS   TO WS-DT-REA-DOT-ACUM (WS-POS-DEPTO)
              ADD SNP-ALTAS-MES TO WS-DT-ALTAS-ACUM (WS-POS-DEPTO)
              ADD SNP-BAJAS-MES TO WS-DT-BAJAS-ACUM (WS-POS-DEPTO)
              IF SNP-PERIODO EQUAL WS-PERIODO-HASTA
                 MOVE SNP-ACTIVOS
                   TO WS-DT-REA-DOT-MES (WS-POS-DEPTO)
                 MOVE SNP-ALTAS-MES
                   TO WS-DT-ALTAS-MES (WS-POS-DEPTO)
                 MOVE SNP-BAJAS-MES
                   TO WS-DT-BAJAS-MES (WS-POS-DEPTO)
              END-IF
           END-IF.

       2120-SUMAR-DOTACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-ACUMULAR-PRESUPUESTO.

           MOVE 'N'                         TO WS-FIN-LECTURA.
           MOVE WS-PERIODO-DESDE            TO PRE-PERIODO.
           MOVE LOW-VALUES                  TO PRE-DEPARTAMENTO.

           START PRE-PRESUPUESTO KEY IS NOT LESS THAN PRE-CLAVE.

           EVALUATE TRUE
               WHEN FS-PRESUPUESTO-OK
                    PERFORM 2210-LEER-PRESUPUESTO
                       THRU 2210-LEER-PRESUPUESTO-FIN
                      UNTIL WS-ES-FIN-LECTURA
               WHEN FS-PRESUPUESTO-CLAVE-NFD
                    DISPLAY 'SIN PRESUPUESTO CARGADO PARA EL PERIODO'
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EL ARCHIVO DE '-
                            'PRESUPUESTO'
                    DISPLAY 'FILE STATUS: ' FS-PRESUPUESTO
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2200-ACUMULAR-PRESUPUESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-PRESUPUESTO.

           READ PRE-PRESUPUESTO NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-PRESUPUESTO-EOF
                    MOVE 'S'                TO WS-FIN-LECTURA
               WHEN NOT FS-PRESUPUESTO-OK
                    MOVE 'S'                TO WS-FIN-LECTURA
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE PRESUPUESTO'
                    DISPLAY 'FILE STATUS: ' FS-PRESUPUESTO
                    MOVE 8                  TO RETURN-CODE
               WHEN PRE-PERIODO > WS-PERIODO-HASTA
                    MOVE 'S'                TO WS-FIN-LECTURA
               WHEN OTHER
                    ADD 1                   TO WS-CONT-PRESUPUESTOS
                    PERFORM 2220-SUMAR-PRESUPUESTO
                       THRU 2220-SUMAR-PRESUPUESTO-FIN
           END-EVALUATE.

       2210-LEER-PRESUPUESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL CODIGO DE DEPARTAMENTO DEL PRESUPUESTO SE COMPLETA CON
      * BLANCOS PARA COINCIDIR CON EL DEPARTAMENTO DE LAS FOTOS.
      *----------------------------------------------------------------*
       2220-SUMAR-PRESUPUESTO.

           MOVE PRE-DEPARTAMENTO            TO WS-DEPTO-BUSCADO.

           PERFORM 2900-UBICAR-DEPARTAMENTO
              THRU 2900-UBICAR-DEPARTAMENTO-FIN.

           IF WS-MONEDA-BASE EQUAL SPACES
              MOVE PRE-MONEDA               TO WS-MONEDA-BASE
           END-IF.

           IF WS-POS-DEPTO > ZEROS
              ADD 1             TO WS-DT-PRE-MESES (WS-POS-DEPTO)
              ADD PRE-DOTACION  TO WS-DT-PRE-DOT-ACUM (WS-POS-DEPTO)
              IF PRE-PERIODO EQUAL WS-PERIODO-HASTA
                 MOVE PRE-DOTACION
                   TO WS-DT-PRE-DOT-MES (WS-POS-DEPTO)
              END-IF
              IF PRE-MONEDA NOT EQUAL WS-MONEDA-BASE
                 ADD 1                      TO WS-CONT-OTRA-MONEDA
                 DISPLAY 'PRESUPUESTO EN OTRA MONEDA (' PRE-MONEDA
                         ') - PERIODO: ' PRE-PERIODO
                         ' - DEPTO: ' PRE-DEPARTAMENTO
                         ' - SE EXCLUYE LA MASA SALARIAL'
              ELSE
                 ADD PRE-MASA-SALARIAL
                   TO WS-DT-PRE-MASA-ACUM (WS-POS-DEPTO)
                 IF PRE-PERIODO EQUAL WS-PERIODO-HASTA
                    MOVE PRE-MASA-SALARIAL
                      TO WS-DT-PRE-MASA-MES (WS-POS-DEPTO)
                 END-IF
              END-IF
           END-IF.

       2220-SUMAR-PRESUPUESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-IMPRIMIR-CABECERA.

           MOVE WS-PERIODO-HASTA            TO WS-CAB-PERIODO.
           MOVE WS-TOLERANCIA               TO WS-CAB-TOLERANCIA.
           MOVE WS-MONEDA-BASE              TO WS-CAB-MONEDA.
           MOVE WS-REP-CABECERA             TO REP-DESVIOS-REG.

           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-FIN.

       2400-IMPRIMIR-CABECERA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-IMPRIMIR-DEPARTAMENTO.

           MOVE 'N'                         TO WS-DEPTO-EXCEDIDO.

           PERFORM 2510-IMPRIMIR-TITULO-DEPTO
              THRU 2510-IMPRIMIR-TITULO-DEPTO-FIN.

           MOVE 'S'                         TO WS-CON-CONTROLA.

           MOVE 'DOTACION MES'              TO WS-CON-DESCRIPCION.
           MOVE WS-DT-PRE-DOT-MES (WS-IND-DEPTO)
                                            TO WS-CON-PRESUPUESTO.
           MOVE WS-DT-REA-DOT-MES (WS-IND-DEPTO)
                                            TO WS-CON-REAL.
           PERFORM 2600-IMPRIMIR-CONCEPTO
              THRU 2600-IMPRIMIR-CONCEPTO-FIN.

           MOVE ZEROS                       TO WS-PROMEDIO-PRE
                                               WS-PROMEDIO-REA.
           IF WS-DT-PRE-MESES (WS-IND-DEPTO) > ZEROS
              COMPUTE WS-PROMEDIO-PRE ROUNDED =
                      WS-DT-PRE-DOT-ACUM (WS-IND-DEPTO) /
                      WS-DT-PRE-MESES (WS-IND-DEPTO)
           END-IF.
           IF WS-DT-REA-MESES (WS-IND-DEPTO) > ZEROS
              COMPUTE WS-PROMEDIO-REA ROUNDED =
                      WS-DT-REA-DOT-ACUM (WS-IND-DEPTO) /
                      WS-DT-REA-MESES (WS-IND-DEPTO)
           END-IF.

           MOVE 'DOTACION ACUM'             TO WS-CON-DESCRIPCION.
           MOVE WS-PROMEDIO-PRE             TO WS-CON-PRESUPUESTO.
           MOVE WS-PROMEDIO-REA             TO WS-CON-REAL.
           PERFORM 2600-IMPRIMIR-CONCEPTO
              THRU 2600-IMPRIMIR-CONCEPTO-FIN.

           MOVE 'MASA MES'                  TO WS-CON-DESCRIPCION.
           MOVE WS-DT-PRE-MASA-MES (WS-IND-DEPTO)
                                            TO WS-CON-PRESUPUESTO.
           MOVE WS-DT-REA-MASA-MES (WS-IND-DEPTO)
                                            TO WS-CON-REAL.
           PERFORM 2600-IMPRIMIR-CONCEPTO
              THRU 2600-IMPRIMIR-CONCEPTO-FIN.

           MOVE 'MASA ACUM'                 TO WS-CON-DESCRIPCION.
           MOVE WS-DT-PRE-MASA-ACUM (WS-IND-DEPTO)
                                            TO WS-CON-PRESUPUESTO.
           MOVE WS-DT-REA-MASA-ACUM (WS-IND-DEPTO)
                                            TO WS-CON-REAL.
           PERFORM 2600-IMPRIMIR-CONCEPTO
              THRU 2600-IMPRIMIR-CONCEPTO-FIN.

           MOVE WS-DT-ALTAS-MES (WS-IND-DEPTO)  TO WS-MOV-ALTAS-MES.
           MOVE WS-DT-BAJAS-MES (WS-IND-DEPTO)  TO WS-MOV-BAJAS-MES.
           MOVE WS-DT-ALTAS-ACUM (WS-IND-DEPTO) TO WS-MOV-ALTAS-ACUM.
           MOVE WS-DT-BAJAS-ACUM (WS-IND-DEPTO) TO WS-MOV-BAJAS-ACUM.
           MOVE WS-REP-MOVIMIENTOS          TO REP-DESVIOS-REG.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-FIN.

           IF WS-ES-DEPTO-EXCEDIDO
              ADD 1                         TO WS-CONT-EXCEDIDOS
              DISPLAY 'DEPARTAMENTO FUERA DE TOLERANCIA: '
                      WS-DT-DEPARTAMENTO (WS-IND-DEPTO)
           END-IF.

           ADD WS-DT-PRE-DOT-MES (WS-IND-DEPTO)
                                            TO WS-GEN-PRE-DOT-MES.
           ADD WS-DT-REA-DOT-MES (WS-IND-DEPTO)
                                            TO WS-GEN-REA-DOT-MES.
           ADD WS-PROMEDIO-PRE              TO WS-GEN-PRE-DOT-ACUM.
           ADD WS-PROMEDIO-REA              TO WS-GEN-REA-DOT-ACUM.
           ADD WS-DT-PRE-MASA-MES (WS-IND-DEPTO)
                                            TO WS-GEN-PRE-MASA-MES.
           ADD WS-DT-REA-MASA-MES (WS-IND-DEPTO)
                                            TO WS-GEN-REA-MASA-MES.
           ADD WS-DT-PRE-MASA-ACUM (WS-IND-DEPTO)
                                            TO WS-GEN-PRE-MASA-ACUM.
           ADD WS-DT-REA-MASA-ACUM (WS-IND-DEPTO)
                                            TO WS-GEN-REA-MASA-ACUM.

           ADD 1                            TO WS-IND-DEPTO.

       2500-IMPRIMIR-DEPARTAMENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-IMPRIMIR-TITULO-DEPTO.

           MOVE WS-DT-DEPARTAMENTO (WS-IND-DEPTO)
                                            TO WS-DEPTO-IMPRESION
                                               WS-DEPTO-EDICION.

           IF WS-EXISTE-DEPARTAMENTOS AND WS-DEPTO-RESTO EQUAL SPACES
              MOVE WS-DEPTO-CODIGO          TO DEP-CODIGO
              READ DEP-DEPARTAMENTOS KEY IS DEP-CODIGO
              IF FS-DEPARTAMENTOS-OK
                 MOVE DEP-DESCRIPCION       TO WS-DEPTO-IMPRESION
              END-IF
           END-IF.

           MOVE SPACES                      TO REP-DESVIOS-REG.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-FIN.

           MOVE WS-DT-DEPARTAMENTO (WS-IND-DEPTO)
                                            TO WS-DTO-DEPARTAMENTO.
           MOVE WS-DEPTO-IMPRESION          TO WS-DTO-DESCRIPCION.
           MOVE WS-REP-DEPTO                TO REP-DESVIOS-REG.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-FIN.

           MOVE WS-REP-TITULOS              TO REP-DESVIOS-REG.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-FIN.

       2510-IMPRIMIR-TITULO-DEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DESVIO = REAL - PRESUPUESTO. SE MARCA EL CONCEPTO QUE SUPERA
      * EL PRESUPUESTO EN MAS DE LA TOLERANCIA, Y EL QUE TIENE GASTO
      * REAL SIN PRESUPUESTO CARGADO.
      *----------------------------------------------------------------*
       2600-IMPRIMIR-CONCEPTO.

           COMPUTE WS-CON-DESVIO = WS-CON-REAL - WS-CON-PRESUPUESTO.

           MOVE ZEROS                       TO WS-CON-PORCENTAJE.
           MOVE SPACES                      TO WS-DET-MARCA.

           IF WS-CON-PRESUPUESTO > ZEROS
              COMPUTE WS-CON-PORCENTAJE ROUNDED =
                      WS-CON-DESVIO * 100 / WS-CON-PRESUPUESTO
              IF WS-CON-PORCENTAJE > WS-TOLERANCIA
                 MOVE 'EXCEDIDO'            TO WS-DET-MARCA
              END-IF
           ELSE
              IF WS-CON-REAL > ZEROS
                 MOVE 'SIN PRES'            TO WS-DET-MARCA
              END-IF
           END-IF.

           IF WS-DET-MARCA NOT EQUAL SPACES AND WS-CON-SE-CONTROLA
              MOVE 'S'                      TO WS-DEPTO-EXCEDIDO
           END-IF.

           IF WS-CON-PORCENTAJE > WS-PORCENTAJE-MAXIMO
              MOVE WS-PORCENTAJE-MAXIMO     TO WS-CON-PORCENTAJE
           END-IF.

           MOVE WS-CON-DESCRIPCION          TO WS-DET-CONCEPTO.
           MOVE WS-CON-PRESUPUESTO          TO WS-DET-PRESUPUESTO.
           MOVE WS-CON-REAL                 TO WS-DET-REAL.
           MOVE WS-CON-DESVIO               TO WS-DET-DESVIO.
           MOVE WS-CON-PORCENTAJE           TO WS-DET-PORCENTAJE.
           MOVE WS-REP-DETALLE              TO REP-DESVIOS-REG.

           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-FIN.

       2600-IMPRIMIR-CONCEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2700-IMPRIMIR-TOTAL.

           MOVE SPACES                      TO REP-DESVIOS-REG.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-FIN.

           MOVE 'TOTAL GENERAL'             TO WS-DTO-DEPARTAMENTO.
           MOVE SPACES                      TO WS-DTO-DESCRIPCION.
           MOVE WS-REP-DEPTO                TO REP-DESVIOS-REG.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-FIN.

           MOVE WS-REP-TITULOS              TO REP-DESVIOS-REG.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-FIN.

           MOVE 'N'                         TO WS-CON-CONTROLA.

           MOVE 'DOTACION MES'              TO WS-CON-DESCRIPCION.
           MOVE WS-GEN-PRE-DOT-MES          TO WS-CON-PRESUPUESTO.
           MOVE WS-GEN-REA-DOT-MES          TO WS-CON-REAL.
           PERFORM 2600-IMPRIMIR-CONCEPTO
              THRU 2600-IMPRIMIR-CONCEPTO-FIN.

           MOVE 'DOTACION ACUM'             TO WS-CON-DESCRIPCION.
           MOVE WS-GEN-PRE-DOT-ACUM         TO WS-CON-PRESUPUESTO.
           MOVE WS-GEN-REA-DOT-ACUM         TO WS-CON-REAL.
           PERFORM 2600-IMPRIMIR-CONCEPTO
              THRU 2600-IMPRIMIR-CONCEPTO-FIN.

           MOVE 'MASA MES'                  TO WS-CON-DESCRIPCION.
           MOVE WS-GEN-PRE-MASA-MES         TO WS-CON-PRESUPUESTO.
           MOVE WS-GEN-REA-MASA-MES         TO WS-CON-REAL.
           PERFORM 2600-IMPRIMIR-CONCEPTO
              THRU 2600-IMPRIMIR-CONCEPTO-FIN.

           MOVE 'MASA ACUM'                 TO WS-CON-DESCRIPCION.
           MOVE WS-GEN-PRE-MASA-ACUM        TO WS-CON-PRESUPUESTO.
           MOVE WS-GEN-REA-MASA-ACUM        TO WS-CON-REAL.
           PERFORM 2600-IMPRIMIR-CONCEPTO
              THRU 2600-IMPRIMIR-CONCEPTO-FIN.

       2700-IMPRIMIR-TOTAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-GRABAR-LINEA.

           WRITE REP-DESVIOS-REG.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE DESVIOS'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2800-GRABAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEVUELVE EN WS-POS-DEPTO LA POSICION DE WS-DEPTO-BUSCADO EN LA
      * TABLA. SI NO ESTA SE INSERTA EN SU LUGAR SEGUN EL CODIGO, PARA
      * QUE EL REPORTE SALGA ORDENADO.
      *----------------------------------------------------------------*
       2900-UBICAR-DEPARTAMENTO.

           MOVE 0                           TO WS-POS-DEPTO.
           MOVE 0                           TO WS-POS-INSERCION.
           MOVE 1                           TO WS-IND-DEPTO.

           PERFORM 2910-BUSCAR-DEPARTAMENTO
              THRU 2910-BUSCAR-DEPARTAMENTO-FIN
             UNTIL WS-IND-DEPTO > WS-DT-CANTIDAD
                OR WS-POS-DEPTO > ZEROS
                OR WS-POS-INSERCION > ZEROS.

           IF WS-POS-DEPTO EQUAL ZEROS
              IF WS-DT-CANTIDAD < WS-DEP-MAXIMO
                 IF WS-POS-INSERCION EQUAL ZEROS
                    COMPUTE WS-POS-INSERCION = WS-DT-CANTIDAD + 1
                 END-IF
                 MOVE WS-DT-CANTIDAD        TO WS-IND-MOVER
                 PERFORM 2920-CORRER-DEPARTAMENTO
                    THRU 2920-CORRER-DEPARTAMENTO-FIN
                   UNTIL WS-IND-MOVER < WS-POS-INSERCION
                 ADD 1                      TO WS-DT-CANTIDAD
                 MOVE WS-POS-INSERCION      TO WS-POS-DEPTO
                 INITIALIZE WS-DT-ENTRADA (WS-POS-DEPTO)
                 MOVE WS-DEPTO-BUSCADO
                   TO WS-DT-DEPARTAMENTO (WS-POS-DEPTO)
              ELSE
                 IF NOT WS-ES-TABLA-DESBORDADA
                    MOVE 'S'                TO WS-TABLA-DESBORDADA
                    DISPLAY 'LA TABLA DE DEPARTAMENTOS SUPERA EL '-
                            'MAXIMO DE ' WS-DEP-MAXIMO ' - SE '-
                            'OMITEN LOS DEPARTAMENTOS EXCEDENTES'
                    IF RETURN-CODE < 4
                       MOVE 4               TO RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2900-UBICAR-DEPARTAMENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2910-BUSCAR-DEPARTAMENTO.

           EVALUATE TRUE
               WHEN WS-DT-DEPARTAMENTO (WS-IND-DEPTO)
                    EQUAL WS-DEPTO-BUSCADO
                    MOVE WS-IND-DEPTO       TO WS-POS-DEPTO
               WHEN WS-DT-DEPARTAMENTO (WS-IND-DEPTO)
                    > WS-DEPTO-BUSCADO
                    MOVE WS-IND-DEPTO       TO WS-POS-INSERCION
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           ADD 1                            TO WS-IND-DEPTO.

       2910-BUSCAR-DEPARTAMENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2920-CORRER-DEPARTAMENTO.

           IF WS-IND-MOVER > ZEROS
              MOVE WS-DT-ENTRADA (WS-IND-MOVER)
                TO WS-DT-ENTRADA (WS-IND-MOVER + 1)
           END-IF.

           SUBTRACT 1                       FROM WS-IND-MOVER.

       2920-CORRER-DEPARTAMENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF (WS-CONT-EXCEDIDOS > ZEROS OR WS-CONT-OTRA-MONEDA > ZEROS)
              AND RETURN-CODE < 4
              MOVE 4                        TO RETURN-CODE
           END-IF.

           DISPLAY "--------------------------------------------------".
           DISPLAY 'PRESUPUESTOS LEIDOS          : '
                   WS-CONT-PRESUPUESTOS.
           DISPLAY 'FOTOS DE DOTACION LEIDAS     : ' WS-CONT-FOTOS-DOT.
           DISPLAY 'FOTOS DE COSTOS LEIDAS       : ' WS-CONT-FOTOS-COS.
           DISPLAY 'REGISTROS EN OTRA MONEDA     : '
                   WS-CONT-OTRA-MONEDA.
           DISPLAY 'DEPARTAMENTOS INFORMADOS     : ' WS-DT-CANTIDAD.
           DISPLAY 'DEPARTAMENTOS FUERA DE TOLER.: ' WS-CONT-EXCEDIDOS.
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

              CLOSE PRE-PRESUPUESTO

              IF NOT FS-PRESUPUESTO-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO PRESUPUESTO: '
                         FS-PRESUPUESTO
              END-IF

              CLOSE SNP-EMPLEADOS

              IF NOT FS-SNAPSHOT-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO DE FOTOS: '
                         FS-SNAPSHOT
              END-IF

              CLOSE SNC-COSTOS

              IF NOT FS-COSTOS-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO DE COSTOS: '
                         FS-COSTOS
              END-IF

              IF WS-EXISTE-DEPARTAMENTOS
                 CLOSE DEP-DEPARTAMENTOS
                 IF NOT FS-DEPARTAMENTOS-OK
                    DISPLAY 'ERROR AL CERRAR TABLA DE DEPARTAMENTOS: '
                            FS-DEPARTAMENTOS
                 END-IF
              END-IF

              CLOSE REP-DESVIOS

              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL CERRAR REPORTE DE DESVIOS: '
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
              MOVE 'CL20PRES'                TO LOG-PROGRAMA
              MOVE 'RESUMEN'                 TO LOG-EVENTO
              MOVE RETURN-CODE               TO LOG-RETORNO
              MOVE WS-DT-CANTIDAD            TO LOG-CANT-1
              MOVE WS-CONT-EXCEDIDOS         TO LOG-CANT-2
              MOVE WS-CONT-PRESUPUESTOS      TO LOG-CANT-3
              MOVE WS-CONT-OTRA-MONEDA       TO LOG-CANT-4
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

       END PROGRAM CL20PRES.
