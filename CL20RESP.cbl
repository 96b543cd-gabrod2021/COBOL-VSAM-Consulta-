      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - RESPALDO POR GENERACIONES DE LOS MAESTROS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20RESP.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-EMPLEADOS
           ASSIGN TO '../EMPLEADOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS
           RECORD KEY IS ENT-EMP-ID-EMPLEADO
           ALTERNATE RECORD KEY IS ENT-EMP-APELLIDO WITH DUPLICATES.

       SELECT SUE-SUELDOS
           ASSIGN TO '../SUELDOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SUELDOS
           RECORD KEY IS SUE-ID-EMPLEADO.

       SELECT SUH-HISTORIA
           ASSIGN TO '../SUELDOS-HIST.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SUELDOS-HIST
           RECORD KEY IS SUH-CLAVE.

       SELECT HIS-EMPLEADOS
           ASSIGN TO '../EMPLEADOS-HIST.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTORICO
           RECORD KEY IS HIS-EMP-ID-EMPLEADO.

       SELECT DEP-DEPARTAMENTOS
           ASSIGN TO '../DEPARTAMENTOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DEPARTAMENTOS
           RECORD KEY IS DEP-CODIGO.

       SELECT RES-RESPALDO
           ASSIGN TO WS-NOMBRE-RESPALDO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RESPALDO.

       SELECT RES-CATALOGO
           ASSIGN TO '../RESPALDO-CATALOGO.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CATALOGO
           RECORD KEY IS RSC-CLAVE.

       SELECT PAR-RESPALDO
           ASSIGN TO '../RESP-PARAMETROS.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT LOG-BITACORA
           ASSIGN TO '../RUN-BITACORA.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BITACORA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-EMPLEADOS.
       01 ENT-EMPLEADOS-REG.
           COPY ENTEMP.

       FD SUE-SUELDOS.
       01 SUE-SUELDOS-REG.
           COPY SUEREG.

       FD SUH-HISTORIA.
       01 SUH-HISTORIA-REG.
           COPY SUHREG.

       FD HIS-EMPLEADOS.
       01 HIS-EMPLEADOS-REG.
           COPY HISEMP.

       FD DEP-DEPARTAMENTOS.
       01 DEP-DEPARTAMENTOS-REG.
           COPY DEPREF.

       FD RES-RESPALDO.
       01 RES-RESPALDO-REG.
           COPY RESREG.

       FD RES-CATALOGO.
       01 RES-CATALOGO-REG.
           COPY RSCREG.

       FD PAR-RESPALDO.
       01 PAR-RESPALDO-REG.
          05 PAR-GENERACIONES               PIC 9(02).

       FD LOG-BITACORA.
       01 LOG-BITACORA-REG.
           COPY LOGREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-OK                 VALUE '00'.
          05 FS-SUELDOS                     PIC X(2).
             88 FS-SUELDOS-OK                   VALUE '00'.
          05 FS-SUELDOS-HIST                PIC X(2).
             88 FS-SUELDOS-HIST-OK              VALUE '00'.
          05 FS-HISTORICO                   PIC X(2).
             88 FS-HISTORICO-OK                 VALUE '00'.
          05 FS-DEPARTAMENTOS               PIC X(2).
             88 FS-DEPARTAMENTOS-OK             VALUE '00'.

      * ESTADO DEL MAESTRO QUE SE ESTA RESPALDANDO, COPIADO DEL
      * FILE STATUS PROPIO DE CADA ARCHIVO DESPUES DE CADA OPERACION.
       01 FS-STATUS-MAESTRO.
          05 FS-MAESTRO                     PIC X(2).
             88 FS-MAESTRO-OK                   VALUE '00'.
             88 FS-MAESTRO-EOF                  VALUE '10'.
             88 FS-MAESTRO-NFD                  VALUE '35'.

       01 FS-STATUS-RES.
          05 FS-RESPALDO                    PIC X(2).
             88 FS-RESPALDO-OK                  VALUE '00'.

       01 FS-STATUS-RSC.
          05 FS-CATALOGO                    PIC X(2).
             88 FS-CATALOGO-OK                  VALUE '00'.
             88 FS-CATALOGO-EOF                 VALUE '10'.
             88 FS-CATALOGO-CLAVE-DUP           VALUE '22'.
             88 FS-CATALOGO-CLAVE-NFD           VALUE '23'.
             88 FS-CATALOGO-NFD                 VALUE '35'.

       01 FS-STATUS-PAR.
          05 FS-PARAMETROS                  PIC X(2).
             88 FS-PARAMETROS-OK                VALUE '00'.
             88 FS-PARAMETROS-NFD               VALUE '35'.

       01 FS-STATUS-LOG.
          05 FS-BITACORA                    PIC X(2).
             88 FS-BITACORA-OK                  VALUE '00'.
             88 FS-BITACORA-NFD                 VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-RESPALDADOS            PIC 9(02) VALUE 0.
          05 WS-CONT-OMITIDOS               PIC 9(02) VALUE 0.
          05 WS-CONT-ERRORES                PIC 9(02) VALUE 0.
          05 WS-CONT-DEPURADAS              PIC 9(04) VALUE 0.

       01 WS-INDICADORES.
          05 WS-PARAMETRO-VALIDO            PIC X(01) VALUE 'N'.
             88 WS-ES-PARAMETRO-VALIDO          VALUE 'S'.
          05 WS-FIN-MAESTRO                 PIC X(01) VALUE 'N'.
             88 WS-ES-FIN-MAESTRO               VALUE 'S'.
          05 WS-FIN-CATALOGO                PIC X(01) VALUE 'N'.
             88 WS-ES-FIN-CATALOGO              VALUE 'S'.
          05 WS-ERROR-RESPALDO              PIC X(01) VALUE 'N'.
             88 WS-HAY-ERROR-RESPALDO           VALUE 'S'.
          05 WS-RESPALDO-GRABADO            PIC X(01) VALUE 'N'.
             88 WS-ES-RESPALDO-GRABADO          VALUE 'S'.
          05 WS-CATALOGO-ABIERTO            PIC X(01) VALUE 'N'.
             88 WS-ES-CATALOGO-ABIERTO          VALUE 'S'.

      * MAESTROS QUE SE RESPALDAN, EN ORDEN. EL HISTORICO DE EMPLEADOS
      * Y LA HISTORIA DE SUELDOS SON OPCIONALES: SI TODAVIA NO EXISTEN
      * SE OMITEN CON ADVERTENCIA. SUELDOS (SUEL) Y SU HISTORIA (SUHI)
      * SE RESPALDAN EN LA MISMA CORRIDA Y SE RESTAURAN DE A PAR.
       01 WS-MAESTROS-DEF.
          05 FILLER                         PIC X(05) VALUE 'EMPLS'.
          05 FILLER                         PIC X(05) VALUE 'SUELS'.
          05 FILLER                         PIC X(05) VALUE 'SUHIN'.
          05 FILLER                         PIC X(05) VALUE 'HISTN'.
          05 FILLER                         PIC X(05) VALUE 'DEPTS'.

       01 WS-MAESTROS REDEFINES WS-MAESTROS-DEF.
          05 WS-MAE-ENTRADA OCCURS 5 TIMES.
             10 WS-MAE-CODIGO               PIC X(04).
             10 WS-MAE-OBLIGATORIO          PIC X(01).

       77 WS-CANT-MAESTROS                  PIC 9(02) VALUE 05.
       77 WS-IND-MAESTRO                    PIC 9(02) VALUE 0.
       77 WS-MAESTRO-ACTUAL                 PIC X(04) VALUE SPACES.
       77 WS-RC-MAESTRO                     PIC 9(02) VALUE 0.

      * CADA MAESTRO ROTA SOBRE UN JUEGO FIJO DE ARCHIVOS, UNO POR
      * GENERACION RETENIDA: LA GENERACION NUEVA OCUPA UNA RANURA LIBRE
      * O PISA LA MAS ANTIGUA.
       01 WS-NOMBRE-RESPALDO.
          05 FILLER                         PIC X(08) VALUE '../RESP-'.
          05 WS-NOM-MAESTRO                 PIC X(04).
          05 FILLER                         PIC X(02) VALUE '-G'.
          05 WS-NOM-RANURA                  PIC 9(02).
          05 FILLER                         PIC X(04) VALUE '.DAT'.

       77 WS-GENERACIONES                   PIC 9(02) VALUE 05.
       77 WS-GEN-DEFECTO                    PIC 9(02) VALUE 05.
       77 WS-GEN-MAXIMO                     PIC 9(02) VALUE 20.
       77 WS-ULTIMA-GENERACION              PIC 9(06) VALUE 0.
       77 WS-NUEVA-GENERACION               PIC 9(06) VALUE 0.
       77 WS-NUEVA-RANURA                   PIC 9(02) VALUE 0.
       77 WS-GEN-RETENIDA                   PIC 9(06) VALUE 0.

      * GENERACION DEL CATALOGO QUE OCUPA CADA RANURA DEL MAESTRO EN
      * CURSO (CERO SI LA RANURA ESTA LIBRE).
       01 WS-TABLA-RANURAS.
          05 WS-RAN-GENERACION              PIC 9(06) OCCURS 20 TIMES.

       77 WS-IND-RANURA                     PIC 9(02) VALUE 0.
       77 WS-RANURA-ANTIGUA                 PIC 9(02) VALUE 0.
       77 WS-GEN-ANTIGUA                    PIC 9(06) VALUE 0.

       01 WS-TOTALES-CONTROL.
          05 WS-CANT-REGISTROS              PIC 9(08) VALUE 0.
          05 WS-HASH-CLAVES                 PIC 9(15) VALUE 0.
          05 WS-HASH-VALORES                PIC 9(15)V99 VALUE 0.

       01 WS-REGISTRO-MAESTRO               PIC X(149).

      * EL CODIGO DE DEPARTAMENTO ES ALFANUMERICO: PARA EL HASH CADA
      * CARACTER SE TOMA POR SU POSICION EN ESTA TABLA (36 SI NO ESTA).
       01 WS-ALFABETO-DEF                   PIC X(36)
          VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 WS-ALFABETO REDEFINES WS-ALFABETO-DEF.
          05 WS-ALF-CARACTER                PIC X(01) OCCURS 36 TIMES.

       77 WS-CANT-ALFABETO                  PIC 9(02) VALUE 36.
       77 WS-IND-ALFABETO                   PIC 9(02) VALUE 0.

       77 WS-IND-CARACTER                   PIC 9(02) VALUE 0.
       77 WS-POS-CARACTER                   PIC 9(02) VALUE 0.
       77 WS-VALOR-CODIGO                   PIC 9(09) VALUE 0.

       01 WS-FECHA-PROCESO                  PIC 9(08) VALUE 0.
       01 WS-HORA-PROCESO                   PIC 9(08) VALUE 0.

       01 WS-EVENTO-MAESTRO.
          05 FILLER                         PIC X(05) VALUE 'RESP-'.
          05 WS-EVT-MAESTRO                 PIC X(04).
          05 FILLER                         PIC X(01) VALUE SPACE.

       01 WS-DATOS-BITACORA.
          05 WS-BIT-EVENTO                  PIC X(10).
          05 WS-BIT-RETORNO                 PIC 9(02).
          05 WS-BIT-CANT-1                  PIC 9(08).
          05 WS-BIT-CANT-2                  PIC 9(08).
          05 WS-BIT-CANT-3                  PIC 9(08).
          05 WS-BIT-CANT-4                  PIC 9(08).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-ES-PARAMETRO-VALIDO AND FS-CATALOGO-OK

              MOVE 1                        TO WS-IND-MAESTRO

              PERFORM 2000-RESPALDAR-MAESTRO
                 THRU 2000-RESPALDAR-MAESTRO-FIN
                UNTIL WS-IND-MAESTRO > WS-CANT-MAESTROS

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

            GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           MOVE 'N'                         TO WS-PARAMETRO-VALIDO
                                               WS-CATALOGO-ABIERTO.
           MOVE '99'                        TO FS-CATALOGO.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-PROCESO  FROM TIME.

           PERFORM 1100-LEER-PARAMETROS
              THRU 1100-LEER-PARAMETROS-FIN.

           IF WS-ES-PARAMETRO-VALIDO
              PERFORM 1200-ABRIR-CATALOGO
                 THRU 1200-ABRIR-CATALOGO-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN ARCHIVO DE PARAMETROS SE RETIENEN LAS GENERACIONES POR
      * DEFECTO, PARA QUE LA CADENA NOCTURNA NO QUEDE SIN RESPALDO.
      *----------------------------------------------------------------*
       1100-LEER-PARAMETROS.

           MOVE WS-GEN-DEFECTO              TO WS-GENERACIONES.

           OPEN INPUT PAR-RESPALDO.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ PAR-RESPALDO
                    IF FS-PARAMETROS-OK
                       PERFORM 1110-VALIDAR-PARAMETROS
                          THRU 1110-VALIDAR-PARAMETROS-FIN
                    ELSE
                       DISPLAY 'EL ARCHIVO DE PARAMETROS ESTA VACIO - '-
                               'SE RETIENEN ' WS-GENERACIONES
                               ' GENERACIONES'
                       MOVE 'S'             TO WS-PARAMETRO-VALIDO
                    END-IF
                    CLOSE PAR-RESPALDO
               WHEN FS-PARAMETROS-NFD
                    DISPLAY 'SIN ARCHIVO DE PARAMETROS - SE RETIENEN '
                            WS-GENERACIONES ' GENERACIONES'
                    MOVE 'S'                TO WS-PARAMETRO-VALIDO
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PARAMETROS'
                    DISPLAY 'FILE STATUS: ' FS-PARAMETROS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1100-LEER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-VALIDAR-PARAMETROS.

           EVALUATE TRUE
               WHEN PAR-GENERACIONES NOT NUMERIC
                    DISPLAY 'PARAMETRO INVALIDO - GENERACIONES NO '-
                            'NUMERICO'
                    MOVE 8                  TO RETURN-CODE
               WHEN PAR-GENERACIONES > WS-GEN-MAXIMO
                    DISPLAY 'PARAMETRO INVALIDO - SE PUEDEN RETENER '-
                            'HASTA ' WS-GEN-MAXIMO ' GENERACIONES'
                    MOVE 8                  TO RETURN-CODE
               WHEN PAR-GENERACIONES EQUAL ZEROS
                    MOVE 'S'                TO WS-PARAMETRO-VALIDO
                    DISPLAY 'GENERACIONES RETENIDAS (DEFECTO): '
                            WS-GENERACIONES
               WHEN OTHER
                    MOVE 'S'                TO WS-PARAMETRO-VALIDO
                    MOVE PAR-GENERACIONES   TO WS-GENERACIONES
                    DISPLAY 'GENERACIONES RETENIDAS: '
                            WS-GENERACIONES
           END-EVALUATE.

       1110-VALIDAR-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-CATALOGO.

           OPEN I-O RES-CATALOGO.

           IF FS-CATALOGO-NFD
              PERFORM 1210-CREAR-CATALOGO
                 THRU 1210-CREAR-CATALOGO-FIN
           END-IF.

           IF FS-CATALOGO-OK
              MOVE 'S'                      TO WS-CATALOGO-ABIERTO
           ELSE
              DISPLAY 'ERROR AL ABRIR EL CATALOGO DE RESPALDOS'
              DISPLAY 'FILE STATUS: ' FS-CATALOGO
              MOVE 8                        TO RETURN-CODE
           END-IF.

       1200-ABRIR-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-CREAR-CATALOGO.

           OPEN OUTPUT RES-CATALOGO.
           CLOSE RES-CATALOGO.
           OPEN I-O RES-CATALOGO.

       1210-CREAR-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RESPALDA UN MAESTRO: BUSCA LA ULTIMA GENERACION EN EL CATALOGO,
      * GRABA LA NUEVA EN LA RANURA QUE LE TOCA Y DEPURA EL CATALOGO.
      *----------------------------------------------------------------*
       2000-RESPALDAR-MAESTRO.

           MOVE WS-MAE-CODIGO (WS-IND-MAESTRO)
                                            TO WS-MAESTRO-ACTUAL.
           MOVE 0                           TO WS-RC-MAESTRO.
           MOVE 'N'                         TO WS-ERROR-RESPALDO.
           MOVE 'N'                         TO WS-RESPALDO-GRABADO.
           INITIALIZE WS-TOTALES-CONTROL.
           MOVE 0                           TO WS-NUEVA-GENERACION
                                               WS-NUEVA-RANURA.

           PERFORM 2100-ABRIR-MAESTRO
              THRU 2100-ABRIR-MAESTRO-FIN.

           IF FS-MAESTRO-OK

              PERFORM 2200-BUSCAR-GENERACION
                 THRU 2200-BUSCAR-GENERACION-FIN

              IF NOT WS-HAY-ERROR-RESPALDO
                 PERFORM 2700-DEPURAR-CATALOGO
                    THRU 2700-DEPURAR-CATALOGO-FIN
              END-IF

              IF NOT WS-HAY-ERROR-RESPALDO
                 PERFORM 2300-GRABAR-RESPALDO
                    THRU 2300-GRABAR-RESPALDO-FIN
              END-IF

              IF NOT WS-HAY-ERROR-RESPALDO
                 PERFORM 2600-REGISTRAR-CATALOGO
                    THRU 2600-REGISTRAR-CATALOGO-FIN
              END-IF

              IF WS-ES-RESPALDO-GRABADO
                 PERFORM 2700-DEPURAR-CATALOGO
                    THRU 2700-DEPURAR-CATALOGO-FIN
              END-IF

              PERFORM 2190-CERRAR-MAESTRO
                 THRU 2190-CERRAR-MAESTRO-FIN

           END-IF.

           IF WS-ES-RESPALDO-GRABADO
              ADD 1                         TO WS-CONT-RESPALDADOS
              DISPLAY 'MAESTRO ' WS-MAESTRO-ACTUAL
                      ' - GENERACION ' WS-NUEVA-GENERACION
                      ' EN ' WS-NOMBRE-RESPALDO
                      ' - REGISTROS: ' WS-CANT-REGISTROS
           END-IF.

           IF WS-HAY-ERROR-RESPALDO
              ADD 1                         TO WS-CONT-ERRORES
              MOVE 8                        TO WS-RC-MAESTRO
              MOVE 8                        TO RETURN-CODE
           END-IF.

           MOVE WS-MAESTRO-ACTUAL           TO WS-EVT-MAESTRO.
           MOVE WS-EVENTO-MAESTRO           TO WS-BIT-EVENTO.
           MOVE WS-RC-MAESTRO               TO WS-BIT-RETORNO.
           MOVE WS-CANT-REGISTROS           TO WS-BIT-CANT-1.
           MOVE WS-NUEVA-GENERACION         TO WS-BIT-CANT-2.
           MOVE WS-NUEVA-RANURA             TO WS-BIT-CANT-3.
           MOVE WS-GENERACIONES             TO WS-BIT-CANT-4.

           PERFORM 3300-GRABAR-BITACORA
              THRU 3300-GRABAR-BITACORA-FIN.

           ADD 1                            TO WS-IND-MAESTRO.

       2000-RESPALDAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-ABRIR-MAESTRO.

           EVALUATE WS-MAESTRO-ACTUAL
               WHEN 'EMPL'
                    OPEN INPUT ENT-EMPLEADOS
                    MOVE FS-EMPLEADOS       TO FS-MAESTRO
               WHEN 'SUEL'
                    OPEN INPUT SUE-SUELDOS
                    MOVE FS-SUELDOS         TO FS-MAESTRO
               WHEN 'SUHI'
                    OPEN INPUT SUH-HISTORIA
                    MOVE FS-SUELDOS-HIST    TO FS-MAESTRO
               WHEN 'HIST'
                    OPEN INPUT HIS-EMPLEADOS
                    MOVE FS-HISTORICO       TO FS-MAESTRO
               WHEN 'DEPT'
                    OPEN INPUT DEP-DEPARTAMENTOS
                    MOVE FS-DEPARTAMENTOS   TO FS-MAESTRO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    CONTINUE
               WHEN FS-MAESTRO-NFD
                AND WS-MAE-OBLIGATORIO (WS-IND-MAESTRO) EQUAL 'N'
                    DISPLAY 'NO SE ENCUENTRA EL MAESTRO '
                            WS-MAESTRO-ACTUAL ' - NO SE RESPALDA'
                    ADD 1                   TO WS-CONT-OMITIDOS
                    MOVE 4                  TO WS-RC-MAESTRO
                    IF RETURN-CODE < 4
                       MOVE 4               TO RETURN-CODE
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL MAESTRO '
                            WS-MAESTRO-ACTUAL
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
                    MOVE 'S'                TO WS-ERROR-RESPALDO
           END-EVALUATE.

       2100-ABRIR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-MAESTRO.

           EVALUATE WS-MAESTRO-ACTUAL
               WHEN 'EMPL'
                    READ ENT-EMPLEADOS
                    MOVE FS-EMPLEADOS       TO FS-MAESTRO
                    MOVE ENT-EMPLEADOS-REG  TO WS-REGISTRO-MAESTRO
               WHEN 'SUEL'
                    READ SUE-SUELDOS
                    MOVE FS-SUELDOS         TO FS-MAESTRO
                    MOVE SUE-SUELDOS-REG    TO WS-REGISTRO-MAESTRO
               WHEN 'SUHI'
                    READ SUH-HISTORIA
                    MOVE FS-SUELDOS-HIST    TO FS-MAESTRO
                    MOVE SUH-HISTORIA-REG   TO WS-REGISTRO-MAESTRO
               WHEN 'HIST'
                    READ HIS-EMPLEADOS
                    MOVE FS-HISTORICO       TO FS-MAESTRO
                    MOVE HIS-EMPLEADOS-REG  TO WS-REGISTRO-MAESTRO
               WHEN 'DEPT'
                    READ DEP-DEPARTAMENTOS
                    MOVE FS-DEPARTAMENTOS   TO FS-MAESTRO
                    MOVE DEP-DEPARTAMENTOS-REG
                                            TO WS-REGISTRO-MAESTRO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    CONTINUE
               WHEN FS-MAESTRO-EOF
                    MOVE 'S'                TO WS-FIN-MAESTRO
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL MAESTRO '
                            WS-MAESTRO-ACTUAL
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
                    DISPLAY " "
                    MOVE 'S'                TO WS-FIN-MAESTRO
                    MOVE 'S'                TO WS-ERROR-RESPALDO
           END-EVALUATE.

       2110-LEER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2190-CERRAR-MAESTRO.

           EVALUATE WS-MAESTRO-ACTUAL
               WHEN 'EMPL'
                    CLOSE ENT-EMPLEADOS
               WHEN 'SUEL'
                    CLOSE SUE-SUELDOS
               WHEN 'SUHI'
                    CLOSE SUH-HISTORIA
               WHEN 'HIST'
                    CLOSE HIS-EMPLEADOS
               WHEN 'DEPT'
                    CLOSE DEP-DEPARTAMENTOS
           END-EVALUATE.

       2190-CERRAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA NUEVA GENERACION ES LA ULTIMA DEL CATALOGO MAS UNO. LA
      * RANURA SE ELIGE POR LO QUE REGISTRA EL CATALOGO Y NO POR EL
      * NUMERO DE GENERACION, PARA QUE UN CAMBIO EN LA CANTIDAD DE
      * GENERACIONES RETENIDAS NO PISE LAS MAS RECIENTES: LA PRIMERA
      * RANURA LIBRE ENTRE 1 Y N, Y SI ESTAN TODAS OCUPADAS LA DE LA
      * GENERACION MAS ANTIGUA.
      *----------------------------------------------------------------*
       2200-BUSCAR-GENERACION.

           MOVE 0                           TO WS-ULTIMA-GENERACION.
           INITIALIZE WS-TABLA-RANURAS.

           PERFORM 2210-POSICIONAR-CATALOGO
              THRU 2210-POSICIONAR-CATALOGO-FIN.

           PERFORM 2220-ACUMULAR-GENERACION
              THRU 2220-ACUMULAR-GENERACION-FIN
             UNTIL WS-ES-FIN-CATALOGO.

           COMPUTE WS-NUEVA-GENERACION = WS-ULTIMA-GENERACION + 1.

           MOVE 0                           TO WS-NUEVA-RANURA
                                               WS-RANURA-ANTIGUA.
           MOVE 999999                      TO WS-GEN-ANTIGUA.
           MOVE 1                           TO WS-IND-RANURA.

           PERFORM 2230-ELEGIR-RANURA
              THRU 2230-ELEGIR-RANURA-FIN
             UNTIL WS-IND-RANURA > WS-GENERACIONES.

           IF WS-NUEVA-RANURA EQUAL 0
              MOVE WS-RANURA-ANTIGUA        TO WS-NUEVA-RANURA
           END-IF.

           MOVE WS-MAESTRO-ACTUAL           TO WS-NOM-MAESTRO.
           MOVE WS-NUEVA-RANURA             TO WS-NOM-RANURA.

       2200-BUSCAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-POSICIONAR-CATALOGO.

           MOVE 'N'                         TO WS-FIN-CATALOGO.
           MOVE WS-MAESTRO-ACTUAL           TO RSC-MAESTRO.
           MOVE 0                           TO RSC-GENERACION.

           START RES-CATALOGO KEY IS NOT LESS THAN RSC-CLAVE.

           EVALUATE TRUE
               WHEN FS-CATALOGO-OK
                    PERFORM 2215-LEER-CATALOGO
                       THRU 2215-LEER-CATALOGO-FIN
               WHEN FS-CATALOGO-CLAVE-NFD
                    MOVE 'S'                TO WS-FIN-CATALOGO
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EL CATALOGO DE '-
                            'RESPALDOS'
                    DISPLAY 'FILE STATUS: ' FS-CATALOGO
                    MOVE 'S'                TO WS-FIN-CATALOGO
                    MOVE 'S'                TO WS-ERROR-RESPALDO
           END-EVALUATE.

       2210-POSICIONAR-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2215-LEER-CATALOGO.

           READ RES-CATALOGO NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-CATALOGO-OK
                    IF RSC-MAESTRO NOT EQUAL WS-MAESTRO-ACTUAL
                       MOVE 'S'             TO WS-FIN-CATALOGO
                    END-IF
               WHEN FS-CATALOGO-EOF
                    MOVE 'S'                TO WS-FIN-CATALOGO
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL CATALOGO DE RESPALDOS'
                    DISPLAY 'FILE STATUS: ' FS-CATALOGO
                    DISPLAY " "
                    MOVE 'S'                TO WS-FIN-CATALOGO
                    MOVE 'S'                TO WS-ERROR-RESPALDO
           END-EVALUATE.

       2215-LEER-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-ACUMULAR-GENERACION.

           IF RSC-GENERACION > WS-ULTIMA-GENERACION
              MOVE RSC-GENERACION           TO WS-ULTIMA-GENERACION
           END-IF.

           IF RSC-RANURA > 0 AND RSC-RANURA NOT GREATER WS-GEN-MAXIMO
              MOVE RSC-GENERACION
                TO WS-RAN-GENERACION (RSC-RANURA)
           END-IF.

           PERFORM 2215-LEER-CATALOGO
              THRU 2215-LEER-CATALOGO-FIN.

       2220-ACUMULAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2230-ELEGIR-RANURA.

           IF WS-RAN-GENERACION (WS-IND-RANURA) EQUAL 0
              MOVE WS-IND-RANURA            TO WS-NUEVA-RANURA
              MOVE WS-GENERACIONES          TO WS-IND-RANURA
           ELSE
              IF WS-RAN-GENERACION (WS-IND-RANURA) < WS-GEN-ANTIGUA
                 MOVE WS-RAN-GENERACION (WS-IND-RANURA)
                                            TO WS-GEN-ANTIGUA
                 MOVE WS-IND-RANURA         TO WS-RANURA-ANTIGUA
              END-IF
           END-IF.

           ADD 1                            TO WS-IND-RANURA.

       2230-ELEGIR-RANURA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-GRABAR-RESPALDO.

           OPEN OUTPUT RES-RESPALDO.

           IF NOT FS-RESPALDO-OK
              DISPLAY 'ERROR AL CREAR EL RESPALDO: '
                      WS-NOMBRE-RESPALDO
              DISPLAY 'FILE STATUS: ' FS-RESPALDO
              MOVE 'S'                      TO WS-ERROR-RESPALDO
           ELSE
              PERFORM 2310-GRABAR-CABECERA
                 THRU 2310-GRABAR-CABECERA-FIN
              MOVE 'N'                      TO WS-FIN-MAESTRO
              PERFORM 2110-LEER-MAESTRO
                 THRU 2110-LEER-MAESTRO-FIN
              PERFORM 2400-COPIAR-REGISTRO
                 THRU 2400-COPIAR-REGISTRO-FIN
                UNTIL WS-ES-FIN-MAESTRO
              PERFORM 2500-GRABAR-COLA
                 THRU 2500-GRABAR-COLA-FIN
              CLOSE RES-RESPALDO
              IF NOT FS-RESPALDO-OK
                 DISPLAY 'ERROR AL CERRAR EL RESPALDO: '
                         WS-NOMBRE-RESPALDO
                 DISPLAY 'FILE STATUS: ' FS-RESPALDO
                 MOVE 'S'                   TO WS-ERROR-RESPALDO
              END-IF
           END-IF.

       2300-GRABAR-RESPALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-GRABAR-CABECERA.

           MOVE SPACES                      TO RES-RESPALDO-REG.
           MOVE 'H'                         TO RES-TIPO-REG.
           MOVE WS-MAESTRO-ACTUAL           TO RES-CAB-MAESTRO.
           MOVE WS-NUEVA-GENERACION         TO RES-CAB-GENERACION.
           MOVE WS-FECHA-PROCESO            TO RES-CAB-FECHA.
           MOVE WS-HORA-PROCESO             TO RES-CAB-HORA.

           WRITE RES-RESPALDO-REG.

           IF NOT FS-RESPALDO-OK
              DISPLAY 'ERROR AL GRABAR LA CABECERA DEL RESPALDO'
              DISPLAY 'FILE STATUS: ' FS-RESPALDO
              MOVE 'S'                      TO WS-ERROR-RESPALDO
           END-IF.

       2310-GRABAR-CABECERA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-COPIAR-REGISTRO.

           MOVE 'D'                         TO RES-TIPO-REG.
           MOVE WS-REGISTRO-MAESTRO         TO RES-DATOS.

           PERFORM 2410-ACUMULAR-HASH
              THRU 2410-ACUMULAR-HASH-FIN.

           WRITE RES-RESPALDO-REG.

           IF FS-RESPALDO-OK
              ADD 1                         TO WS-CANT-REGISTROS
              PERFORM 2110-LEER-MAESTRO
                 THRU 2110-LEER-MAESTRO-FIN
           ELSE
              DISPLAY 'ERROR AL GRABAR EL RESPALDO: '
                      WS-NOMBRE-RESPALDO
              DISPLAY 'FILE STATUS: ' FS-RESPALDO
              MOVE 'S'                      TO WS-FIN-MAESTRO
              MOVE 'S'                      TO WS-ERROR-RESPALDO
           END-IF.

       2400-COPIAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TOTALES HASH DEL REGISTRO DE DETALLE. CL20REST LOS RECALCULA
      * DE LA MISMA FORMA ANTES DE RECONSTRUIR UN MAESTRO.
      *----------------------------------------------------------------*
       2410-ACUMULAR-HASH.

           EVALUATE WS-MAESTRO-ACTUAL
               WHEN 'EMPL'
               WHEN 'HIST'
                    ADD RES-EMP-ID-EMPLEADO TO WS-HASH-CLAVES
                    ADD RES-EMP-COD-POSTAL
                        RES-EMP-FECHA-ALTA
                        RES-EMP-FECHA-BAJA  TO WS-HASH-VALORES
               WHEN 'SUEL'
                    ADD RES-SUE-ID-EMPLEADO TO WS-HASH-CLAVES
                    ADD RES-SUE-IMPORTE     TO WS-HASH-VALORES
               WHEN 'SUHI'
                    ADD RES-SUH-ID-EMPLEADO TO WS-HASH-CLAVES
                    ADD RES-SUH-IMPORTE     TO WS-HASH-VALORES
               WHEN 'DEPT'
                    PERFORM 2420-VALORIZAR-CODIGO
                       THRU 2420-VALORIZAR-CODIGO-FIN
                    ADD WS-VALOR-CODIGO     TO WS-HASH-CLAVES
                    IF RES-DEP-ACTIVO
                       ADD 1                TO WS-HASH-VALORES
                    END-IF
           END-EVALUATE.

       2410-ACUMULAR-HASH-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2420-VALORIZAR-CODIGO.

           MOVE 0                           TO WS-VALOR-CODIGO.
           MOVE 1                           TO WS-IND-CARACTER.

           PERFORM 2430-VALORIZAR-CARACTER
              THRU 2430-VALORIZAR-CARACTER-FIN
             UNTIL WS-IND-CARACTER > 4.

       2420-VALORIZAR-CODIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2430-VALORIZAR-CARACTER.

           MOVE WS-CANT-ALFABETO            TO WS-POS-CARACTER.
           MOVE 1                           TO WS-IND-ALFABETO.

           PERFORM 2440-BUSCAR-CARACTER
              THRU 2440-BUSCAR-CARACTER-FIN
             UNTIL WS-IND-ALFABETO > WS-CANT-ALFABETO.

           COMPUTE WS-VALOR-CODIGO = WS-VALOR-CODIGO * 37
                                   + WS-POS-CARACTER.

           ADD 1                            TO WS-IND-CARACTER.

       2430-VALORIZAR-CARACTER-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL VALOR DEL CARACTER ES SU POSICION EN LA TABLA MENOS UNO.
      *----------------------------------------------------------------*
       2440-BUSCAR-CARACTER.

           IF WS-ALF-CARACTER (WS-IND-ALFABETO) EQUAL
              RES-DEP-CODIGO (WS-IND-CARACTER:1)
              COMPUTE WS-POS-CARACTER = WS-IND-ALFABETO - 1
              MOVE WS-CANT-ALFABETO         TO WS-IND-ALFABETO
           END-IF.

           ADD 1                            TO WS-IND-ALFABETO.

       2440-BUSCAR-CARACTER-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-GRABAR-COLA.

           MOVE SPACES                      TO RES-RESPALDO-REG.
           MOVE 'T'                         TO RES-TIPO-REG.
           MOVE WS-CANT-REGISTROS           TO RES-COLA-CANT-REGISTROS.
           MOVE WS-HASH-CLAVES              TO RES-COLA-HASH-CLAVES.
           MOVE WS-HASH-VALORES             TO RES-COLA-HASH-VALORES.

           WRITE RES-RESPALDO-REG.

           IF NOT FS-RESPALDO-OK
              DISPLAY 'ERROR AL GRABAR LA COLA DEL RESPALDO'
              DISPLAY 'FILE STATUS: ' FS-RESPALDO
              MOVE 'S'                      TO WS-ERROR-RESPALDO
           END-IF.

       2500-GRABAR-COLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-REGISTRAR-CATALOGO.

           MOVE WS-MAESTRO-ACTUAL           TO RSC-MAESTRO.
           MOVE WS-NUEVA-GENERACION         TO RSC-GENERACION.
           MOVE WS-NUEVA-RANURA             TO RSC-RANURA.
           MOVE WS-FECHA-PROCESO            TO RSC-FECHA.
           MOVE WS-HORA-PROCESO             TO RSC-HORA.
           MOVE WS-CANT-REGISTROS           TO RSC-CANT-REGISTROS.
           MOVE WS-HASH-CLAVES              TO RSC-HASH-CLAVES.
           MOVE WS-HASH-VALORES             TO RSC-HASH-VALORES.
           MOVE 0                           TO RSC-FECHA-RESTAURACION.

           WRITE RES-CATALOGO-REG.

           IF FS-CATALOGO-OK
              MOVE 'S'                      TO WS-RESPALDO-GRABADO
           ELSE
              DISPLAY 'ERROR AL REGISTRAR LA GENERACION EN EL '-
                      'CATALOGO: ' RSC-CLAVE
              DISPLAY 'FILE STATUS: ' FS-CATALOGO
              MOVE 'S'                      TO WS-ERROR-RESPALDO
           END-IF.

       2600-REGISTRAR-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ANTES DE GRABAR SE QUITA DEL CATALOGO LA GENERACION QUE OCUPA
      * LA RANURA, PORQUE SU ARCHIVO SE VA A PISAR. DESPUES DE GRABAR
      * SE QUITAN LAS QUE QUEDARON FUERA DE LAS ULTIMAS N.
      *----------------------------------------------------------------*
       2700-DEPURAR-CATALOGO.

           IF WS-ES-RESPALDO-GRABADO
              AND WS-NUEVA-GENERACION > WS-GENERACIONES
              COMPUTE WS-GEN-RETENIDA = WS-NUEVA-GENERACION
                                      - WS-GENERACIONES + 1
           ELSE
              MOVE 0                        TO WS-GEN-RETENIDA
           END-IF.

           PERFORM 2210-POSICIONAR-CATALOGO
              THRU 2210-POSICIONAR-CATALOGO-FIN.

           PERFORM 2710-DEPURAR-GENERACION
              THRU 2710-DEPURAR-GENERACION-FIN
             UNTIL WS-ES-FIN-CATALOGO.

       2700-DEPURAR-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-DEPURAR-GENERACION.

           IF RSC-GENERACION NOT EQUAL WS-NUEVA-GENERACION
              AND (RSC-RANURA EQUAL WS-NUEVA-RANURA
                   OR RSC-GENERACION < WS-GEN-RETENIDA)

              DELETE RES-CATALOGO RECORD

              IF FS-CATALOGO-OK
                 ADD 1                      TO WS-CONT-DEPURADAS
              ELSE
                 DISPLAY 'ERROR AL DEPURAR EL CATALOGO: ' RSC-CLAVE
                 DISPLAY 'FILE STATUS: ' FS-CATALOGO
                 MOVE 'S'                   TO WS-FIN-CATALOGO
                 MOVE 'S'                   TO WS-ERROR-RESPALDO
              END-IF

           END-IF.

           IF NOT WS-ES-FIN-CATALOGO
              PERFORM 2215-LEER-CATALOGO
                 THRU 2215-LEER-CATALOGO-FIN
           END-IF.

       2710-DEPURAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY "--------------------------------------------------".
           DISPLAY 'MAESTROS RESPALDADOS    : ' WS-CONT-RESPALDADOS.
           DISPLAY 'MAESTROS OMITIDOS       : ' WS-CONT-OMITIDOS.
           DISPLAY 'MAESTROS CON ERROR      : ' WS-CONT-ERRORES.
           DISPLAY 'GENERACIONES DEPURADAS  : ' WS-CONT-DEPURADAS.
           DISPLAY "--------------------------------------------------".

           MOVE 'RESUMEN'                   TO WS-BIT-EVENTO.
           MOVE RETURN-CODE                 TO WS-BIT-RETORNO.
           MOVE WS-CONT-RESPALDADOS         TO WS-BIT-CANT-1.
           MOVE WS-CONT-OMITIDOS            TO WS-BIT-CANT-2.
           MOVE WS-CONT-ERRORES             TO WS-BIT-CANT-3.
           MOVE WS-GENERACIONES             TO WS-BIT-CANT-4.

           PERFORM 3300-GRABAR-BITACORA
              THRU 3300-GRABAR-BITACORA-FIN.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-CERRAR-ARCHIVOS-FIN.

           DISPLAY '### FIN DEL PROGRAMA ###'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-CERRAR-ARCHIVOS.

           IF WS-ES-CATALOGO-ABIERTO
              CLOSE RES-CATALOGO
              IF NOT FS-CATALOGO-OK
                 DISPLAY 'ERROR AL CERRAR EL CATALOGO DE RESPALDOS: '
                         FS-CATALOGO
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
              MOVE 'CL20RESP'                TO LOG-PROGRAMA
              MOVE WS-BIT-EVENTO             TO LOG-EVENTO
              MOVE WS-BIT-RETORNO            TO LOG-RETORNO
              MOVE WS-BIT-CANT-1             TO LOG-CANT-1
              MOVE WS-BIT-CANT-2             TO LOG-CANT-2
              MOVE WS-BIT-CANT-3             TO LOG-CANT-3
              MOVE WS-BIT-CANT-4             TO LOG-CANT-4
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

       END PROGRAM CL20RESP.
