      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - RESTAURACION VERIFICADA DE UN MAESTRO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20REST.
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

       SELECT PAR-RESTAURACION
           ASSIGN TO '../REST-PARAMETROS.DAT'
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

      * MAESTRO A RESTAURAR (EMPL, SUEL, SUHI, HIST O DEPT) Y
      * GENERACION. CON GENERACION EN CERO SE TOMA LA ULTIMA DEL
      * CATALOGO. SUELDOS (SUEL) Y SU HISTORIA (SUHI) SE RESTAURAN DE
      * A PAR: AL PEDIR UNO SE TOMA TAMBIEN LA GENERACION DEL OTRO
      * GRABADA EN LA MISMA CORRIDA DE RESPALDO (IGUAL FECHA Y HORA),
      * Y SE VERIFICAN LOS DOS RESPALDOS ANTES DE RECREAR CUALQUIERA.
      * SI SOLO SE VUELVE ATRAS SUELDOS, LA HISTORIA CONSERVA VALORES
      * POSTERIORES QUE LAS CONSULTAS TOMAN ANTES QUE EL MAESTRO.
       FD PAR-RESTAURACION.
       01 PAR-RESTAURACION-REG.
          05 PAR-MAESTRO                    PIC X(04).
          05 PAR-GENERACION                 PIC 9(06).

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

      * ESTADO DEL MAESTRO QUE SE ESTA RECONSTRUYENDO, COPIADO DEL
      * FILE STATUS PROPIO DE CADA ARCHIVO DESPUES DE CADA OPERACION.
       01 FS-STATUS-MAESTRO.
          05 FS-MAESTRO                     PIC X(2).
             88 FS-MAESTRO-OK                   VALUE '00'.

       01 FS-STATUS-RES.
          05 FS-RESPALDO                    PIC X(2).
             88 FS-RESPALDO-OK                  VALUE '00'.
             88 FS-RESPALDO-EOF                 VALUE '10'.
             88 FS-RESPALDO-NFD                 VALUE '35'.

       01 FS-STATUS-RSC.
          05 FS-CATALOGO                    PIC X(2).
             88 FS-CATALOGO-OK                  VALUE '00'.
             88 FS-CATALOGO-EOF                 VALUE '10'.
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
          05 WS-CONT-LEIDOS                 PIC 9(08) VALUE 0.
          05 WS-CONT-CABECERAS              PIC 9(04) VALUE 0.
          05 WS-CONT-COLAS                  PIC 9(04) VALUE 0.
          05 WS-CONT-DIFERENCIAS            PIC 9(04) VALUE 0.
          05 WS-CONT-RECARGADOS             PIC 9(08) VALUE 0.
          05 WS-CONT-RESPALDADOS            PIC 9(08) VALUE 0.
          05 WS-CONT-CARGADOS-MAESTRO       PIC 9(08) VALUE 0.

       01 WS-INDICADORES.
          05 WS-PARAMETRO-VALIDO            PIC X(01) VALUE 'N'.
             88 WS-ES-PARAMETRO-VALIDO          VALUE 'S'.
          05 WS-GENERACION-ENCONTRADA       PIC X(01) VALUE 'N'.
             88 WS-ES-GENERACION-ENCONTRADA     VALUE 'S'.
          05 WS-RESPALDO-VERIFICADO         PIC X(01) VALUE 'N'.
             88 WS-ES-RESPALDO-VERIFICADO       VALUE 'S'.
          05 WS-FIN-RESPALDO                PIC X(01) VALUE 'N'.
             88 WS-ES-FIN-RESPALDO              VALUE 'S'.
          05 WS-FIN-CATALOGO                PIC X(01) VALUE 'N'.
             88 WS-ES-FIN-CATALOGO              VALUE 'S'.
          05 WS-CATALOGO-ABIERTO            PIC X(01) VALUE 'N'.
             88 WS-ES-CATALOGO-ABIERTO          VALUE 'S'.
          05 WS-HAY-ASOCIADO                PIC X(01) VALUE 'N'.
             88 WS-EXISTE-ASOCIADO              VALUE 'S'.

       77 WS-MAESTRO-ACTUAL                 PIC X(04) VALUE SPACES.
       77 WS-GENERACION                     PIC 9(06) VALUE 0.

       01 WS-NOMBRE-RESPALDO.
          05 FILLER                         PIC X(08) VALUE '../RESP-'.
          05 WS-NOM-MAESTRO                 PIC X(04).
          05 FILLER                         PIC X(02) VALUE '-G'.
          05 WS-NOM-RANURA                  PIC 9(02).
          05 FILLER                         PIC X(04) VALUE '.DAT'.

      * TOTALES RECALCULADOS SOBRE LOS REGISTROS DE DETALLE, LOS DE LA
      * COLA DEL RESPALDO Y LOS REGISTRADOS EN EL CATALOGO: LOS TRES
      * DEBEN COINCIDIR PARA QUE SE RECONSTRUYA EL MAESTRO.
       01 WS-TOTALES-CONTROL.
          05 WS-CANT-REGISTROS              PIC 9(08) VALUE 0.
          05 WS-HASH-CLAVES                 PIC 9(15) VALUE 0.
          05 WS-HASH-VALORES                PIC 9(15)V99 VALUE 0.

       01 WS-TOTALES-COLA.
          05 WS-COLA-CANT-REGISTROS         PIC 9(08) VALUE 0.
          05 WS-COLA-HASH-CLAVES            PIC 9(15) VALUE 0.
          05 WS-COLA-HASH-VALORES           PIC 9(15)V99 VALUE 0.

       01 WS-TOTALES-CATALOGO.
          05 WS-CAT-CANT-REGISTROS          PIC 9(08) VALUE 0.
          05 WS-CAT-HASH-CLAVES             PIC 9(15) VALUE 0.
          05 WS-CAT-HASH-VALORES            PIC 9(15)V99 VALUE 0.
          05 WS-CAT-RANURA                  PIC 9(02) VALUE 0.
          05 WS-CAT-FECHA                   PIC 9(08) VALUE 0.
          05 WS-CAT-HORA                    PIC 9(08) VALUE 0.

      * EN LA RESTAURACION DE A PAR SE GUARDAN LOS DATOS DE CATALOGO
      * DEL MAESTRO PEDIDO Y DEL ASOCIADO, Y ANTES DE CADA PASADA SE
      * CARGAN LOS DEL QUE CORRESPONDE EN EL MAESTRO EN CURSO.
       01 WS-RESTAURACION-PRINCIPAL.
          05 WS-PRI-MAESTRO                 PIC X(04) VALUE SPACES.
          05 WS-PRI-GENERACION              PIC 9(06) VALUE 0.
          05 WS-PRI-RANURA                  PIC 9(02) VALUE 0.
          05 WS-PRI-CANT-REGISTROS          PIC 9(08) VALUE 0.
          05 WS-PRI-HASH-CLAVES             PIC 9(15) VALUE 0.
          05 WS-PRI-HASH-VALORES            PIC 9(15)V99 VALUE 0.

       01 WS-RESTAURACION-ASOCIADA.
          05 WS-ASO-MAESTRO                 PIC X(04) VALUE SPACES.
          05 WS-ASO-GENERACION              PIC 9(06) VALUE 0.
          05 WS-ASO-RANURA                  PIC 9(02) VALUE 0.
          05 WS-ASO-CANT-REGISTROS          PIC 9(08) VALUE 0.
          05 WS-ASO-HASH-CLAVES             PIC 9(15) VALUE 0.
          05 WS-ASO-HASH-VALORES            PIC 9(15)V99 VALUE 0.

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

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-ES-GENERACION-ENCONTRADA

              PERFORM 2000-VERIFICAR-RESPALDO
                 THRU 2000-VERIFICAR-RESPALDO-FIN

              IF WS-ES-RESPALDO-VERIFICADO AND WS-EXISTE-ASOCIADO
                 PERFORM 1510-TOMAR-ASOCIADO
                    THRU 1510-TOMAR-ASOCIADO-FIN
                 PERFORM 2000-VERIFICAR-RESPALDO
                    THRU 2000-VERIFICAR-RESPALDO-FIN
              END-IF

              IF WS-ES-RESPALDO-VERIFICADO

                 IF WS-EXISTE-ASOCIADO
                    PERFORM 1500-TOMAR-PRINCIPAL
                       THRU 1500-TOMAR-PRINCIPAL-FIN
                 END-IF

                 PERFORM 2500-RECARGAR-MAESTRO
                    THRU 2500-RECARGAR-MAESTRO-FIN

                 IF WS-EXISTE-ASOCIADO AND RETURN-CODE < 8
                    PERFORM 1510-TOMAR-ASOCIADO
                       THRU 1510-TOMAR-ASOCIADO-FIN
                    PERFORM 2500-RECARGAR-MAESTRO
                       THRU 2500-RECARGAR-MAESTRO-FIN
                 END-IF

              END-IF

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

            GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           MOVE 'N'                         TO WS-PARAMETRO-VALIDO
                                               WS-GENERACION-ENCONTRADA
                                               WS-RESPALDO-VERIFICADO
                                               WS-CATALOGO-ABIERTO
                                               WS-HAY-ASOCIADO.
           MOVE 0                           TO WS-GENERACION.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1100-LEER-PARAMETROS
              THRU 1100-LEER-PARAMETROS-FIN.

           IF WS-ES-PARAMETRO-VALIDO
              PERFORM 1200-ABRIR-CATALOGO
                 THRU 1200-ABRIR-CATALOGO-FIN
           END-IF.

           IF WS-ES-CATALOGO-ABIERTO
              PERFORM 1300-BUSCAR-GENERACION
                 THRU 1300-BUSCAR-GENERACION-FIN
           END-IF.

           IF WS-ES-GENERACION-ENCONTRADA
              AND (WS-MAESTRO-ACTUAL EQUAL 'SUEL' OR
                   WS-MAESTRO-ACTUAL EQUAL 'SUHI')
              PERFORM 1400-BUSCAR-ASOCIADO
                 THRU 1400-BUSCAR-ASOCIADO-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-PARAMETROS.

           OPEN INPUT PAR-RESTAURACION.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ PAR-RESTAURACION
                    IF FS-PARAMETROS-OK
                       PERFORM 1110-VALIDAR-PARAMETROS
                          THRU 1110-VALIDAR-PARAMETROS-FIN
                    ELSE
                       DISPLAY 'EL ARCHIVO DE PARAMETROS ESTA VACIO'
                       DISPLAY 'FILE STATUS: ' FS-PARAMETROS
                       MOVE 8                  TO RETURN-CODE
                    END-IF
                    CLOSE PAR-RESTAURACION
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
       1110-VALIDAR-PARAMETROS.

           EVALUATE TRUE
               WHEN PAR-MAESTRO NOT EQUAL 'EMPL' AND
                    PAR-MAESTRO NOT EQUAL 'SUEL' AND
                    PAR-MAESTRO NOT EQUAL 'SUHI' AND
                    PAR-MAESTRO NOT EQUAL 'HIST' AND
                    PAR-MAESTRO NOT EQUAL 'DEPT'
                    DISPLAY 'PARAMETRO INVALIDO - MAESTRO '
                            PAR-MAESTRO ' DESCONOCIDO'
                    MOVE 8                  TO RETURN-CODE
               WHEN PAR-GENERACION NOT NUMERIC
                    DISPLAY 'PARAMETRO INVALIDO - GENERACION NO '-
                            'NUMERICA'
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    MOVE 'S'                TO WS-PARAMETRO-VALIDO
                    MOVE PAR-MAESTRO        TO WS-MAESTRO-ACTUAL
                    MOVE PAR-GENERACION     TO WS-GENERACION
                    DISPLAY 'RESTAURACION DEL MAESTRO: '
                            WS-MAESTRO-ACTUAL
           END-EVALUATE.

       1110-VALIDAR-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-CATALOGO.

           OPEN I-O RES-CATALOGO.

           EVALUATE TRUE
               WHEN FS-CATALOGO-OK
                    MOVE 'S'                TO WS-CATALOGO-ABIERTO
               WHEN FS-CATALOGO-NFD
                    DISPLAY 'NO SE ENCUENTRA EL CATALOGO DE RESPALDOS'
                    DISPLAY 'FILE STATUS: ' FS-CATALOGO
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL CATALOGO DE RESPALDOS'
                    DISPLAY 'FILE STATUS: ' FS-CATALOGO
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1200-ABRIR-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CON GENERACION EN CERO SE RECORREN LAS GENERACIONES RETENIDAS
      * DEL MAESTRO Y SE TOMA LA MAS ALTA. SI NO, SE LEE LA PEDIDA.
      *----------------------------------------------------------------*
       1300-BUSCAR-GENERACION.

           IF WS-GENERACION EQUAL ZEROS
              PERFORM 1310-BUSCAR-ULTIMA
                 THRU 1310-BUSCAR-ULTIMA-FIN
           END-IF.

           IF WS-GENERACION NOT EQUAL ZEROS
              MOVE WS-MAESTRO-ACTUAL        TO RSC-MAESTRO
              MOVE WS-GENERACION            TO RSC-GENERACION
              READ RES-CATALOGO RECORD KEY IS RSC-CLAVE
              EVALUATE TRUE
                  WHEN FS-CATALOGO-OK
                       MOVE 'S'             TO WS-GENERACION-ENCONTRADA
                       MOVE RSC-RANURA      TO WS-CAT-RANURA
                       MOVE RSC-FECHA       TO WS-CAT-FECHA
                       MOVE RSC-HORA        TO WS-CAT-HORA
                       MOVE RSC-CANT-REGISTROS
                                            TO WS-CAT-CANT-REGISTROS
                       MOVE RSC-HASH-CLAVES TO WS-CAT-HASH-CLAVES
                       MOVE RSC-HASH-VALORES
                                            TO WS-CAT-HASH-VALORES
                       MOVE WS-MAESTRO-ACTUAL
                                            TO WS-NOM-MAESTRO
                       MOVE RSC-RANURA      TO WS-NOM-RANURA
                       DISPLAY 'GENERACION ' WS-GENERACION
                               ' DEL ' WS-CAT-FECHA
                               ' EN ' WS-NOMBRE-RESPALDO
                  WHEN FS-CATALOGO-CLAVE-NFD
                       DISPLAY 'LA GENERACION ' WS-GENERACION
                               ' DEL MAESTRO ' WS-MAESTRO-ACTUAL
                               ' NO ESTA RETENIDA EN EL CATALOGO'
                       MOVE 8               TO RETURN-CODE
                  WHEN OTHER
                       DISPLAY 'ERROR AL LEER EL CATALOGO DE '-
                               'RESPALDOS'
                       DISPLAY 'FILE STATUS: ' FS-CATALOGO
                       MOVE 8               TO RETURN-CODE
              END-EVALUATE
           END-IF.

       1300-BUSCAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-BUSCAR-ULTIMA.

           MOVE 'N'                         TO WS-FIN-CATALOGO.
           MOVE WS-MAESTRO-ACTUAL           TO RSC-MAESTRO.
           MOVE 0                           TO RSC-GENERACION.

           START RES-CATALOGO KEY IS NOT LESS THAN RSC-CLAVE.

           EVALUATE TRUE
               WHEN FS-CATALOGO-OK
                    PERFORM 1320-LEER-CATALOGO
                       THRU 1320-LEER-CATALOGO-FIN
                    PERFORM 1330-TOMAR-GENERACION
                       THRU 1330-TOMAR-GENERACION-FIN
                      UNTIL WS-ES-FIN-CATALOGO
               WHEN FS-CATALOGO-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EL CATALOGO DE '-
                            'RESPALDOS'
                    DISPLAY 'FILE STATUS: ' FS-CATALOGO
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

           IF WS-GENERACION EQUAL ZEROS AND RETURN-CODE < 8
              DISPLAY 'NO HAY GENERACIONES RETENIDAS DEL MAESTRO '
                      WS-MAESTRO-ACTUAL
              MOVE 8                        TO RETURN-CODE
           END-IF.

       1310-BUSCAR-ULTIMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1320-LEER-CATALOGO.

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
                    MOVE 0                  TO WS-GENERACION
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1320-LEER-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1330-TOMAR-GENERACION.

           IF RSC-GENERACION > WS-GENERACION
              MOVE RSC-GENERACION           TO WS-GENERACION
           END-IF.

           PERFORM 1320-LEER-CATALOGO
              THRU 1320-LEER-CATALOGO-FIN.

       1330-TOMAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SUELDOS Y SU HISTORIA: SE BUSCA LA GENERACION DEL OTRO MAESTRO
      * GRABADA EN LA MISMA CORRIDA DE RESPALDO. SI NO ESTA RETENIDA
      * NO SE RESTAURA NINGUNO DE LOS DOS.
      *----------------------------------------------------------------*
       1400-BUSCAR-ASOCIADO.

           MOVE WS-MAESTRO-ACTUAL           TO WS-PRI-MAESTRO.
           MOVE WS-GENERACION               TO WS-PRI-GENERACION.
           MOVE WS-CAT-RANURA               TO WS-PRI-RANURA.
           MOVE WS-CAT-CANT-REGISTROS       TO WS-PRI-CANT-REGISTROS.
           MOVE WS-CAT-HASH-CLAVES          TO WS-PRI-HASH-CLAVES.
           MOVE WS-CAT-HASH-VALORES         TO WS-PRI-HASH-VALORES.

           IF WS-MAESTRO-ACTUAL EQUAL 'SUEL'
              MOVE 'SUHI'                   TO WS-ASO-MAESTRO
           ELSE
              MOVE 'SUEL'                   TO WS-ASO-MAESTRO
           END-IF.

           MOVE 'N'                         TO WS-FIN-CATALOGO.
           MOVE WS-ASO-MAESTRO              TO RSC-MAESTRO.
           MOVE 0                           TO RSC-GENERACION.

           START RES-CATALOGO KEY IS NOT LESS THAN RSC-CLAVE.

           EVALUATE TRUE
               WHEN FS-CATALOGO-OK
                    PERFORM 1410-LEER-ASOCIADO
                       THRU 1410-LEER-ASOCIADO-FIN
                      UNTIL WS-ES-FIN-CATALOGO
               WHEN FS-CATALOGO-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EL CATALOGO DE '-
                            'RESPALDOS'
                    DISPLAY 'FILE STATUS: ' FS-CATALOGO
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-EXISTE-ASOCIADO
                    DISPLAY 'SE RESTAURA TAMBIEN ' WS-ASO-MAESTRO
                            ' GENERACION ' WS-ASO-GENERACION
                            ' DE LA MISMA CORRIDA'
               WHEN RETURN-CODE < 8
                    DISPLAY 'NO ESTA RETENIDA LA GENERACION DE '
                            WS-ASO-MAESTRO ' DEL RESPALDO DEL '
                            WS-CAT-FECHA ' ' WS-CAT-HORA
                    DISPLAY 'SUEL Y SUHI SE RESTAURAN DE A PAR - '-
                            'NO SE MODIFICA NINGUN MAESTRO'
                    MOVE 'N'                TO WS-GENERACION-ENCONTRADA
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    MOVE 'N'                TO WS-GENERACION-ENCONTRADA
           END-EVALUATE.

       1400-BUSCAR-ASOCIADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1410-LEER-ASOCIADO.

           READ RES-CATALOGO NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-CATALOGO-OK
                    AND RSC-MAESTRO EQUAL WS-ASO-MAESTRO
                    IF RSC-FECHA EQUAL WS-CAT-FECHA
                       AND RSC-HORA EQUAL WS-CAT-HORA
                       MOVE 'S'             TO WS-HAY-ASOCIADO
                                               WS-FIN-CATALOGO
                       MOVE RSC-GENERACION  TO WS-ASO-GENERACION
                       MOVE RSC-RANURA      TO WS-ASO-RANURA
                       MOVE RSC-CANT-REGISTROS
                                            TO WS-ASO-CANT-REGISTROS
                       MOVE RSC-HASH-CLAVES TO WS-ASO-HASH-CLAVES
                       MOVE RSC-HASH-VALORES
                                            TO WS-ASO-HASH-VALORES
                    END-IF
               WHEN FS-CATALOGO-OK
               WHEN FS-CATALOGO-EOF
                    MOVE 'S'                TO WS-FIN-CATALOGO
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL CATALOGO DE RESPALDOS'
                    DISPLAY 'FILE STATUS: ' FS-CATALOGO
                    DISPLAY " "
                    MOVE 'S'                TO WS-FIN-CATALOGO
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1410-LEER-ASOCIADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1500-TOMAR-PRINCIPAL.

           MOVE WS-PRI-MAESTRO              TO WS-MAESTRO-ACTUAL
                                               WS-NOM-MAESTRO.
           MOVE WS-PRI-GENERACION           TO WS-GENERACION.
           MOVE WS-PRI-RANURA               TO WS-CAT-RANURA
                                               WS-NOM-RANURA.
           MOVE WS-PRI-CANT-REGISTROS       TO WS-CAT-CANT-REGISTROS.
           MOVE WS-PRI-HASH-CLAVES          TO WS-CAT-HASH-CLAVES.
           MOVE WS-PRI-HASH-VALORES         TO WS-CAT-HASH-VALORES.

       1500-TOMAR-PRINCIPAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1510-TOMAR-ASOCIADO.

           MOVE WS-ASO-MAESTRO              TO WS-MAESTRO-ACTUAL
                                               WS-NOM-MAESTRO.
           MOVE WS-ASO-GENERACION           TO WS-GENERACION.
           MOVE WS-ASO-RANURA               TO WS-CAT-RANURA
                                               WS-NOM-RANURA.
           MOVE WS-ASO-CANT-REGISTROS       TO WS-CAT-CANT-REGISTROS.
           MOVE WS-ASO-HASH-CLAVES          TO WS-CAT-HASH-CLAVES.
           MOVE WS-ASO-HASH-VALORES         TO WS-CAT-HASH-VALORES.

       1510-TOMAR-ASOCIADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PRIMERA PASADA: SE LEE EL RESPALDO COMPLETO SIN TOCAR EL
      * MAESTRO Y SE CONTROLA LA ESTRUCTURA Y LOS TOTALES.
      *----------------------------------------------------------------*
       2000-VERIFICAR-RESPALDO.

           INITIALIZE WS-TOTALES-CONTROL
                      WS-TOTALES-COLA.

           MOVE 'N'                         TO WS-RESPALDO-VERIFICADO.
           MOVE 0                           TO WS-CONT-LEIDOS
                                               WS-CONT-CABECERAS
                                               WS-CONT-COLAS.

           OPEN INPUT RES-RESPALDO.

           EVALUATE TRUE
               WHEN FS-RESPALDO-OK
                    MOVE 'N'                TO WS-FIN-RESPALDO
                    PERFORM 2010-LEER-RESPALDO
                       THRU 2010-LEER-RESPALDO-FIN
                    PERFORM 2020-VERIFICAR-REGISTRO
                       THRU 2020-VERIFICAR-REGISTRO-FIN
                      UNTIL WS-ES-FIN-RESPALDO
                    CLOSE RES-RESPALDO
                    ADD WS-CANT-REGISTROS   TO WS-CONT-RESPALDADOS
                    PERFORM 2100-COMPARAR-TOTALES
                       THRU 2100-COMPARAR-TOTALES-FIN
               WHEN FS-RESPALDO-NFD
                    DISPLAY 'NO SE ENCUENTRA EL RESPALDO: '
                            WS-NOMBRE-RESPALDO
                    ADD 1                   TO WS-CONT-DIFERENCIAS
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL RESPALDO: '
                            WS-NOMBRE-RESPALDO
                    DISPLAY 'FILE STATUS: ' FS-RESPALDO
                    ADD 1                   TO WS-CONT-DIFERENCIAS
           END-EVALUATE.

           IF WS-CONT-DIFERENCIAS EQUAL ZEROS
              MOVE 'S'                      TO WS-RESPALDO-VERIFICADO
              DISPLAY 'RESPALDO DE ' WS-MAESTRO-ACTUAL
                      ' VERIFICADO - REGISTROS: ' WS-CANT-REGISTROS
           ELSE
              DISPLAY 'EL RESPALDO NO PASO LA VERIFICACION - '-
                      'EL MAESTRO NO SE MODIFICA'
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2000-VERIFICAR-RESPALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-RESPALDO.

           READ RES-RESPALDO.

           EVALUATE TRUE
               WHEN FS-RESPALDO-OK
                    ADD 1                   TO WS-CONT-LEIDOS
               WHEN FS-RESPALDO-EOF
                    MOVE 'S'                TO WS-FIN-RESPALDO
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL RESPALDO: '
                            WS-NOMBRE-RESPALDO
                    DISPLAY 'FILE STATUS: ' FS-RESPALDO
                    DISPLAY " "
                    MOVE 'S'                TO WS-FIN-RESPALDO
                    ADD 1                   TO WS-CONT-DIFERENCIAS
           END-EVALUATE.

       2010-LEER-RESPALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL RESPALDO DEBE TENER UNA CABECERA DEL MAESTRO Y GENERACION
      * PEDIDOS COMO PRIMER REGISTRO Y UNA UNICA COLA COMO ULTIMO.
      *----------------------------------------------------------------*
       2020-VERIFICAR-REGISTRO.

           EVALUATE TRUE
               WHEN RES-ES-CABECERA
                    ADD 1                   TO WS-CONT-CABECERAS
                    IF WS-CONT-LEIDOS NOT EQUAL 1
                       DISPLAY 'CABECERA FUERA DE LUGAR EN EL '-
                               'REGISTRO ' WS-CONT-LEIDOS
                       ADD 1                TO WS-CONT-DIFERENCIAS
                    END-IF
                    IF RES-CAB-MAESTRO NOT EQUAL WS-MAESTRO-ACTUAL
                       OR RES-CAB-GENERACION NOT EQUAL WS-GENERACION
                       DISPLAY 'LA CABECERA NO CORRESPONDE: '
                               RES-CAB-MAESTRO ' GENERACION '
                               RES-CAB-GENERACION
                       ADD 1                TO WS-CONT-DIFERENCIAS
                    END-IF
               WHEN RES-ES-DETALLE
                    IF WS-CONT-CABECERAS EQUAL ZEROS
                       OR WS-CONT-COLAS NOT EQUAL ZEROS
                       DISPLAY 'DETALLE FUERA DE LUGAR EN EL '-
                               'REGISTRO ' WS-CONT-LEIDOS
                       ADD 1                TO WS-CONT-DIFERENCIAS
                    END-IF
                    ADD 1                   TO WS-CANT-REGISTROS
                    PERFORM 2200-ACUMULAR-HASH
                       THRU 2200-ACUMULAR-HASH-FIN
               WHEN RES-ES-COLA
                    ADD 1                   TO WS-CONT-COLAS
                    MOVE RES-COLA-CANT-REGISTROS
                                            TO WS-COLA-CANT-REGISTROS
                    MOVE RES-COLA-HASH-CLAVES
                                            TO WS-COLA-HASH-CLAVES
                    MOVE RES-COLA-HASH-VALORES
                                            TO WS-COLA-HASH-VALORES
               WHEN OTHER
                    DISPLAY 'TIPO DE REGISTRO INVALIDO EN EL '-
                            'REGISTRO ' WS-CONT-LEIDOS
                    ADD 1                   TO WS-CONT-DIFERENCIAS
           END-EVALUATE.

           PERFORM 2010-LEER-RESPALDO
              THRU 2010-LEER-RESPALDO-FIN.

       2020-VERIFICAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-COMPARAR-TOTALES.

           IF WS-CONT-CABECERAS NOT EQUAL 1
              DISPLAY 'CANTIDAD DE CABECERAS INVALIDA: '
                      WS-CONT-CABECERAS
              ADD 1                         TO WS-CONT-DIFERENCIAS
           END-IF.

           IF WS-CONT-COLAS NOT EQUAL 1
              DISPLAY 'CANTIDAD DE COLAS INVALIDA: ' WS-CONT-COLAS
              ADD 1                         TO WS-CONT-DIFERENCIAS
           END-IF.

           IF WS-CANT-REGISTROS NOT EQUAL WS-COLA-CANT-REGISTROS
              OR WS-CANT-REGISTROS NOT EQUAL WS-CAT-CANT-REGISTROS
              DISPLAY 'DIFERENCIA EN CANTIDAD DE REGISTROS - LEIDOS: '
                      WS-CANT-REGISTROS
              DISPLAY '   COLA: ' WS-COLA-CANT-REGISTROS
                      ' CATALOGO: ' WS-CAT-CANT-REGISTROS
              ADD 1                         TO WS-CONT-DIFERENCIAS
           END-IF.

           IF WS-HASH-CLAVES NOT EQUAL WS-COLA-HASH-CLAVES
              OR WS-HASH-CLAVES NOT EQUAL WS-CAT-HASH-CLAVES
              DISPLAY 'DIFERENCIA EN HASH DE CLAVES - CALCULADO: '
                      WS-HASH-CLAVES
              DISPLAY '   COLA: ' WS-COLA-HASH-CLAVES
                      ' CATALOGO: ' WS-CAT-HASH-CLAVES
              ADD 1                         TO WS-CONT-DIFERENCIAS
           END-IF.

           IF WS-HASH-VALORES NOT EQUAL WS-COLA-HASH-VALORES
              OR WS-HASH-VALORES NOT EQUAL WS-CAT-HASH-VALORES
              DISPLAY 'DIFERENCIA EN HASH DE VALORES - CALCULADO: '
                      WS-HASH-VALORES
              DISPLAY '   COLA: ' WS-COLA-HASH-VALORES
                      ' CATALOGO: ' WS-CAT-HASH-VALORES
              ADD 1                         TO WS-CONT-DIFERENCIAS
           END-IF.

       2100-COMPARAR-TOTALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TOTALES HASH DEL REGISTRO DE DETALLE, CALCULADOS IGUAL QUE EN
      * CL20RESP AL GRABAR EL RESPALDO.
      *----------------------------------------------------------------*
       2200-ACUMULAR-HASH.

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
                    PERFORM 2210-VALORIZAR-CODIGO
                       THRU 2210-VALORIZAR-CODIGO-FIN
                    ADD WS-VALOR-CODIGO     TO WS-HASH-CLAVES
                    IF RES-DEP-ACTIVO
                       ADD 1                TO WS-HASH-VALORES
                    END-IF
           END-EVALUATE.

       2200-ACUMULAR-HASH-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-VALORIZAR-CODIGO.

           MOVE 0                           TO WS-VALOR-CODIGO.
           MOVE 1                           TO WS-IND-CARACTER.

           PERFORM 2220-VALORIZAR-CARACTER
              THRU 2220-VALORIZAR-CARACTER-FIN
             UNTIL WS-IND-CARACTER > 4.

       2210-VALORIZAR-CODIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-VALORIZAR-CARACTER.

           MOVE WS-CANT-ALFABETO            TO WS-POS-CARACTER.
           MOVE 1                           TO WS-IND-ALFABETO.

           PERFORM 2230-BUSCAR-CARACTER
              THRU 2230-BUSCAR-CARACTER-FIN
             UNTIL WS-IND-ALFABETO > WS-CANT-ALFABETO.

           COMPUTE WS-VALOR-CODIGO = WS-VALOR-CODIGO * 37
                                   + WS-POS-CARACTER.

           ADD 1                            TO WS-IND-CARACTER.

       2220-VALORIZAR-CARACTER-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL VALOR DEL CARACTER ES SU POSICION EN LA TABLA MENOS UNO.
      *----------------------------------------------------------------*
       2230-BUSCAR-CARACTER.

           IF WS-ALF-CARACTER (WS-IND-ALFABETO) EQUAL
              RES-DEP-CODIGO (WS-IND-CARACTER:1)
              COMPUTE WS-POS-CARACTER = WS-IND-ALFABETO - 1
              MOVE WS-CANT-ALFABETO         TO WS-IND-ALFABETO
           END-IF.

           ADD 1                            TO WS-IND-ALFABETO.

       2230-BUSCAR-CARACTER-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SEGUNDA PASADA: EL MAESTRO SE RECREA VACIO Y SE CARGA CON LOS
      * REGISTROS DE DETALLE, QUE ESTAN EN ORDEN DE CLAVE.
      *----------------------------------------------------------------*
       2500-RECARGAR-MAESTRO.

           MOVE 0                           TO WS-CONT-LEIDOS
                                               WS-CONT-CARGADOS-MAESTRO.

           OPEN INPUT RES-RESPALDO.

           IF NOT FS-RESPALDO-OK
              DISPLAY 'ERROR AL REABRIR EL RESPALDO: '
                      WS-NOMBRE-RESPALDO
              DISPLAY 'FILE STATUS: ' FS-RESPALDO
              MOVE 8                        TO RETURN-CODE
           ELSE
              PERFORM 2510-ABRIR-MAESTRO
                 THRU 2510-ABRIR-MAESTRO-FIN
              IF FS-MAESTRO-OK
                 MOVE 'N'                   TO WS-FIN-RESPALDO
                 PERFORM 2010-LEER-RESPALDO
                    THRU 2010-LEER-RESPALDO-FIN
                 PERFORM 2520-RECARGAR-REGISTRO
                    THRU 2520-RECARGAR-REGISTRO-FIN
                   UNTIL WS-ES-FIN-RESPALDO
                 PERFORM 2590-CERRAR-MAESTRO
                    THRU 2590-CERRAR-MAESTRO-FIN
              END-IF
              CLOSE RES-RESPALDO
           END-IF.

           IF WS-CONT-CARGADOS-MAESTRO EQUAL WS-CAT-CANT-REGISTROS
              AND RETURN-CODE < 8
              DISPLAY 'MAESTRO ' WS-MAESTRO-ACTUAL
                      ' RESTAURADO DE LA GENERACION ' WS-GENERACION
              PERFORM 2600-MARCAR-CATALOGO
                 THRU 2600-MARCAR-CATALOGO-FIN
           ELSE
              DISPLAY 'EL MAESTRO ' WS-MAESTRO-ACTUAL
                      ' QUEDO INCOMPLETO - RECARGADOS: '
                      WS-CONT-CARGADOS-MAESTRO ' DE '
                      WS-CAT-CANT-REGISTROS
              DISPLAY 'CORREGIR EL PROBLEMA Y VOLVER A RESTAURAR'
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2500-RECARGAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-ABRIR-MAESTRO.

           EVALUATE WS-MAESTRO-ACTUAL
               WHEN 'EMPL'
                    OPEN OUTPUT ENT-EMPLEADOS
                    MOVE FS-EMPLEADOS       TO FS-MAESTRO
               WHEN 'SUEL'
                    OPEN OUTPUT SUE-SUELDOS
                    MOVE FS-SUELDOS         TO FS-MAESTRO
               WHEN 'SUHI'
                    OPEN OUTPUT SUH-HISTORIA
                    MOVE FS-SUELDOS-HIST    TO FS-MAESTRO
               WHEN 'HIST'
                    OPEN OUTPUT HIS-EMPLEADOS
                    MOVE FS-HISTORICO       TO FS-MAESTRO
               WHEN 'DEPT'
                    OPEN OUTPUT DEP-DEPARTAMENTOS
                    MOVE FS-DEPARTAMENTOS   TO FS-MAESTRO
           END-EVALUATE.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR AL RECREAR EL MAESTRO ' WS-MAESTRO-ACTUAL
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2510-ABRIR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-RECARGAR-REGISTRO.

           IF RES-ES-DETALLE

              EVALUATE WS-MAESTRO-ACTUAL
                  WHEN 'EMPL'
                       MOVE RES-DATOS       TO ENT-EMPLEADOS-REG
                       WRITE ENT-EMPLEADOS-REG
                       MOVE FS-EMPLEADOS    TO FS-MAESTRO
                  WHEN 'SUEL'
                       MOVE RES-DATOS       TO SUE-SUELDOS-REG
                       WRITE SUE-SUELDOS-REG
                       MOVE FS-SUELDOS      TO FS-MAESTRO
                  WHEN 'SUHI'
                       MOVE RES-DATOS       TO SUH-HISTORIA-REG
                       WRITE SUH-HISTORIA-REG
                       MOVE FS-SUELDOS-HIST TO FS-MAESTRO
                  WHEN 'HIST'
                       MOVE RES-DATOS       TO HIS-EMPLEADOS-REG
                       WRITE HIS-EMPLEADOS-REG
                       MOVE FS-HISTORICO    TO FS-MAESTRO
                  WHEN 'DEPT'
                       MOVE RES-DATOS       TO DEP-DEPARTAMENTOS-REG
                       WRITE DEP-DEPARTAMENTOS-REG
                       MOVE FS-DEPARTAMENTOS
                                            TO FS-MAESTRO
              END-EVALUATE

              IF FS-MAESTRO-OK
                 ADD 1                      TO WS-CONT-RECARGADOS
                                               WS-CONT-CARGADOS-MAESTRO
              ELSE
                 DISPLAY 'ERROR AL GRABAR EL MAESTRO '
                         WS-MAESTRO-ACTUAL ' EN EL REGISTRO '
                         WS-CONT-LEIDOS
                 DISPLAY 'FILE STATUS: ' FS-MAESTRO
                 MOVE 'S'                   TO WS-FIN-RESPALDO
                 MOVE 8                     TO RETURN-CODE
              END-IF

           END-IF.

           IF NOT WS-ES-FIN-RESPALDO
              PERFORM 2010-LEER-RESPALDO
                 THRU 2010-LEER-RESPALDO-FIN
           END-IF.

       2520-RECARGAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2590-CERRAR-MAESTRO.

           EVALUATE WS-MAESTRO-ACTUAL
               WHEN 'EMPL'
                    CLOSE ENT-EMPLEADOS
                    MOVE FS-EMPLEADOS       TO FS-MAESTRO
               WHEN 'SUEL'
                    CLOSE SUE-SUELDOS
                    MOVE FS-SUELDOS         TO FS-MAESTRO
               WHEN 'SUHI'
                    CLOSE SUH-HISTORIA
                    MOVE FS-SUELDOS-HIST    TO FS-MAESTRO
               WHEN 'HIST'
                    CLOSE HIS-EMPLEADOS
                    MOVE FS-HISTORICO       TO FS-MAESTRO
               WHEN 'DEPT'
                    CLOSE DEP-DEPARTAMENTOS
                    MOVE FS-DEPARTAMENTOS   TO FS-MAESTRO
           END-EVALUATE.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR AL CERRAR EL MAESTRO ' WS-MAESTRO-ACTUAL
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2590-CERRAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-MARCAR-CATALOGO.

           MOVE WS-MAESTRO-ACTUAL           TO RSC-MAESTRO.
           MOVE WS-GENERACION               TO RSC-GENERACION.

           READ RES-CATALOGO RECORD KEY IS RSC-CLAVE.

           IF FS-CATALOGO-OK
              MOVE WS-FECHA-PROCESO         TO RSC-FECHA-RESTAURACION
              REWRITE RES-CATALOGO-REG
           END-IF.

           IF NOT FS-CATALOGO-OK
              DISPLAY 'ERROR AL ACTUALIZAR EL CATALOGO: ' RSC-CLAVE
              DISPLAY 'FILE STATUS: ' FS-CATALOGO
              IF RETURN-CODE < 4
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF.

       2600-MARCAR-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-EXISTE-ASOCIADO
              PERFORM 1500-TOMAR-PRINCIPAL
                 THRU 1500-TOMAR-PRINCIPAL-FIN
           END-IF.

           DISPLAY "--------------------------------------------------".
           DISPLAY 'MAESTRO                 : ' WS-MAESTRO-ACTUAL.
           DISPLAY 'GENERACION              : ' WS-GENERACION.
           IF WS-EXISTE-ASOCIADO
              DISPLAY 'MAESTRO ASOCIADO        : ' WS-ASO-MAESTRO
              DISPLAY 'GENERACION ASOCIADA     : ' WS-ASO-GENERACION
           END-IF.
           DISPLAY 'REGISTROS EN RESPALDO   : ' WS-CONT-RESPALDADOS.
           DISPLAY 'REGISTROS RECARGADOS    : ' WS-CONT-RECARGADOS.
           DISPLAY 'DIFERENCIAS DE CONTROL  : ' WS-CONT-DIFERENCIAS.
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
              MOVE 'CL20REST'                TO LOG-PROGRAMA
              MOVE 'RESUMEN'                 TO LOG-EVENTO
              MOVE RETURN-CODE               TO LOG-RETORNO
              MOVE WS-CONT-RECARGADOS        TO LOG-CANT-1
              MOVE WS-GENERACION             TO LOG-CANT-2
              MOVE WS-CAT-RANURA             TO LOG-CANT-3
              MOVE WS-CONT-DIFERENCIAS       TO LOG-CANT-4
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

       END PROGRAM CL20REST.
