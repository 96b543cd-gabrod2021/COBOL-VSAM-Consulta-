      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - COPIA ENMASCARADA DE MAESTROS PARA PRUEBAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20MASK.
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

       SELECT EMP-AUDIT
           ASSIGN TO '../EMP-AUDIT.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA
           RECORD KEY IS AUD-CLAVE.

       SELECT SAL-EMPLEADOS
           ASSIGN TO '../SAL-EMPLEADOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS-SAL
           RECORD KEY IS SAL-EMP-ID-EMPLEADO.

       SELECT PRU-EMPLEADOS
           ASSIGN TO '../PRUEBA/EMPLEADOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRU-EMPLEADOS
           RECORD KEY IS PRU-EMP-ID-EMPLEADO
           ALTERNATE RECORD KEY IS PRU-EMP-APELLIDO WITH DUPLICATES.

       SELECT PRU-SUELDOS
           ASSIGN TO '../PRUEBA/SUELDOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRU-SUELDOS
           RECORD KEY IS PRU-SUE-ID-EMPLEADO.

       SELECT PRU-SUELDOS-HIST
           ASSIGN TO '../PRUEBA/SUELDOS-HIST.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRU-SUELDOS-HIST
           RECORD KEY IS PRU-SUH-CLAVE.

       SELECT PRU-HISTORICO
           ASSIGN TO '../PRUEBA/EMPLEADOS-HIST.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRU-HISTORICO
           RECORD KEY IS PRU-HIS-ID-EMPLEADO.

       SELECT PRU-AUDITORIA
           ASSIGN TO '../PRUEBA/EMP-AUDIT.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRU-AUDITORIA
           RECORD KEY IS PRU-AUD-CLAVE.

       SELECT PRU-SAL-EMPLEADOS
           ASSIGN TO '../PRUEBA/SAL-EMPLEADOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRU-EMPLEADOS-SAL
           RECORD KEY IS PRU-SAL-ID-EMPLEADO.

       SELECT PAR-MASCARA
           ASSIGN TO '../MASK-PARAMETROS.DAT'
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

      * LA SEMILLA DEL ENMASCARAMIENTO NO SE COPIA CON LOS DATOS DE
      * PRUEBA: SIN ELLA NO SE PUEDE SABER CUANTO SE ALTERO UN SUELDO.
       FD PAR-MASCARA.
       01 PAR-MASCARA-REG.
          05 PMK-SEMILLA                    PIC 9(09).

       FD SUH-HISTORIA.
       01 SUH-HISTORIA-REG.
           COPY SUHREG.

       FD HIS-EMPLEADOS.
       01 HIS-EMPLEADOS-REG.
           COPY HISEMP.

       FD EMP-AUDIT.
       01 AUD-AUDITORIA-REG.
           COPY AUDREG.

       FD SAL-EMPLEADOS.
       01 SAL-EMPLEADOS-REG.
          05 SAL-EMP-ID-EMPLEADO            PIC 9(08).
          05 SAL-EMP-APELLIDO               PIC X(25).
          05 SAL-EMP-NOMBRE                 PIC X(25).
          05 SAL-EMP-ESTADO                 PIC X(01).
          05 SAL-EMP-DIRECCION              PIC X(50).
          05 SAL-EMP-COD-POSTAL             PIC 9(04).
          05 SAL-EMP-DEPARTAMENTO           PIC X(20).
          05 SAL-EMP-FECHA-ALTA             PIC 9(08).
          05 SAL-EMP-FECHA-BAJA             PIC 9(08).

      * LAS COPIAS DE PRUEBA TIENEN EL MISMO FORMATO QUE LOS MAESTROS:
      * SE GRABA EL REGISTRO DE ENTRADA YA ENMASCARADO.
       FD PRU-EMPLEADOS.
       01 PRU-EMPLEADOS-REG.
          05 PRU-EMP-ID-EMPLEADO            PIC 9(08).
          05 PRU-EMP-APELLIDO               PIC X(25).
          05 FILLER                         PIC X(116).

       FD PRU-SUELDOS.
       01 PRU-SUELDOS-REG.
          05 PRU-SUE-ID-EMPLEADO            PIC 9(08).
          05 FILLER                         PIC X(24).

       FD PRU-SUELDOS-HIST.
       01 PRU-SUELDOS-HIST-REG.
          05 PRU-SUH-CLAVE                  PIC X(16).
          05 FILLER                         PIC X(25).

       FD PRU-HISTORICO.
       01 PRU-HISTORICO-REG.
          05 PRU-HIS-ID-EMPLEADO            PIC 9(08).
          05 FILLER                         PIC X(141).

       FD PRU-AUDITORIA.
       01 PRU-AUDITORIA-REG.
          05 PRU-AUD-CLAVE                  PIC X(22).
          05 FILLER                         PIC X(299).

       FD PRU-SAL-EMPLEADOS.
       01 PRU-SAL-EMPLEADOS-REG.
          05 PRU-SAL-ID-EMPLEADO            PIC 9(08).
          05 FILLER                         PIC X(141).

       FD LOG-BITACORA.
       01 LOG-BITACORA-REG.
           COPY LOGREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-OK                 VALUE '00'.
             88 FS-EMPLEADOS-EOF                VALUE '10'.
             88 FS-EMPLEADOS-NFD                VALUE '35'.

       01 FS-STATUS-SUE.
          05 FS-SUELDOS                     PIC X(2).
             88 FS-SUELDOS-OK                   VALUE '00'.
             88 FS-SUELDOS-EOF                  VALUE '10'.
             88 FS-SUELDOS-NFD                  VALUE '35'.

       01 FS-STATUS-SUH.
          05 FS-SUELDOS-HIST                PIC X(2).
             88 FS-SUELDOS-HIST-OK              VALUE '00'.
             88 FS-SUELDOS-HIST-EOF             VALUE '10'.
             88 FS-SUELDOS-HIST-NFD             VALUE '35'.

       01 FS-STATUS-HIS.
          05 FS-HISTORICO                   PIC X(2).
             88 FS-HISTORICO-OK                 VALUE '00'.
             88 FS-HISTORICO-EOF                VALUE '10'.
             88 FS-HISTORICO-NFD                VALUE '35'.

       01 FS-STATUS-AUD.
          05 FS-AUDITORIA                   PIC X(2).
             88 FS-AUDITORIA-OK                 VALUE '00'.
             88 FS-AUDITORIA-EOF                VALUE '10'.
             88 FS-AUDITORIA-NFD                VALUE '35'.

       01 FS-STATUS-SAL.
          05 FS-EMPLEADOS-SAL               PIC X(2).
             88 FS-EMPLEADOS-SAL-OK             VALUE '00'.
             88 FS-EMPLEADOS-SAL-EOF            VALUE '10'.
             88 FS-EMPLEADOS-SAL-NFD            VALUE '35'.

       01 FS-STATUS-PRU.
          05 FS-PRU-EMPLEADOS               PIC X(2).
             88 FS-PRU-EMPLEADOS-OK             VALUE '00'.
          05 FS-PRU-SUELDOS                 PIC X(2).
             88 FS-PRU-SUELDOS-OK               VALUE '00'.
          05 FS-PRU-SUELDOS-HIST            PIC X(2).
             88 FS-PRU-SUELDOS-HIST-OK          VALUE '00'.
          05 FS-PRU-HISTORICO               PIC X(2).
             88 FS-PRU-HISTORICO-OK             VALUE '00'.
          05 FS-PRU-AUDITORIA               PIC X(2).
             88 FS-PRU-AUDITORIA-OK             VALUE '00'.
          05 FS-PRU-EMPLEADOS-SAL           PIC X(2).
             88 FS-PRU-EMPLEADOS-SAL-OK         VALUE '00'.

       01 FS-STATUS-PAR.
          05 FS-PARAMETROS                  PIC X(2).
             88 FS-PARAMETROS-OK                VALUE '00'.
             88 FS-PARAMETROS-NFD               VALUE '35'.

       01 WS-INDICADORES.
          05 WS-PARAMETRO-VALIDO            PIC X(01) VALUE 'N'.
             88 WS-ES-PARAMETRO-VALIDO          VALUE 'S'.
          05 WS-HAY-EMPLEADOS               PIC X(01) VALUE 'N'.
             88 WS-EXISTE-EMPLEADOS             VALUE 'S'.
          05 WS-HAY-SUELDOS                 PIC X(01) VALUE 'N'.
             88 WS-EXISTE-SUELDOS               VALUE 'S'.
          05 WS-HAY-COPIA-EMPLEADOS         PIC X(01) VALUE 'N'.
             88 WS-EXISTE-COPIA-EMPLEADOS       VALUE 'S'.
          05 WS-HAY-COPIA-SUELDOS           PIC X(01) VALUE 'N'.
             88 WS-EXISTE-COPIA-SUELDOS         VALUE 'S'.

       01 FS-STATUS-LOG.
          05 FS-BITACORA                    PIC X(2).
             88 FS-BITACORA-OK                  VALUE '00'.
             88 FS-BITACORA-NFD                 VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-EMPLEADOS              PIC 9(06) VALUE 0.
          05 WS-CONT-SUELDOS                PIC 9(06) VALUE 0.
          05 WS-CONT-SUELDOS-HIST           PIC 9(06) VALUE 0.
          05 WS-CONT-HISTORICO              PIC 9(06) VALUE 0.
          05 WS-CONT-AUDITORIA              PIC 9(06) VALUE 0.
          05 WS-CONT-SAL-EMPLEADOS          PIC 9(06) VALUE 0.
          05 WS-CONT-ERRORES                PIC 9(06) VALUE 0.

      * VALORES FICTICIOS. EL APELLIDO, EL NOMBRE Y LA CALLE SE ELIGEN
      * A PARTIR DEL ID DEL EMPLEADO, ASI EL MISMO EMPLEADO RECIBE LOS
      * MISMOS DATOS EN TODOS LOS ARCHIVOS Y EN TODAS LAS CORRIDAS.
       01 WS-APELLIDOS-DEF.
          05 FILLER                         PIC X(12) VALUE 'ALVAREZ'.
          05 FILLER                         PIC X(12) VALUE 'BENITEZ'.
          05 FILLER                         PIC X(12) VALUE 'CARDOZO'.
          05 FILLER                         PIC X(12) VALUE 'DOMINGUEZ'.
          05 FILLER                         PIC X(12) VALUE 'ESPINOSA'.
          05 FILLER                         PIC X(12) VALUE 'FIGUEROA'.
          05 FILLER                         PIC X(12) VALUE 'GUTIERREZ'.
          05 FILLER                         PIC X(12) VALUE 'HERRERA'.
          05 FILLER                         PIC X(12) VALUE 'IBARRA'.
          05 FILLER                         PIC X(12) VALUE 'JUAREZ'.
          05 FILLER                         PIC X(12) VALUE 'LEDESMA'.
          05 FILLER                         PIC X(12) VALUE 'MOLINA'.
          05 FILLER                         PIC X(12) VALUE 'NAVARRO'.
          05 FILLER                         PIC X(12) VALUE 'OLMEDO'.
          05 FILLER                         PIC X(12) VALUE 'PERALTA'.
          05 FILLER                         PIC X(12) VALUE 'QUIROGA'.
          05 FILLER                         PIC X(12) VALUE 'RIVERO'.
          05 FILLER                         PIC X(12) VALUE 'SOSA'.
          05 FILLER                         PIC X(12) VALUE 'TOLEDO'.
          05 FILLER                         PIC X(12) VALUE 'URQUIZA'.
          05 FILLER                         PIC X(12) VALUE 'VALDEZ'.
          05 FILLER                         PIC X(12) VALUE 'VILLALBA'.
          05 FILLER                         PIC X(12) VALUE 'YANEZ'.
          05 FILLER                         PIC X(12) VALUE 'ZALAZAR'.
          05 FILLER                         PIC X(12) VALUE 'ACEVEDO'.

       01 WS-APELLIDOS REDEFINES WS-APELLIDOS-DEF.
          05 WS-APE-FICTICIO                PIC X(12) OCCURS 25 TIMES.

       01 WS-NOMBRES-DEF.
          05 FILLER                         PIC X(10) VALUE 'ANA'.
          05 FILLER                         PIC X(10) VALUE 'BRUNO'.
          05 FILLER                         PIC X(10) VALUE 'CARLA'.
          05 FILLER                         PIC X(10) VALUE 'DIEGO'.
          05 FILLER                         PIC X(10) VALUE 'ELENA'.
          05 FILLER                         PIC X(10) VALUE 'FACUNDO'.
          05 FILLER                         PIC X(10) VALUE 'GABRIELA'.
          05 FILLER                         PIC X(10) VALUE 'HUGO'.
          05 FILLER                         PIC X(10) VALUE 'INES'.
          05 FILLER                         PIC X(10) VALUE 'JULIAN'.
          05 FILLER                         PIC X(10) VALUE 'LAURA'.
          05 FILLER                         PIC X(10) VALUE 'MARTIN'.
          05 FILLER                         PIC X(10) VALUE 'NATALIA'.
          05 FILLER                         PIC X(10) VALUE 'OSCAR'.
          05 FILLER                         PIC X(10) VALUE 'PAULA'.
          05 FILLER                         PIC X(10) VALUE 'RAMIRO'.
          05 FILLER                         PIC X(10) VALUE 'SILVIA'.
          05 FILLER                         PIC X(10) VALUE 'TOMAS'.
          05 FILLER                         PIC X(10) VALUE 'VALERIA'.
          05 FILLER                         PIC X(10) VALUE 'WALTER'.

       01 WS-NOMBRES REDEFINES WS-NOMBRES-DEF.
          05 WS-NOM-FICTICIO                PIC X(10) OCCURS 20 TIMES.

       01 WS-CALLES-DEF.
          05 FILLER                         PIC X(12) VALUE 'ALAMOS'.
          05 FILLER                         PIC X(12) VALUE 'ACACIAS'.
          05 FILLER                         PIC X(12) VALUE 'SAUCES'.
          05 FILLER                         PIC X(12) VALUE 'NOGALES'.
          05 FILLER                         PIC X(12) VALUE 'OLMOS'.
          05 FILLER                         PIC X(12) VALUE 'CEIBOS'.
          05 FILLER                         PIC X(12) VALUE 'MAGNOLIAS'.
          05 FILLER                         PIC X(12) VALUE 'ROBLES'.
          05 FILLER                         PIC X(12) VALUE 'TILOS'.
          05 FILLER                         PIC X(12) VALUE 'PALMERAS'.

       01 WS-CALLES REDEFINES WS-CALLES-DEF.
          05 WS-CAL-FICTICIA                PIC X(12) OCCURS 10 TIMES.

       77 WS-APE-CANTIDAD                   PIC 9(02) VALUE 25.
       77 WS-NOM-CANTIDAD                   PIC 9(02) VALUE 20.
       77 WS-CAL-CANTIDAD                   PIC 9(02) VALUE 10.

       01 WS-DATOS-FICTICIOS.
          05 WS-MSK-ID-EMPLEADO             PIC 9(08).
          05 WS-MSK-APELLIDO                PIC X(25).
          05 WS-MSK-NOMBRE                  PIC X(25).
          05 WS-MSK-DIRECCION               PIC X(50).
          05 WS-MSK-NUMERO                  PIC 9(04).

       77 WS-COCIENTE                       PIC 9(08) VALUE 0.
       77 WS-COCIENTE-AUX                   PIC 9(08) VALUE 0.
       77 WS-RESTO                          PIC 9(04) VALUE 0.
       77 WS-IND-APELLIDO                   PIC 9(02) VALUE 0.
       77 WS-IND-NOMBRE                     PIC 9(02) VALUE 0.
       77 WS-IND-CALLE                      PIC 9(02) VALUE 0.
       77 WS-IND-LETRA                      PIC 9(02) VALUE 0.
       77 WS-LARGO-CALLE                    PIC 9(02) VALUE 12.
       77 WS-POS-DIRECCION                  PIC 9(02) VALUE 0.

      * RANGOS DE SUELDO RAZONABLES POR CATEGORIA, EN IMPORTE MENSUAL
      * SIN CENTAVOS. SE AJUSTAN POR PARITARIA JUNTO CON ESCALAS.
       01 WS-CATEGORIAS-DEF.
          05 FILLER                         PIC X(02) VALUE '01'.
          05 FILLER                         PIC 9(09) VALUE 000300000.
          05 FILLER                         PIC 9(09) VALUE 000900000.
          05 FILLER                         PIC X(02) VALUE '02'.
          05 FILLER                         PIC 9(09) VALUE 000500000.
          05 FILLER                         PIC 9(09) VALUE 001500000.
          05 FILLER                         PIC X(02) VALUE '03'.
          05 FILLER                         PIC 9(09) VALUE 000800000.
          05 FILLER                         PIC 9(09) VALUE 002500000.
          05 FILLER                         PIC X(02) VALUE '04'.
          05 FILLER                         PIC 9(09) VALUE 001200000.
          05 FILLER                         PIC 9(09) VALUE 004000000.
          05 FILLER                         PIC X(02) VALUE '05'.
          05 FILLER                         PIC 9(09) VALUE 002000000.
          05 FILLER                         PIC 9(09) VALUE 007000000.

       01 WS-CATEGORIAS REDEFINES WS-CATEGORIAS-DEF.
          05 WS-CAT-ENTRADA OCCURS 5 TIMES.
             10 WS-CAT-CODIGO               PIC X(02).
             10 WS-CAT-MINIMO               PIC 9(09).
             10 WS-CAT-MAXIMO               PIC 9(09).

       77 WS-CAT-CANTIDAD                   PIC 9(02) VALUE 05.
       77 WS-IND-CATEGORIA                  PIC 9(02) VALUE 0.
       77 WS-CAT-POSICION                   PIC 9(02) VALUE 0.
       77 WS-CAT-ENCONTRADA                 PIC X(01) VALUE 'N'.

      * EL SUELDO SE MUEVE ENTRE 1 % Y 10 %, EN MAS O EN MENOS, SEGUN
      * EL ID Y LA SEMILLA. NUNCA QUEDA SIN ALTERAR.
       77 WS-SEMILLA                        PIC 9(09) VALUE 0.
       77 WS-MEZCLA                         PIC 9(15) VALUE 0.
       77 WS-MEZCLA-BASE                    PIC 9(06) VALUE 0.
       77 WS-MEZCLA-COCIENTE                PIC 9(15) VALUE 0.
       77 WS-MEZCLA-MODULO                  PIC 9(06) VALUE 999983.
       77 WS-VARIACION                      PIC S9(02) VALUE 0.
       77 WS-VARIACION-DESPLAZ              PIC 9(02) VALUE 10.
       77 WS-VARIACION-RANGO                PIC 9(02) VALUE 20.
       77 WS-IMPORTE-NUEVO                  PIC 9(09)V99 VALUE 0.

      * IMPORTE REAL A ALTERAR, DE SUELDOS O DE SU HISTORIA.
       01 WS-SUELDO-ORIGINAL.
          05 WS-ORI-ID-EMPLEADO             PIC 9(08).
          05 WS-ORI-IMPORTE                 PIC 9(09)V99.
          05 WS-ORI-CATEGORIA               PIC X(02).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF FS-EMPLEADOS-OK AND FS-PRU-EMPLEADOS-OK
              AND FS-SUELDOS-OK AND FS-PRU-SUELDOS-OK

              PERFORM 2000-COPIAR-EMPLEADO
                 THRU 2000-COPIAR-EMPLEADO-FIN
                UNTIL NOT FS-EMPLEADOS-OK

              PERFORM 2100-COPIAR-SUELDO
                 THRU 2100-COPIAR-SUELDO-FIN
                UNTIL NOT FS-SUELDOS-OK

              PERFORM 2500-COPIAR-SUELDOS-HIST
                 THRU 2500-COPIAR-SUELDOS-HIST-FIN

              PERFORM 2200-COPIAR-HISTORICO
                 THRU 2200-COPIAR-HISTORICO-FIN

              PERFORM 2300-COPIAR-AUDITORIA
                 THRU 2300-COPIAR-AUDITORIA-FIN

              PERFORM 2400-COPIAR-SAL-EMPLEADOS
                 THRU 2400-COPIAR-SAL-EMPLEADOS-FIN

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

            GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           MOVE '99'                        TO FS-PRU-EMPLEADOS
                                               FS-PRU-SUELDOS
                                               FS-EMPLEADOS
                                               FS-SUELDOS.

           PERFORM 1400-LEER-PARAMETROS
              THRU 1400-LEER-PARAMETROS-FIN.

           IF WS-ES-PARAMETRO-VALIDO
              PERFORM 1100-ABRIR-EMPLEADOS
                 THRU 1100-ABRIR-EMPLEADOS-FIN
           END-IF.

           IF FS-EMPLEADOS-OK
              PERFORM 1200-ABRIR-SUELDOS
                 THRU 1200-ABRIR-SUELDOS-FIN
           END-IF.

           IF FS-EMPLEADOS-OK AND FS-SUELDOS-OK
              PERFORM 1300-ABRIR-COPIAS
                 THRU 1300-ABRIR-COPIAS-FIN
           END-IF.

           IF FS-PRU-EMPLEADOS-OK AND FS-PRU-SUELDOS-OK
              PERFORM 1110-LEER-EMPLEADOS
                 THRU 1110-LEER-EMPLEADOS-FIN
              PERFORM 1210-LEER-SUELDOS
                 THRU 1210-LEER-SUELDOS-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-EMPLEADOS.

           OPEN INPUT ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    MOVE 'S'                TO WS-HAY-EMPLEADOS
               WHEN FS-EMPLEADOS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1100-ABRIR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-EMPLEADOS.

           READ ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    CONTINUE
               WHEN FS-EMPLEADOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 8                  TO RETURN-CODE
                    DISPLAY " "
           END-EVALUATE.

       1110-LEER-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-SUELDOS.

           OPEN INPUT SUE-SUELDOS.

           EVALUATE TRUE
               WHEN FS-SUELDOS-OK
                    MOVE 'S'                TO WS-HAY-SUELDOS
               WHEN FS-SUELDOS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-SUELDOS
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-SUELDOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1200-ABRIR-SUELDOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-SUELDOS.

           READ SUE-SUELDOS.

           EVALUATE TRUE
               WHEN FS-SUELDOS-OK
                    CONTINUE
               WHEN FS-SUELDOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-SUELDOS
                    MOVE 8                  TO RETURN-CODE
                    DISPLAY " "
           END-EVALUATE.

       1210-LEER-SUELDOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LAS COPIAS SE GRABAN EN EL AREA DE PRUEBA CON LOS MISMOS
      * NOMBRES DE ARCHIVO, ASI LOS PROGRAMAS CORREN SIN CAMBIOS.
      *----------------------------------------------------------------*
       1300-ABRIR-COPIAS.

           OPEN OUTPUT PRU-EMPLEADOS.

           IF FS-PRU-EMPLEADOS-OK
              MOVE 'S'                      TO WS-HAY-COPIA-EMPLEADOS
           ELSE
              DISPLAY 'ERROR AL CREAR LA COPIA DE EMPLEADOS'
              DISPLAY 'FILE STATUS: ' FS-PRU-EMPLEADOS
              MOVE 8                        TO RETURN-CODE
           END-IF.

           OPEN OUTPUT PRU-SUELDOS.

           IF FS-PRU-SUELDOS-OK
              MOVE 'S'                      TO WS-HAY-COPIA-SUELDOS
           ELSE
              DISPLAY 'ERROR AL CREAR LA COPIA DE SUELDOS'
              DISPLAY 'FILE STATUS: ' FS-PRU-SUELDOS
              MOVE 8                        TO RETURN-CODE
           END-IF.

       1300-ABRIR-COPIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA SEMILLA ES OBLIGATORIA Y NO PUEDE SER CERO.
      *----------------------------------------------------------------*
       1400-LEER-PARAMETROS.

           OPEN INPUT PAR-MASCARA.

           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                    READ PAR-MASCARA
                    EVALUATE TRUE
                        WHEN NOT FS-PARAMETROS-OK
                             DISPLAY 'EL ARCHIVO DE PARAMETROS ESTA '-
                                     'VACIO'
                             DISPLAY 'FILE STATUS: ' FS-PARAMETROS
                             MOVE 8         TO RETURN-CODE
                        WHEN PMK-SEMILLA NOT NUMERIC
                          OR PMK-SEMILLA EQUAL ZEROS
                             DISPLAY 'PARAMETRO INVALIDO - SEMILLA '-
                                     'NO NUMERICA O EN CERO'
                             MOVE 8         TO RETURN-CODE
                        WHEN OTHER
                             MOVE 'S'       TO WS-PARAMETRO-VALIDO
                             MOVE PMK-SEMILLA
                                            TO WS-SEMILLA
                    END-EVALUATE
                    CLOSE PAR-MASCARA
               WHEN FS-PARAMETROS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE PARAMETROS'
                    DISPLAY 'FILE STATUS: ' FS-PARAMETROS
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PARAMETROS'
                    DISPLAY 'FILE STATUS: ' FS-PARAMETROS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1400-LEER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-COPIAR-EMPLEADO.

           MOVE ENT-EMP-ID-EMPLEADO         TO WS-MSK-ID-EMPLEADO.

           PERFORM 2900-GENERAR-FICTICIOS
              THRU 2900-GENERAR-FICTICIOS-FIN.

           MOVE WS-MSK-APELLIDO             TO ENT-EMP-APELLIDO.
           MOVE WS-MSK-NOMBRE               TO ENT-EMP-NOMBRE.
           MOVE WS-MSK-DIRECCION            TO ENT-EMP-DIRECCION.

           MOVE ENT-EMPLEADOS-REG           TO PRU-EMPLEADOS-REG.

           WRITE PRU-EMPLEADOS-REG.

           IF FS-PRU-EMPLEADOS-OK
              ADD 1                         TO WS-CONT-EMPLEADOS
           ELSE
              ADD 1                         TO WS-CONT-ERRORES
              DISPLAY 'ERROR AL GRABAR LA COPIA DE EMPLEADOS - ID: '
                      ENT-EMP-ID-EMPLEADO
              DISPLAY 'FILE STATUS: ' FS-PRU-EMPLEADOS
              MOVE 8                        TO RETURN-CODE
           END-IF.

           PERFORM 1110-LEER-EMPLEADOS
              THRU 1110-LEER-EMPLEADOS-FIN.

       2000-COPIAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL SUELDO SE ALTERA UN PORCENTAJE FIJO POR EMPLEADO. SI EL
      * SUELDO REAL ESTA DENTRO DEL RANGO DE SU CATEGORIA, EL ALTERADO
      * SE MANTIENE DENTRO DE ESE MISMO RANGO.
      *----------------------------------------------------------------*
       2100-COPIAR-SUELDO.

           MOVE SUE-ID-EMPLEADO             TO WS-ORI-ID-EMPLEADO.
           MOVE SUE-IMPORTE                 TO WS-ORI-IMPORTE.
           MOVE SUE-CATEGORIA               TO WS-ORI-CATEGORIA.

           PERFORM 2105-ALTERAR-IMPORTE
              THRU 2105-ALTERAR-IMPORTE-FIN.

           MOVE WS-IMPORTE-NUEVO            TO SUE-IMPORTE.

           MOVE SUE-SUELDOS-REG             TO PRU-SUELDOS-REG.

           WRITE PRU-SUELDOS-REG.

           IF FS-PRU-SUELDOS-OK
              ADD 1                         TO WS-CONT-SUELDOS
           ELSE
              ADD 1                         TO WS-CONT-ERRORES
              DISPLAY 'ERROR AL GRABAR LA COPIA DE SUELDOS - ID: '
                      SUE-ID-EMPLEADO
              DISPLAY 'FILE STATUS: ' FS-PRU-SUELDOS
              MOVE 8                        TO RETURN-CODE
           END-IF.

           PERFORM 1210-LEER-SUELDOS
              THRU 1210-LEER-SUELDOS-FIN.

       2100-COPIAR-SUELDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEJA EN WS-IMPORTE-NUEVO EL IMPORTE DE WS-SUELDO-ORIGINAL
      * ALTERADO CON EL PORCENTAJE QUE LE CORRESPONDE A SU ID. EL
      * PORCENTAJE SALE DEL ID MEZCLADO CON LA SEMILLA: RESTOS 0 A 9
      * BAJAN DE 1 % A 10 %, RESTOS 10 A 19 SUBEN DE 1 % A 10 %. SI
      * EL SUELDO REAL ESTA EN EL RANGO DE SU CATEGORIA Y EL ALTERADO
      * SE SALE, SE APLICA EL MISMO PORCENTAJE EN EL SENTIDO CONTRARIO.
      *----------------------------------------------------------------*
       2105-ALTERAR-IMPORTE.

           COMPUTE WS-MEZCLA = WS-ORI-ID-EMPLEADO + WS-SEMILLA.

           DIVIDE WS-MEZCLA BY WS-MEZCLA-MODULO
                  GIVING WS-MEZCLA-COCIENTE REMAINDER WS-MEZCLA-BASE.

           COMPUTE WS-MEZCLA = WS-MEZCLA-BASE * WS-MEZCLA-BASE
                             + WS-SEMILLA.

           DIVIDE WS-MEZCLA BY WS-VARIACION-RANGO
                  GIVING WS-MEZCLA-COCIENTE REMAINDER WS-RESTO.

           IF WS-RESTO < WS-VARIACION-DESPLAZ
              COMPUTE WS-VARIACION = 0 - (WS-RESTO + 1)
           ELSE
              COMPUTE WS-VARIACION = WS-RESTO - WS-VARIACION-DESPLAZ
                                   + 1
           END-IF.

           COMPUTE WS-IMPORTE-NUEVO ROUNDED =
                   WS-ORI-IMPORTE * (100 + WS-VARIACION) / 100.

           MOVE 'N'                         TO WS-CAT-ENCONTRADA.
           MOVE 1                           TO WS-IND-CATEGORIA.

           PERFORM 2110-BUSCAR-CATEGORIA
              THRU 2110-BUSCAR-CATEGORIA-FIN
             UNTIL WS-IND-CATEGORIA > WS-CAT-CANTIDAD.

           IF WS-CAT-ENCONTRADA EQUAL 'S'
              AND WS-ORI-IMPORTE NOT LESS
                  WS-CAT-MINIMO (WS-CAT-POSICION)
              AND WS-ORI-IMPORTE NOT GREATER
                  WS-CAT-MAXIMO (WS-CAT-POSICION)
              IF WS-IMPORTE-NUEVO < WS-CAT-MINIMO (WS-CAT-POSICION)
                 OR WS-IMPORTE-NUEVO > WS-CAT-MAXIMO (WS-CAT-POSICION)
                 COMPUTE WS-IMPORTE-NUEVO ROUNDED =
                         WS-ORI-IMPORTE * (100 - WS-VARIACION) / 100
              END-IF
              IF WS-IMPORTE-NUEVO < WS-CAT-MINIMO (WS-CAT-POSICION)
                 MOVE WS-CAT-MINIMO (WS-CAT-POSICION)
                                            TO WS-IMPORTE-NUEVO
              END-IF
              IF WS-IMPORTE-NUEVO > WS-CAT-MAXIMO (WS-CAT-POSICION)
                 MOVE WS-CAT-MAXIMO (WS-CAT-POSICION)
                                            TO WS-IMPORTE-NUEVO
              END-IF
           END-IF.

       2105-ALTERAR-IMPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-BUSCAR-CATEGORIA.

           IF WS-CAT-CODIGO (WS-IND-CATEGORIA) EQUAL WS-ORI-CATEGORIA
              MOVE 'S'                      TO WS-CAT-ENCONTRADA
              MOVE WS-IND-CATEGORIA         TO WS-CAT-POSICION
              MOVE WS-CAT-CANTIDAD          TO WS-IND-CATEGORIA
           END-IF.

           ADD 1                            TO WS-IND-CATEGORIA.

       2110-BUSCAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL HISTORICO, LA AUDITORIA Y SAL-EMPLEADOS SON OPCIONALES: SI
      * NO EXISTEN EN PRODUCCION TAMPOCO SE GENERAN EN LA COPIA.
      *----------------------------------------------------------------*
       2200-COPIAR-HISTORICO.

           OPEN INPUT HIS-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-HISTORICO-OK
                    OPEN OUTPUT PRU-HISTORICO
                    IF FS-PRU-HISTORICO-OK
                       PERFORM 2210-LEER-HISTORICO
                          THRU 2210-LEER-HISTORICO-FIN
                       PERFORM 2220-ENMASCARAR-HISTORICO
                          THRU 2220-ENMASCARAR-HISTORICO-FIN
                         UNTIL NOT FS-HISTORICO-OK
                       CLOSE PRU-HISTORICO
                    ELSE
                       DISPLAY 'ERROR AL CREAR LA COPIA DEL HISTORICO'
                       DISPLAY 'FILE STATUS: ' FS-PRU-HISTORICO
                       MOVE 8               TO RETURN-CODE
                    END-IF
                    CLOSE HIS-EMPLEADOS
               WHEN FS-HISTORICO-NFD
                    DISPLAY 'NO SE ENCUENTRA EL HISTORICO DE '-
                            'EMPLEADOS - NO SE COPIA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL HISTORICO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2200-COPIAR-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-HISTORICO.

           READ HIS-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-HISTORICO-OK
                    CONTINUE
               WHEN FS-HISTORICO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL HISTORICO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
                    MOVE 8                  TO RETURN-CODE
                    DISPLAY " "
           END-EVALUATE.

       2210-LEER-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-ENMASCARAR-HISTORICO.

           MOVE HIS-EMP-ID-EMPLEADO         TO WS-MSK-ID-EMPLEADO.

           PERFORM 2900-GENERAR-FICTICIOS
              THRU 2900-GENERAR-FICTICIOS-FIN.

           MOVE WS-MSK-APELLIDO             TO HIS-EMP-APELLIDO.
           MOVE WS-MSK-NOMBRE               TO HIS-EMP-NOMBRE.
           MOVE WS-MSK-DIRECCION            TO HIS-EMP-DIRECCION.

           MOVE HIS-EMPLEADOS-REG           TO PRU-HISTORICO-REG.

           WRITE PRU-HISTORICO-REG.

           IF FS-PRU-HISTORICO-OK
              ADD 1                         TO WS-CONT-HISTORICO
           ELSE
              ADD 1                         TO WS-CONT-ERRORES
              DISPLAY 'ERROR AL GRABAR LA COPIA DEL HISTORICO - ID: '
                      HIS-EMP-ID-EMPLEADO
              DISPLAY 'FILE STATUS: ' FS-PRU-HISTORICO
              MOVE 8                        TO RETURN-CODE
           END-IF.

           PERFORM 2210-LEER-HISTORICO
              THRU 2210-LEER-HISTORICO-FIN.

       2220-ENMASCARAR-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-COPIAR-AUDITORIA.

           OPEN INPUT EMP-AUDIT.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-OK
                    OPEN OUTPUT PRU-AUDITORIA
                    IF FS-PRU-AUDITORIA-OK
                       PERFORM 2310-LEER-AUDITORIA
                          THRU 2310-LEER-AUDITORIA-FIN
                       PERFORM 2320-ENMASCARAR-AUDITORIA
                          THRU 2320-ENMASCARAR-AUDITORIA-FIN
                         UNTIL NOT FS-AUDITORIA-OK
                       CLOSE PRU-AUDITORIA
                    ELSE
                       DISPLAY 'ERROR AL CREAR LA COPIA DE AUDITORIA'
                       DISPLAY 'FILE STATUS: ' FS-PRU-AUDITORIA
                       MOVE 8               TO RETURN-CODE
                    END-IF
                    CLOSE EMP-AUDIT
               WHEN FS-AUDITORIA-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE '-
                            'AUDITORIA - NO SE COPIA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AUDITORIA'
                    DISPLAY 'FILE STATUS: ' FS-AUDITORIA
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2300-COPIAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-LEER-AUDITORIA.

           READ EMP-AUDIT.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-OK
                    CONTINUE
               WHEN FS-AUDITORIA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AUDITORIA'
                    DISPLAY 'FILE STATUS: ' FS-AUDITORIA
                    MOVE 8                  TO RETURN-CODE
                    DISPLAY " "
           END-EVALUATE.

       2310-LEER-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LAS IMAGENES ANTES Y DESPUES RECIBEN LOS MISMOS DATOS FICTICIOS
      * QUE EL MAESTRO. UNA IMAGEN VACIA (ANTES DE UN ALTA) QUEDA VACIA.
      *----------------------------------------------------------------*
       2320-ENMASCARAR-AUDITORIA.

           MOVE AUD-ID-EMPLEADO             TO WS-MSK-ID-EMPLEADO.

           PERFORM 2900-GENERAR-FICTICIOS
              THRU 2900-GENERAR-FICTICIOS-FIN.

           IF AUD-ANTES-APELLIDO NOT EQUAL SPACES
              MOVE WS-MSK-APELLIDO          TO AUD-ANTES-APELLIDO
           END-IF.
           IF AUD-ANTES-NOMBRE NOT EQUAL SPACES
              MOVE WS-MSK-NOMBRE            TO AUD-ANTES-NOMBRE
           END-IF.
           IF AUD-ANTES-DIRECCION NOT EQUAL SPACES
              MOVE WS-MSK-DIRECCION         TO AUD-ANTES-DIRECCION
           END-IF.

           IF AUD-DESPUES-APELLIDO NOT EQUAL SPACES
              MOVE WS-MSK-APELLIDO          TO AUD-DESPUES-APELLIDO
           END-IF.
           IF AUD-DESPUES-NOMBRE NOT EQUAL SPACES
              MOVE WS-MSK-NOMBRE            TO AUD-DESPUES-NOMBRE
           END-IF.
           IF AUD-DESPUES-DIRECCION NOT EQUAL SPACES
              MOVE WS-MSK-DIRECCION         TO AUD-DESPUES-DIRECCION
           END-IF.

           MOVE AUD-AUDITORIA-REG           TO PRU-AUDITORIA-REG.

           WRITE PRU-AUDITORIA-REG.

           IF FS-PRU-AUDITORIA-OK
              ADD 1                         TO WS-CONT-AUDITORIA
           ELSE
              ADD 1                         TO WS-CONT-ERRORES
              DISPLAY 'ERROR AL GRABAR LA COPIA DE AUDITORIA - ID: '
                      AUD-ID-EMPLEADO
              DISPLAY 'FILE STATUS: ' FS-PRU-AUDITORIA
              MOVE 8                        TO RETURN-CODE
           END-IF.

           PERFORM 2310-LEER-AUDITORIA
              THRU 2310-LEER-AUDITORIA-FIN.

       2320-ENMASCARAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SAL-EMPLEADOS SE ENMASCARA IGUAL QUE EL MAESTRO PARA QUE LA
      * RECONCILIACION DE CL20RECO SIGA DANDO LOS MISMOS RESULTADOS.
      *----------------------------------------------------------------*
       2400-COPIAR-SAL-EMPLEADOS.

           OPEN INPUT SAL-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-SAL-OK
                    OPEN OUTPUT PRU-SAL-EMPLEADOS
                    IF FS-PRU-EMPLEADOS-SAL-OK
                       PERFORM 2410-LEER-SAL-EMPLEADOS
                          THRU 2410-LEER-SAL-EMPLEADOS-FIN
                       PERFORM 2420-ENMASCARAR-SAL-EMPLEADO
                          THRU 2420-ENMASCARAR-SAL-EMPLEADO-FIN
                         UNTIL NOT FS-EMPLEADOS-SAL-OK
                       CLOSE PRU-SAL-EMPLEADOS
                    ELSE
                       DISPLAY 'ERROR AL CREAR LA COPIA DE '-
                               'SAL-EMPLEADOS'
                       DISPLAY 'FILE STATUS: ' FS-PRU-EMPLEADOS-SAL
                       MOVE 8               TO RETURN-CODE
                    END-IF
                    CLOSE SAL-EMPLEADOS
               WHEN FS-EMPLEADOS-SAL-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO '-
                            'SAL-EMPLEADOS - NO SE COPIA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO SAL-EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS-SAL
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2400-COPIAR-SAL-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-LEER-SAL-EMPLEADOS.

           READ SAL-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-SAL-OK
                    CONTINUE
               WHEN FS-EMPLEADOS-SAL-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER EL ARCHIVO SAL-EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS-SAL
                    MOVE 8                  TO RETURN-CODE
                    DISPLAY " "
           END-EVALUATE.

       2410-LEER-SAL-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2420-ENMASCARAR-SAL-EMPLEADO.

           MOVE SAL-EMP-ID-EMPLEADO         TO WS-MSK-ID-EMPLEADO.

           PERFORM 2900-GENERAR-FICTICIOS
              THRU 2900-GENERAR-FICTICIOS-FIN.

           MOVE WS-MSK-APELLIDO             TO SAL-EMP-APELLIDO.
           MOVE WS-MSK-NOMBRE               TO SAL-EMP-NOMBRE.
           MOVE WS-MSK-DIRECCION            TO SAL-EMP-DIRECCION.

           MOVE SAL-EMPLEADOS-REG           TO PRU-SAL-EMPLEADOS-REG.

           WRITE PRU-SAL-EMPLEADOS-REG.

           IF FS-PRU-EMPLEADOS-SAL-OK
              ADD 1                         TO WS-CONT-SAL-EMPLEADOS
           ELSE
              ADD 1                         TO WS-CONT-ERRORES
              DISPLAY 'ERROR AL GRABAR LA COPIA DE SAL-EMPLEADOS - '-
                      'ID: ' SAL-EMP-ID-EMPLEADO
              DISPLAY 'FILE STATUS: ' FS-PRU-EMPLEADOS-SAL
              MOVE 8                        TO RETURN-CODE
           END-IF.

           PERFORM 2410-LEER-SAL-EMPLEADOS
              THRU 2410-LEER-SAL-EMPLEADOS-FIN.

       2420-ENMASCARAR-SAL-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA HISTORIA DE SUELDOS ES OPCIONAL. CADA IMPORTE SE ALTERA CON
      * EL MISMO PORCENTAJE DEL EMPLEADO QUE SU SUELDO ACTUAL, ASI LA
      * HISTORIA Y SUELDOS SIGUEN SIENDO COHERENTES EN LA COPIA.
      *----------------------------------------------------------------*
       2500-COPIAR-SUELDOS-HIST.

           OPEN INPUT SUH-HISTORIA.

           EVALUATE TRUE
               WHEN FS-SUELDOS-HIST-OK
                    OPEN OUTPUT PRU-SUELDOS-HIST
                    IF FS-PRU-SUELDOS-HIST-OK
                       PERFORM 2510-LEER-SUELDOS-HIST
                          THRU 2510-LEER-SUELDOS-HIST-FIN
                       PERFORM 2520-ENMASCARAR-SUELDO-HIST
                          THRU 2520-ENMASCARAR-SUELDO-HIST-FIN
                         UNTIL NOT FS-SUELDOS-HIST-OK
                       CLOSE PRU-SUELDOS-HIST
                    ELSE
                       DISPLAY 'ERROR AL CREAR LA COPIA DE LA '-
                               'HISTORIA DE SUELDOS'
                       DISPLAY 'FILE STATUS: ' FS-PRU-SUELDOS-HIST
                       MOVE 8               TO RETURN-CODE
                    END-IF
                    CLOSE SUH-HISTORIA
               WHEN FS-SUELDOS-HIST-NFD
                    DISPLAY 'NO SE ENCUENTRA LA HISTORIA DE '-
                            'SUELDOS - NO SE COPIA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA HISTORIA DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-SUELDOS-HIST
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2500-COPIAR-SUELDOS-HIST-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-LEER-SUELDOS-HIST.

           READ SUH-HISTORIA.

           EVALUATE TRUE
               WHEN FS-SUELDOS-HIST-OK
                    CONTINUE
               WHEN FS-SUELDOS-HIST-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR AL LEER LA HISTORIA DE SUELDOS'
                    DISPLAY 'FILE STATUS: ' FS-SUELDOS-HIST
                    MOVE 8                  TO RETURN-CODE
                    DISPLAY " "
           END-EVALUATE.

       2510-LEER-SUELDOS-HIST-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-ENMASCARAR-SUELDO-HIST.

           MOVE SUH-ID-EMPLEADO             TO WS-ORI-ID-EMPLEADO.
           MOVE SUH-IMPORTE                 TO WS-ORI-IMPORTE.
           MOVE SUH-CATEGORIA               TO WS-ORI-CATEGORIA.

           PERFORM 2105-ALTERAR-IMPORTE
              THRU 2105-ALTERAR-IMPORTE-FIN.

           MOVE WS-IMPORTE-NUEVO            TO SUH-IMPORTE.

           MOVE SUH-HISTORIA-REG            TO PRU-SUELDOS-HIST-REG.

           WRITE PRU-SUELDOS-HIST-REG.

           IF FS-PRU-SUELDOS-HIST-OK
              ADD 1                         TO WS-CONT-SUELDOS-HIST
           ELSE
              ADD 1                         TO WS-CONT-ERRORES
              DISPLAY 'ERROR AL GRABAR LA COPIA DE LA HISTORIA DE '-
                      'SUELDOS - ID: ' SUH-ID-EMPLEADO
              DISPLAY 'FILE STATUS: ' FS-PRU-SUELDOS-HIST
              MOVE 8                        TO RETURN-CODE
           END-IF.

           PERFORM 2510-LEER-SUELDOS-HIST
              THRU 2510-LEER-SUELDOS-HIST-FIN.

       2520-ENMASCARAR-SUELDO-HIST-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA APELLIDO, NOMBRE Y DIRECCION FICTICIOS PARA EL ID DE
      * WS-MSK-ID-EMPLEADO. EL NUMERO DE PUERTA SE DERIVA DEL ID.
      *----------------------------------------------------------------*
       2900-GENERAR-FICTICIOS.

           DIVIDE WS-MSK-ID-EMPLEADO BY WS-APE-CANTIDAD
                  GIVING WS-COCIENTE REMAINDER WS-RESTO.
           COMPUTE WS-IND-APELLIDO = WS-RESTO + 1.

           DIVIDE WS-COCIENTE BY WS-NOM-CANTIDAD
                  GIVING WS-COCIENTE-AUX REMAINDER WS-RESTO.
           COMPUTE WS-IND-NOMBRE = WS-RESTO + 1.

           DIVIDE WS-COCIENTE-AUX BY WS-CAL-CANTIDAD
                  GIVING WS-COCIENTE REMAINDER WS-RESTO.
           COMPUTE WS-IND-CALLE = WS-RESTO + 1.

           DIVIDE WS-MSK-ID-EMPLEADO BY 9000
                  GIVING WS-COCIENTE REMAINDER WS-RESTO.
           COMPUTE WS-MSK-NUMERO = WS-RESTO + 100.

           MOVE WS-APE-FICTICIO (WS-IND-APELLIDO)
                                            TO WS-MSK-APELLIDO.
           MOVE WS-NOM-FICTICIO (WS-IND-NOMBRE)
                                            TO WS-MSK-NOMBRE.

           MOVE SPACES                      TO WS-MSK-DIRECCION.
           MOVE 'CALLE '                    TO WS-MSK-DIRECCION (1:6).
           MOVE 6                           TO WS-POS-DIRECCION.
           MOVE 1                           TO WS-IND-LETRA.

           PERFORM 2910-COPIAR-LETRA
              THRU 2910-COPIAR-LETRA-FIN
             UNTIL WS-IND-LETRA > WS-LARGO-CALLE.

           ADD 2                            TO WS-POS-DIRECCION.
           MOVE WS-MSK-NUMERO
             TO WS-MSK-DIRECCION (WS-POS-DIRECCION:4).

       2900-GENERAR-FICTICIOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA EL NOMBRE DE LA CALLE A LA DIRECCION HASTA EL PRIMER
      * ESPACIO.
      *----------------------------------------------------------------*
       2910-COPIAR-LETRA.

           IF WS-CAL-FICTICIA (WS-IND-CALLE) (WS-IND-LETRA:1)
              EQUAL SPACE
              MOVE WS-LARGO-CALLE           TO WS-IND-LETRA
           ELSE
              ADD 1                         TO WS-POS-DIRECCION
              MOVE WS-CAL-FICTICIA (WS-IND-CALLE) (WS-IND-LETRA:1)
                TO WS-MSK-DIRECCION (WS-POS-DIRECCION:1)
           END-IF.

           ADD 1                            TO WS-IND-LETRA.

       2910-COPIAR-LETRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY "--------------------------------------------------".
           DISPLAY 'EMPLEADOS COPIADOS      : ' WS-CONT-EMPLEADOS.
           DISPLAY 'SUELDOS COPIADOS        : ' WS-CONT-SUELDOS.
           DISPLAY 'HISTORIA SUELDOS COPIADA: ' WS-CONT-SUELDOS-HIST.
           DISPLAY 'HISTORICOS COPIADOS     : ' WS-CONT-HISTORICO.
           DISPLAY 'AUDITORIAS COPIADAS     : ' WS-CONT-AUDITORIA.
           DISPLAY 'SAL-EMPLEADOS COPIADOS  : ' WS-CONT-SAL-EMPLEADOS.
           DISPLAY 'ERRORES DE GRABACION    : ' WS-CONT-ERRORES.
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

           IF WS-EXISTE-EMPLEADOS
              CLOSE ENT-EMPLEADOS
           END-IF.

           IF WS-EXISTE-SUELDOS
              CLOSE SUE-SUELDOS
           END-IF.

           IF WS-EXISTE-COPIA-EMPLEADOS
              CLOSE PRU-EMPLEADOS
              IF NOT FS-PRU-EMPLEADOS-OK
                 DISPLAY 'ERROR AL CERRAR LA COPIA DE EMPLEADOS: '
                         FS-PRU-EMPLEADOS
              END-IF
           END-IF.

           IF WS-EXISTE-COPIA-SUELDOS
              CLOSE PRU-SUELDOS
              IF NOT FS-PRU-SUELDOS-OK
                 DISPLAY 'ERROR AL CERRAR LA COPIA DE SUELDOS: '
                         FS-PRU-SUELDOS
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
              MOVE 'CL20MASK'                TO LOG-PROGRAMA
              MOVE 'RESUMEN'                 TO LOG-EVENTO
              MOVE RETURN-CODE               TO LOG-RETORNO
              MOVE WS-CONT-EMPLEADOS         TO LOG-CANT-1
              MOVE WS-CONT-SUELDOS           TO LOG-CANT-2
              MOVE WS-CONT-HISTORICO         TO LOG-CANT-3
              MOVE WS-CONT-AUDITORIA         TO LOG-CANT-4
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

       END PROGRAM CL20MASK.
