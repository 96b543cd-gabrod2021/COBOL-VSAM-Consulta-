           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ERRORES.

       SELECT ENT-EMPLEADOS
           ASSIGN TO '../EMPLEADOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EMPLEADOS
           RECORD KEY IS ENT-EMP-ID-EMPLEADO
           ALTERNATE RECORD KEY IS ENT-EMP-APELLIDO WITH DUPLICATES.

       SELECT HIS-EMPLEADOS
           ASSIGN TO '../EMPLEADOS-HIST.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-HISTORICO
           RECORD KEY IS HIS-EMP-ID-EMPLEADO.

       SELECT SOS-SOSPECHOSAS
           ASSIGN TO '../ONB-SOSPECHOSAS.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SOSPECHOSAS.

       SELECT REP-REVISION
           ASSIGN TO '../ONB-REVISION.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

          05 CRU-DEPARTAMENTO               PIC X(20).
          05 CRU-FECHA-ALTA                 PIC 9(08).
          05 CRU-FECHA-BAJA                 PIC 9(08).
          05 CRU-FECHA-EFECTIVA             PIC 9(08).
       01 CRU-CABECERA-REG.
          05 CRU-CAB-TIPO                   PIC X(01).
          05 CRU-CAB-ID-LOTE                PIC X(12).
          05 CRU-CAB-FECHA                  PIC 9(08).
          05 FILLER                         PIC X(137).
       01 CRU-COLA-REG.
          05 CRU-COLA-TIPO                  PIC X(01).
          05 CRU-COLA-CANTIDAD              PIC 9(08).
          05 FILLER                         PIC X(149).

       FD ERR-ALTAS.
       01 ERR-ALTAS-REG.
             88 ERR-MOTIVO-DATOS-VACIOS         VALUE '04'.
             88 ERR-MOTIVO-DATOS-LARGOS         VALUE '05'.

       FD ENT-EMPLEADOS.
       01 ENT-EMPLEADOS-REG.
           COPY ENTEMP.

       FD HIS-EMPLEADOS.
       01 HIS-EMPLEADOS-REG.
           COPY HISEMP.

       FD SOS-SOSPECHOSAS.
       01 SOS-SOSPECHOSAS-REG.
          05 SOS-LEGAJO                     PIC X(10).
          05 SOS-APELLIDO                   PIC X(30).
          05 SOS-NOMBRE                     PIC X(30).
          05 SOS-DIRECCION                  PIC X(60).
          05 SOS-COD-POSTAL                 PIC X(05).
          05 SOS-FECHA-INGRESO              PIC X(10).
          05 SOS-DEPARTAMENTO               PIC X(04).
          05 SOS-ID-LOTE                    PIC X(12).
          05 SOS-CANT-CANDIDATOS            PIC 9(02).
          05 SOS-CANDIDATO OCCURS 5 TIMES.
             10 SOS-CAN-ID-EMPLEADO         PIC 9(08).
             10 SOS-CAN-ORIGEN              PIC X(01).
                88 SOS-CAN-ES-EMPLEADO          VALUE 'E'.
                88 SOS-CAN-ES-HISTORICO         VALUE 'H'.

       FD REP-REVISION.
       01 REP-REVISION-REG                  PIC X(100).

       WORKING-STORAGE SECTION.

       01 FS-STATUS-ONB.
          05 FS-ERRORES                     PIC X(2).
             88 FS-ERRORES-OK                   VALUE '00'.

       01 FS-STATUS-EMP.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-FILE-OK            VALUE '00'.
             88 FS-EMPLEADOS-FILE-EOF           VALUE '10'.
             88 FS-EMPLEADOS-FILE-NFD           VALUE '35'.
             88 FS-EMPLEADOS-CLAVE-NFD          VALUE '23'.

       01 FS-STATUS-HIS.
          05 FS-HISTORICO                   PIC X(2).
             88 FS-HISTORICO-OK                 VALUE '00'.
             88 FS-HISTORICO-EOF                VALUE '10'.
             88 FS-HISTORICO-NFD                VALUE '35'.
             88 FS-HISTORICO-CLAVE-NFD          VALUE '23'.

       01 FS-STATUS-SOS.
          05 FS-SOSPECHOSAS                 PIC X(2).
             88 FS-SOSPECHOSAS-OK               VALUE '00'.

       01 FS-STATUS-REP.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.

       01 WS-CONTADORES.
          05 WS-CONT-LEIDAS                 PIC 9(04) VALUE 0.
          05 WS-CONT-CONVERTIDAS            PIC 9(04) VALUE 0.
          05 WS-CONT-ERRORES                PIC 9(04) VALUE 0.
          05 WS-CONT-SOSPECHOSAS            PIC 9(04) VALUE 0.
          05 WS-CONT-REVISION               PIC 9(04) VALUE 0.

       01 WS-VALIDACION.
          05 WS-MOTIVO-ERROR                PIC X(02) VALUE '00'.
          05 WS-FECHA-PROCESO               PIC 9(08) VALUE 0.
          05 WS-HORA-PROCESO                PIC 9(08) VALUE 0.

       01 WS-INDICADORES.
          05 WS-HAY-HISTORICO               PIC X(01) VALUE 'N'.
             88 WS-EXISTE-HISTORICO             VALUE 'S'.
          05 WS-FIN-BUSQUEDA                PIC X(01) VALUE 'N'.
             88 WS-ES-FIN-BUSQUEDA              VALUE 'S'.
          05 WS-COINCIDENCIA-FUERTE         PIC X(01) VALUE 'N'.
             88 WS-HAY-COINCIDENCIA-FUERTE      VALUE 'S'.
          05 WS-TABLA-DESBORDADA            PIC X(01) VALUE 'N'.
             88 WS-HAY-DESBORDE                 VALUE 'S'.
          05 WS-HAY-EMPLEADOS               PIC X(01) VALUE 'N'.
             88 WS-EXISTE-EMPLEADOS             VALUE 'S'.

      * DATOS NORMALIZADOS DEL ALTA ENTRANTE: MAYUSCULAS Y SOLO LETRAS
      * Y NUMEROS, PARA QUE ESPACIOS, PUNTOS O GUIONES NO OCULTEN UN
      * DUPLICADO.
       01 WS-ALTA-NORMALIZADA.
          05 WS-ING-APELLIDO                PIC X(25).
          05 WS-ING-NOMBRE                  PIC X(25).
          05 WS-ING-DIRECCION               PIC X(50).

      * EMPLEADO EXISTENTE CONTRA EL QUE SE COMPARA EL ALTA.
       01 WS-COMPARADO.
          05 WS-CMP-ID-EMPLEADO             PIC 9(08).
          05 WS-CMP-APELLIDO                PIC X(25).
          05 WS-CMP-NOMBRE                  PIC X(25).
          05 WS-CMP-DIRECCION               PIC X(50).
          05 WS-CMP-COD-POSTAL              PIC 9(04).
          05 WS-CMP-ORIGEN                  PIC X(01).
          05 WS-CMP-COINCIDENCIAS           PIC X(04).
          05 WS-CMP-NIVEL                   PIC X(01).
             88 WS-CMP-ES-FUERTE                VALUE 'F'.
             88 WS-CMP-ES-DEBIL                 VALUE 'D'.

      * CANDIDATOS A DUPLICADO ENCONTRADOS PARA EL ALTA EN CURSO.
       01 WS-TABLA-CANDIDATOS.
          05 WS-CAN-CANTIDAD                PIC 9(02) VALUE 0.
          05 WS-CAN-ENTRADA OCCURS 10 TIMES.
             10 WS-CAN-ID-EMPLEADO          PIC 9(08).
             10 WS-CAN-ORIGEN               PIC X(01).
             10 WS-CAN-NIVEL                PIC X(01).
             10 WS-CAN-COINCIDENCIAS        PIC X(04).

      * APELLIDOS NORMALIZADOS DEL HISTORICO, QUE NO TIENE CLAVE
      * ALTERNATIVA POR APELLIDO.
       01 WS-TABLA-HISTORICO.
          05 WS-HIS-CANTIDAD                PIC 9(05) VALUE 0.
          05 WS-HIS-ENTRADA OCCURS 20000 TIMES.
             10 WS-HIS-ID-EMPLEADO          PIC 9(08).
             10 WS-HIS-APELLIDO             PIC X(25).

       77 WS-CAN-MAXIMO                     PIC 9(02) VALUE 10.
       77 WS-SOS-MAXIMO                     PIC 9(02) VALUE 05.
       77 WS-HIS-MAXIMO                     PIC 9(05) VALUE 20000.
       77 WS-IND-CANDIDATO                  PIC 9(02) VALUE 0.
       77 WS-IND-SOSPECHOSA                 PIC 9(02) VALUE 0.
       77 WS-IND-HISTORICO                  PIC 9(05) VALUE 0.

       77 WS-NOR-ENTRADA                    PIC X(60) VALUE SPACES.
       77 WS-NOR-SALIDA                     PIC X(60) VALUE SPACES.
       77 WS-NOR-CARACTER                   PIC X(01) VALUE SPACE.
       77 WS-NOR-POS-ENTRADA                PIC 9(02) VALUE 0.
       77 WS-NOR-POS-SALIDA                 PIC 9(02) VALUE 0.
       77 WS-NOR-MAXIMO                     PIC 9(02) VALUE 60.
       77 WS-IND-LETRA                      PIC 9(02) VALUE 0.
       77 WS-BUS-INICIAL                    PIC X(01) VALUE SPACE.
       77 WS-BUS-MINUSCULA                  PIC X(01) VALUE SPACE.
       77 WS-CANT-LETRAS                    PIC 9(02) VALUE 26.
       77 WS-MINUSCULAS                     PIC X(26)
          VALUE 'abcdefghijklmnopqrstuvwxyz'.
       77 WS-MAYUSCULAS                     PIC X(26)
          VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 WS-REP-CABECERA.
          05 FILLER                         PIC X(48)
             VALUE 'REVISION DE ALTAS CON POSIBLE DUPLICADO - LOTE: '.
          05 WS-CAB-ID-LOTE                 PIC X(12).
          05 FILLER                         PIC X(40) VALUE SPACES.

       01 WS-REP-DETALLE.
          05 FILLER                         PIC X(08) VALUE 'LEGAJO: '.
          05 WS-DET-LEGAJO                  PIC X(10).
          05 FILLER                         PIC X(11)
             VALUE ' APELLIDO: '.
          05 WS-DET-APELLIDO                PIC X(25).
          05 FILLER                         PIC X(12)
             VALUE ' CANDIDATO: '.
          05 WS-DET-CANDIDATO               PIC 9(08).
          05 FILLER                         PIC X(09) VALUE ' ORIGEN: '.
          05 WS-DET-ORIGEN                  PIC X(01).
          05 FILLER                         PIC X(08) VALUE ' COINC: '.
          05 WS-DET-COINCIDENCIAS           PIC X(04).
          05 FILLER                         PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF FS-ONBOARDING-OK AND FS-TRANSACCION-CRU-OK
              AND FS-ERRORES-OK AND WS-EXISTE-EMPLEADOS
              AND FS-SOSPECHOSAS-OK AND FS-REPORTE-OK

              PERFORM 2000-PROCESAR-ALTA
                 THRU 2000-PROCESAR-ALTA-FIN
              THRU 1200-ABRIR-TRANSACCION-CRUDA-FIN.
           PERFORM 1300-ABRIR-ERRORES
              THRU 1300-ABRIR-ERRORES-FIN.
           PERFORM 1400-ABRIR-EMPLEADOS
              THRU 1400-ABRIR-EMPLEADOS-FIN.
           PERFORM 1500-ABRIR-HISTORICO
              THRU 1500-ABRIR-HISTORICO-FIN.
           PERFORM 1600-ABRIR-SOSPECHOSAS
              THRU 1600-ABRIR-SOSPECHOSAS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
              MOVE 'H'                      TO CRU-CAB-TIPO
              MOVE WS-ID-LOTE               TO CRU-CAB-ID-LOTE
              MOVE WS-FECHA-PROCESO         TO CRU-CAB-FECHA
              MOVE SPACES                   TO CRU-CABECERA-REG (22:137)
              WRITE CRU-CABECERA-REG
              IF FS-TRANSACCION-CRU-OK
                 DISPLAY 'LOTE GENERADO: ' WS-ID-LOTE

       1300-ABRIR-ERRORES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-ABRIR-EMPLEADOS.

           OPEN INPUT ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-FILE-OK
                    MOVE 'S'                TO WS-HAY-EMPLEADOS
               WHEN FS-EMPLEADOS-FILE-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1400-ABRIR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL HISTORICO SOLO SE INDEXA POR ID: SE CARGAN SUS APELLIDOS
      * NORMALIZADOS EN UNA TABLA Y LOS CANDIDATOS SE LEEN DESPUES
      * POR CLAVE. SIN HISTORICO SE CONTROLA SOLO CONTRA EMPLEADOS.
      *----------------------------------------------------------------*
       1500-ABRIR-HISTORICO.

           OPEN INPUT HIS-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-HISTORICO-OK
                    MOVE 'S'                TO WS-HAY-HISTORICO
                    MOVE 'N'                TO WS-FIN-BUSQUEDA
                    PERFORM 1510-CARGAR-HISTORICO
                       THRU 1510-CARGAR-HISTORICO-FIN
                      UNTIL WS-ES-FIN-BUSQUEDA
               WHEN FS-HISTORICO-NFD
                    DISPLAY 'NO SE ENCUENTRA EL HISTORICO DE '-
                            'EMPLEADOS - NO SE CONTROLAN EX EMPLEADOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL HISTORICO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1500-ABRIR-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1510-CARGAR-HISTORICO.

           READ HIS-EMPLEADOS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-HISTORICO-EOF
                    MOVE 'S'                TO WS-FIN-BUSQUEDA
               WHEN NOT FS-HISTORICO-OK
                    DISPLAY 'ERROR AL LEER EL HISTORICO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORICO
                    MOVE 8                  TO RETURN-CODE
                    MOVE 'S'                TO WS-FIN-BUSQUEDA
               WHEN WS-HIS-CANTIDAD < WS-HIS-MAXIMO
                    ADD 1                   TO WS-HIS-CANTIDAD
                    MOVE HIS-EMP-ID-EMPLEADO
                      TO WS-HIS-ID-EMPLEADO (WS-HIS-CANTIDAD)
                    MOVE HIS-EMP-APELLIDO   TO WS-NOR-ENTRADA
                    PERFORM 2800-NORMALIZAR
                       THRU 2800-NORMALIZAR-FIN
                    MOVE WS-NOR-SALIDA
                      TO WS-HIS-APELLIDO (WS-HIS-CANTIDAD)
               WHEN NOT WS-HAY-DESBORDE
                    MOVE 'S'                TO WS-TABLA-DESBORDADA
                    DISPLAY 'TABLA DE HISTORICO COMPLETA - EX '-
                            'EMPLEADOS NO CONTROLADOS A PARTIR DEL ID: '
                            HIS-EMP-ID-EMPLEADO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       1510-CARGAR-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1600-ABRIR-SOSPECHOSAS.

           OPEN OUTPUT SOS-SOSPECHOSAS.

           IF NOT FS-SOSPECHOSAS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SOSPECHOSAS'
              DISPLAY 'FILE STATUS: ' FS-SOSPECHOSAS
              MOVE 8                  TO RETURN-CODE
           END-IF.

           OPEN OUTPUT REP-REVISION.

           IF FS-REPORTE-OK
              MOVE WS-ID-LOTE               TO WS-CAB-ID-LOTE
              MOVE WS-REP-CABECERA          TO REP-REVISION-REG
              PERFORM 2720-GRABAR-LINEA
                 THRU 2720-GRABAR-LINEA-FIN
           ELSE
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE REVISION'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8                  TO RETURN-CODE
           END-IF.

       1600-ABRIR-SOSPECHOSAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-ALTA.

              THRU 2100-VALIDAR-ALTA-FIN.

           IF WS-ALTA-CONVERTIBLE
              PERFORM 2500-BUSCAR-DUPLICADOS
                 THRU 2500-BUSCAR-DUPLICADOS-FIN
              IF WS-HAY-COINCIDENCIA-FUERTE
                 PERFORM 2600-GRABAR-SOSPECHOSA
                    THRU 2600-GRABAR-SOSPECHOSA-FIN
              ELSE
                 PERFORM 2200-GRABAR-CRUDA
                    THRU 2200-GRABAR-CRUDA-FIN
                 IF WS-CAN-CANTIDAD > ZEROS
                    PERFORM 2700-GRABAR-REVISION
                       THRU 2700-GRABAR-REVISION-FIN
                 END-IF
              END-IF
           ELSE
              PERFORM 2300-GRABAR-ERROR
                 THRU 2300-GRABAR-ERROR-FIN
           MOVE WS-FECHA-SALIDA-NUM         TO CRU-FECHA-ALTA.

           MOVE ZEROS                       TO CRU-FECHA-BAJA.
           MOVE ZEROS                       TO CRU-FECHA-EFECTIVA.

           WRITE CRU-TRANSACCION-REG.


           MOVE 'T'                         TO CRU-COLA-TIPO.
           MOVE WS-CONT-CONVERTIDAS         TO CRU-COLA-CANTIDAD.
           MOVE SPACES                      TO CRU-COLA-REG (10:149).

           WRITE CRU-COLA-REG.


       2400-GRABAR-COLA-LOTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CONTROL DE DUPLICADOS: EL ALTA SE COMPARA CONTRA LOS EMPLEADOS
      * CON EL MISMO APELLIDO NORMALIZADO, EN EMPLEADOS Y EN EL
      * HISTORICO. COINCIDENCIA FUERTE = APELLIDO Y NOMBRE MAS
      * DIRECCION O CODIGO POSTAL; DEBIL = APELLIDO Y NOMBRE SOLOS,
      * O APELLIDO Y DIRECCION.
      *----------------------------------------------------------------*
       2500-BUSCAR-DUPLICADOS.

           MOVE ZEROS                       TO WS-CAN-CANTIDAD.
           MOVE 'N'                         TO WS-COINCIDENCIA-FUERTE.

           MOVE ONB-APELLIDO                TO WS-NOR-ENTRADA.
           PERFORM 2800-NORMALIZAR
              THRU 2800-NORMALIZAR-FIN.
           MOVE WS-NOR-SALIDA               TO WS-ING-APELLIDO.

           MOVE ONB-NOMBRE                  TO WS-NOR-ENTRADA.
           PERFORM 2800-NORMALIZAR
              THRU 2800-NORMALIZAR-FIN.
           MOVE WS-NOR-SALIDA               TO WS-ING-NOMBRE.

           MOVE ONB-DIRECCION               TO WS-NOR-ENTRADA.
           PERFORM 2800-NORMALIZAR
              THRU 2800-NORMALIZAR-FIN.
           MOVE WS-NOR-SALIDA               TO WS-ING-DIRECCION.

           MOVE WS-ING-APELLIDO (1:1)       TO WS-BUS-INICIAL.
           PERFORM 2510-BUSCAR-EMPLEADOS
              THRU 2510-BUSCAR-EMPLEADOS-FIN.

           MOVE SPACE                       TO WS-BUS-MINUSCULA.
           MOVE 1                           TO WS-IND-LETRA.
           PERFORM 2505-BUSCAR-MINUSCULA
              THRU 2505-BUSCAR-MINUSCULA-FIN
             UNTIL WS-IND-LETRA > WS-CANT-LETRAS.

           IF WS-BUS-MINUSCULA NOT EQUAL SPACE
              MOVE WS-BUS-MINUSCULA         TO WS-BUS-INICIAL
              PERFORM 2510-BUSCAR-EMPLEADOS
                 THRU 2510-BUSCAR-EMPLEADOS-FIN
           END-IF.

           IF WS-EXISTE-HISTORICO
              MOVE 1                        TO WS-IND-HISTORICO
              PERFORM 2520-BUSCAR-HISTORICO
                 THRU 2520-BUSCAR-HISTORICO-FIN
                UNTIL WS-IND-HISTORICO > WS-HIS-CANTIDAD
           END-IF.

       2500-BUSCAR-DUPLICADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SI EL APELLIDO EMPIEZA CON LETRA, TAMBIEN SE RECORREN LOS QUE
      * EMPIEZAN CON ESA LETRA EN MINUSCULA.
      *----------------------------------------------------------------*
       2505-BUSCAR-MINUSCULA.

           IF WS-MAYUSCULAS (WS-IND-LETRA:1) EQUAL WS-ING-APELLIDO (1:1)
              MOVE WS-MINUSCULAS (WS-IND-LETRA:1)
                                            TO WS-BUS-MINUSCULA
              MOVE WS-CANT-LETRAS           TO WS-IND-LETRA
           END-IF.

           ADD 1                            TO WS-IND-LETRA.

       2505-BUSCAR-MINUSCULA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * POR LA CLAVE ALTERNATIVA SE RECORREN LOS APELLIDOS QUE EMPIEZAN
      * CON LA INICIAL DEL APELLIDO NORMALIZADO DEL ALTA, PARA NO PERDER
      * LOS QUE SOLO DIFIEREN EN ESPACIOS, SIGNOS O MINUSCULAS; CADA UNO
      * SE COMPARA DESPUES NORMALIZADO.
      *----------------------------------------------------------------*
       2510-BUSCAR-EMPLEADOS.

           MOVE 'N'                         TO WS-FIN-BUSQUEDA.
           MOVE SPACES                      TO ENT-EMP-APELLIDO.
           MOVE WS-BUS-INICIAL              TO ENT-EMP-APELLIDO (1:1).

           START ENT-EMPLEADOS
                 KEY IS NOT LESS THAN ENT-EMP-APELLIDO.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-FILE-OK
                    PERFORM 2515-LEER-EMPLEADO
                       THRU 2515-LEER-EMPLEADO-FIN
                      UNTIL WS-ES-FIN-BUSQUEDA
               WHEN FS-EMPLEADOS-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EMPLEADOS POR APELLIDO'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2510-BUSCAR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2515-LEER-EMPLEADO.

           READ ENT-EMPLEADOS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-FILE-EOF
                    MOVE 'S'                TO WS-FIN-BUSQUEDA
               WHEN NOT FS-EMPLEADOS-FILE-OK
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 8                  TO RETURN-CODE
                    MOVE 'S'                TO WS-FIN-BUSQUEDA
               WHEN ENT-EMP-APELLIDO (1:1) NOT EQUAL WS-BUS-INICIAL
                    MOVE 'S'                TO WS-FIN-BUSQUEDA
               WHEN OTHER
                    MOVE ENT-EMP-APELLIDO   TO WS-NOR-ENTRADA
                    PERFORM 2800-NORMALIZAR
                       THRU 2800-NORMALIZAR-FIN
                    IF WS-NOR-SALIDA EQUAL WS-ING-APELLIDO
                       MOVE ENT-EMP-ID-EMPLEADO
                                            TO WS-CMP-ID-EMPLEADO
                       MOVE ENT-EMP-APELLIDO
                                            TO WS-CMP-APELLIDO
                       MOVE ENT-EMP-NOMBRE  TO WS-CMP-NOMBRE
                       MOVE ENT-EMP-DIRECCION
                                            TO WS-CMP-DIRECCION
                       MOVE ENT-EMP-COD-POSTAL
                                            TO WS-CMP-COD-POSTAL
                       MOVE 'E'             TO WS-CMP-ORIGEN
                       PERFORM 2530-EVALUAR-CANDIDATO
                          THRU 2530-EVALUAR-CANDIDATO-FIN
                    END-IF
           END-EVALUATE.

       2515-LEER-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-BUSCAR-HISTORICO.

           IF WS-HIS-APELLIDO (WS-IND-HISTORICO) EQUAL WS-ING-APELLIDO
              MOVE WS-HIS-ID-EMPLEADO (WS-IND-HISTORICO)
                                            TO HIS-EMP-ID-EMPLEADO
              READ HIS-EMPLEADOS KEY IS HIS-EMP-ID-EMPLEADO
              IF FS-HISTORICO-OK
                 MOVE HIS-EMP-ID-EMPLEADO   TO WS-CMP-ID-EMPLEADO
                 MOVE HIS-EMP-APELLIDO      TO WS-CMP-APELLIDO
                 MOVE HIS-EMP-NOMBRE        TO WS-CMP-NOMBRE
                 MOVE HIS-EMP-DIRECCION     TO WS-CMP-DIRECCION
                 MOVE HIS-EMP-COD-POSTAL    TO WS-CMP-COD-POSTAL
                 MOVE 'H'                   TO WS-CMP-ORIGEN
                 PERFORM 2530-EVALUAR-CANDIDATO
                    THRU 2530-EVALUAR-CANDIDATO-FIN
              ELSE
                 DISPLAY 'ERROR AL LEER EL HISTORICO - ID: '
                         HIS-EMP-ID-EMPLEADO
                 DISPLAY 'FILE STATUS: ' FS-HISTORICO
              END-IF
           END-IF.

           ADD 1                            TO WS-IND-HISTORICO.

       2520-BUSCAR-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * COINCIDENCIAS: A=APELLIDO N=NOMBRE D=DIRECCION C=COD. POSTAL,
      * CON '-' EN LAS POSICIONES QUE NO COINCIDEN.
      *----------------------------------------------------------------*
       2530-EVALUAR-CANDIDATO.

           MOVE SPACES                      TO WS-CMP-NIVEL.
           MOVE WS-CMP-APELLIDO             TO WS-NOR-ENTRADA.
           PERFORM 2800-NORMALIZAR
              THRU 2800-NORMALIZAR-FIN.

           IF WS-NOR-SALIDA EQUAL WS-ING-APELLIDO
              MOVE 'A---'                   TO WS-CMP-COINCIDENCIAS

              MOVE WS-CMP-NOMBRE            TO WS-NOR-ENTRADA
              PERFORM 2800-NORMALIZAR
                 THRU 2800-NORMALIZAR-FIN
              IF WS-NOR-SALIDA EQUAL WS-ING-NOMBRE
                 MOVE 'N'                TO WS-CMP-COINCIDENCIAS (2:1)
              END-IF

              MOVE WS-CMP-DIRECCION         TO WS-NOR-ENTRADA
              PERFORM 2800-NORMALIZAR
                 THRU 2800-NORMALIZAR-FIN
              IF WS-NOR-SALIDA EQUAL WS-ING-DIRECCION
                 AND WS-ING-DIRECCION NOT EQUAL SPACES
                 MOVE 'D'                TO WS-CMP-COINCIDENCIAS (3:1)
              END-IF

              IF WS-CMP-COD-POSTAL EQUAL ONB-COD-POSTAL-NUM
                 MOVE 'C'                TO WS-CMP-COINCIDENCIAS (4:1)
              END-IF

              EVALUATE TRUE
                  WHEN WS-CMP-COINCIDENCIAS (2:1) EQUAL 'N'
                   AND WS-CMP-COINCIDENCIAS (3:2) NOT EQUAL '--'
                       MOVE 'F'             TO WS-CMP-NIVEL
                       MOVE 'S'             TO WS-COINCIDENCIA-FUERTE
                  WHEN WS-CMP-COINCIDENCIAS (2:1) EQUAL 'N'
                    OR WS-CMP-COINCIDENCIAS (3:1) EQUAL 'D'
                       MOVE 'D'             TO WS-CMP-NIVEL
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF.

           IF WS-CMP-ES-FUERTE OR WS-CMP-ES-DEBIL
              PERFORM 2540-AGREGAR-CANDIDATO
                 THRU 2540-AGREGAR-CANDIDATO-FIN
           END-IF.

       2530-EVALUAR-CANDIDATO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2540-AGREGAR-CANDIDATO.

           IF WS-CAN-CANTIDAD < WS-CAN-MAXIMO
              ADD 1                         TO WS-CAN-CANTIDAD
              MOVE WS-CMP-ID-EMPLEADO
                TO WS-CAN-ID-EMPLEADO (WS-CAN-CANTIDAD)
              MOVE WS-CMP-ORIGEN
                TO WS-CAN-ORIGEN (WS-CAN-CANTIDAD)
              MOVE WS-CMP-NIVEL
                TO WS-CAN-NIVEL (WS-CAN-CANTIDAD)
              MOVE WS-CMP-COINCIDENCIAS
                TO WS-CAN-COINCIDENCIAS (WS-CAN-CANTIDAD)
           ELSE
              DISPLAY 'DEMASIADOS CANDIDATOS - LEGAJO: ' ONB-LEGAJO
                      ' ID OMITIDO: ' WS-CMP-ID-EMPLEADO
           END-IF.

       2540-AGREGAR-CANDIDATO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL ALTA CON COINCIDENCIA FUERTE NO SE CONVIERTE: QUEDA RETENIDA
      * CON LOS ID DE LOS CANDIDATOS PARA QUE RRHH DECIDA SI ES UN
      * REINGRESO O UNA PERSONA DISTINTA.
      *----------------------------------------------------------------*
       2600-GRABAR-SOSPECHOSA.

           MOVE ONB-LEGAJO                  TO SOS-LEGAJO.
           MOVE ONB-APELLIDO                TO SOS-APELLIDO.
           MOVE ONB-NOMBRE                  TO SOS-NOMBRE.
           MOVE ONB-DIRECCION               TO SOS-DIRECCION.
           MOVE ONB-COD-POSTAL              TO SOS-COD-POSTAL.
           MOVE ONB-FECHA-INGRESO           TO SOS-FECHA-INGRESO.
           MOVE ONB-DEPARTAMENTO            TO SOS-DEPARTAMENTO.
           MOVE WS-ID-LOTE                  TO SOS-ID-LOTE.
           MOVE ZEROS                       TO SOS-CANT-CANDIDATOS.
           MOVE 1                           TO WS-IND-SOSPECHOSA.

           PERFORM 2605-LIMPIAR-CANDIDATO
              THRU 2605-LIMPIAR-CANDIDATO-FIN
             UNTIL WS-IND-SOSPECHOSA > WS-SOS-MAXIMO.

           MOVE 1                           TO WS-IND-CANDIDATO.

           PERFORM 2610-CARGAR-CANDIDATO
              THRU 2610-CARGAR-CANDIDATO-FIN
             UNTIL WS-IND-CANDIDATO > WS-CAN-CANTIDAD.

           WRITE SOS-SOSPECHOSAS-REG.

           IF FS-SOSPECHOSAS-OK
              ADD 1                         TO WS-CONT-SOSPECHOSAS
              DISPLAY 'ALTA RETENIDA POR POSIBLE DUPLICADO - LEGAJO: '
                      ONB-LEGAJO
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE SOSPECHOSAS'
              DISPLAY 'FILE STATUS: ' FS-SOSPECHOSAS
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2600-GRABAR-SOSPECHOSA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2605-LIMPIAR-CANDIDATO.

           MOVE ZEROS TO SOS-CAN-ID-EMPLEADO (WS-IND-SOSPECHOSA).
           MOVE SPACES TO SOS-CAN-ORIGEN (WS-IND-SOSPECHOSA).
           ADD 1                            TO WS-IND-SOSPECHOSA.

       2605-LIMPIAR-CANDIDATO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-CARGAR-CANDIDATO.

           IF WS-CAN-NIVEL (WS-IND-CANDIDATO) EQUAL 'F'
              AND SOS-CANT-CANDIDATOS < WS-SOS-MAXIMO
              ADD 1                         TO SOS-CANT-CANDIDATOS
              MOVE WS-CAN-ID-EMPLEADO (WS-IND-CANDIDATO)
                TO SOS-CAN-ID-EMPLEADO (SOS-CANT-CANDIDATOS)
              MOVE WS-CAN-ORIGEN (WS-IND-CANDIDATO)
                TO SOS-CAN-ORIGEN (SOS-CANT-CANDIDATOS)
           END-IF.

           ADD 1                            TO WS-IND-CANDIDATO.

       2610-CARGAR-CANDIDATO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL ALTA CON COINCIDENCIA DEBIL SE CONVIERTE IGUAL, PERO SE
      * LISTA CON CADA CANDIDATO PARA SU REVISION POSTERIOR.
      *----------------------------------------------------------------*
       2700-GRABAR-REVISION.

           ADD 1                            TO WS-CONT-REVISION.
           MOVE 1                           TO WS-IND-CANDIDATO.

           PERFORM 2710-GRABAR-DETALLE
              THRU 2710-GRABAR-DETALLE-FIN
             UNTIL WS-IND-CANDIDATO > WS-CAN-CANTIDAD.

       2700-GRABAR-REVISION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-GRABAR-DETALLE.

           MOVE ONB-LEGAJO                  TO WS-DET-LEGAJO.
           MOVE ONB-APELLIDO                TO WS-DET-APELLIDO.
           MOVE WS-CAN-ID-EMPLEADO (WS-IND-CANDIDATO)
                                            TO WS-DET-CANDIDATO.
           MOVE WS-CAN-ORIGEN (WS-IND-CANDIDATO)
                                            TO WS-DET-ORIGEN.
           MOVE WS-CAN-COINCIDENCIAS (WS-IND-CANDIDATO)
                                            TO WS-DET-COINCIDENCIAS.
           MOVE WS-REP-DETALLE              TO REP-REVISION-REG.

           PERFORM 2720-GRABAR-LINEA
              THRU 2720-GRABAR-LINEA-FIN.

           ADD 1                            TO WS-IND-CANDIDATO.

       2710-GRABAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2720-GRABAR-LINEA.

           WRITE REP-REVISION-REG.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE REVISION'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2720-GRABAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * NORMALIZA WS-NOR-ENTRADA EN WS-NOR-SALIDA: PASA A MAYUSCULAS Y
      * CONSERVA SOLO LETRAS Y NUMEROS, JUNTOS A LA IZQUIERDA.
      *----------------------------------------------------------------*
       2800-NORMALIZAR.

           MOVE SPACES                      TO WS-NOR-SALIDA.
           MOVE ZEROS                       TO WS-NOR-POS-SALIDA.
           MOVE 1                           TO WS-NOR-POS-ENTRADA.

           PERFORM 2810-COPIAR-CARACTER
              THRU 2810-COPIAR-CARACTER-FIN
             UNTIL WS-NOR-POS-ENTRADA > WS-NOR-MAXIMO.

       2800-NORMALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-COPIAR-CARACTER.

           MOVE WS-NOR-ENTRADA (WS-NOR-POS-ENTRADA:1)
                                            TO WS-NOR-CARACTER.

           IF WS-NOR-CARACTER >= 'a' AND WS-NOR-CARACTER <= 'z'
              MOVE 1                        TO WS-IND-LETRA
              PERFORM 2815-PASAR-MAYUSCULA
                 THRU 2815-PASAR-MAYUSCULA-FIN
                UNTIL WS-IND-LETRA > WS-CANT-LETRAS
           END-IF.

           IF (WS-NOR-CARACTER >= 'A' AND WS-NOR-CARACTER <= 'Z')
              OR (WS-NOR-CARACTER >= '0' AND WS-NOR-CARACTER <= '9')
              ADD 1                         TO WS-NOR-POS-SALIDA
              MOVE WS-NOR-CARACTER
                TO WS-NOR-SALIDA (WS-NOR-POS-SALIDA:1)
           END-IF.

           ADD 1                            TO WS-NOR-POS-ENTRADA.

       2810-COPIAR-CARACTER-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2815-PASAR-MAYUSCULA.

           IF WS-MINUSCULAS (WS-IND-LETRA:1) EQUAL WS-NOR-CARACTER
              MOVE WS-MAYUSCULAS (WS-IND-LETRA:1)
                                            TO WS-NOR-CARACTER
              MOVE WS-CANT-LETRAS           TO WS-IND-LETRA
           END-IF.

           ADD 1                            TO WS-IND-LETRA.

       2815-PASAR-MAYUSCULA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

              MOVE 4                        TO RETURN-CODE
           END-IF.

           IF (WS-CONT-SOSPECHOSAS > ZEROS OR WS-HAY-DESBORDE)
              AND RETURN-CODE < 4
              MOVE 4                        TO RETURN-CODE
           END-IF.

           DISPLAY "--------------------------------------------------".
           DISPLAY 'ALTAS LEIDAS DEL ONBOARDING : ' WS-CONT-LEIDAS.
           DISPLAY 'ALTAS CONVERTIDAS           : '
                   WS-CONT-CONVERTIDAS.
           DISPLAY 'ALTAS NO CONVERTIBLES       : ' WS-CONT-ERRORES.
           DISPLAY 'ALTAS RETENIDAS SOSPECHOSAS : '
                   WS-CONT-SOSPECHOSAS.
           DISPLAY 'ALTAS CONVERTIDAS A REVISAR : ' WS-CONT-REVISION.
           DISPLAY "--------------------------------------------------".

           PERFORM 3200-CERRAR-ARCHIVOS
                      FS-ERRORES
           END-IF.

           IF WS-EXISTE-EMPLEADOS
              CLOSE ENT-EMPLEADOS
              IF NOT FS-EMPLEADOS-FILE-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO DE EMPLEADOS: '
                         FS-EMPLEADOS
              END-IF
           END-IF.

           IF WS-EXISTE-HISTORICO
              CLOSE HIS-EMPLEADOS
              IF NOT FS-HISTORICO-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO HISTORICO: '
                         FS-HISTORICO
              END-IF
           END-IF.

           CLOSE SOS-SOSPECHOSAS.

           IF NOT FS-SOSPECHOSAS-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO DE SOSPECHOSAS: '
                      FS-SOSPECHOSAS
           END-IF.

           CLOSE REP-REVISION.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL CERRAR REPORTE DE REVISION: '
                      FS-REPORTE
           END-IF.

       3200-CERRAR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
