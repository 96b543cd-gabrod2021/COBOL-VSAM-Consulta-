      *----------------------------------------------------------------*
      * COPYBOOK: RSCREG
      * LAYOUT DEL REGISTRO DEL CATALOGO DE GENERACIONES DE RESPALDO
      * DE RESPALDO-CATALOGO.VSAM, CON EL PREFIJO RSC-. EL ARCHIVO ES
      * INDEXADO CON CLAVE RSC-CLAVE (CODIGO DE MAESTRO + NUMERO DE
      * GENERACION). RSC-RANURA ES EL NUMERO DEL ARCHIVO FISICO
      * RESP-<MAESTRO>-G<NN>.DAT QUE CONTIENE LA GENERACION. LOS
      * TOTALES DE CONTROL SON LOS MISMOS DE LA COLA DEL RESPALDO.
      * SE INCLUYE CON COPY RSCREG.
      *----------------------------------------------------------------*
          05 RSC-CLAVE.
             10 RSC-MAESTRO                 PIC X(04).
             10 RSC-GENERACION              PIC 9(06).
          05 RSC-RANURA                     PIC 9(02).
          05 RSC-FECHA                      PIC 9(08).
          05 RSC-HORA                       PIC 9(08).
          05 RSC-CANT-REGISTROS             PIC 9(08).
          05 RSC-HASH-CLAVES                PIC 9(15).
          05 RSC-HASH-VALORES               PIC 9(15)V99.
          05 RSC-FECHA-RESTAURACION         PIC 9(08).
