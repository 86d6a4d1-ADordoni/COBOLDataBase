      ******************************************************************
      * Author:
      * Date:
      * Purpose: Convierte al formato vigente los archivos cuyo
      *          registro crecio (pedidos, proveedores, codigos de
      *          barras, facturas de proveedor y costos de recepcion).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-CONVERSION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PEDIDOS-ARCHIVO
       ASSIGN TO "pedidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PEDIDOS-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARCHIVO-STATUS.

       SELECT PEDIDOS-VIEJO-ARCHIVO
       ASSIGN TO "pedidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS VIEJO-PEDIDOS-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS VIEJO-STATUS.

       SELECT PROVEEDORES-ARCHIVO
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROVEEDORES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARCHIVO-STATUS.

       SELECT PROVEEDORES-VIEJO-ARCHIVO
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS VIEJO-PROVEEDORES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS VIEJO-STATUS.

       SELECT BARRAS-ARCHIVO
       ASSIGN TO "codigos_barras.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS BARRAS-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARCHIVO-STATUS.

       SELECT BARRAS-VIEJO-ARCHIVO
       ASSIGN TO "codigos_barras.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS VIEJO-BARRAS-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS VIEJO-STATUS.

       SELECT FACTURAS-ARCHIVO
       ASSIGN TO "facturas_prov.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS FPROV-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARCHIVO-STATUS.

       SELECT FACTURAS-VIEJO-ARCHIVO
       ASSIGN TO "facturas_prov.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS VIEJO-FPROV-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS VIEJO-STATUS.

       SELECT COSTOS-ARCHIVO
       ASSIGN TO "recepciones_costo.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ARCHIVO-STATUS.

       SELECT ARTICULOS-ARCHIVO
       ASSIGN TO "articulos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ARTICULOS-ID
       ALTERNATE RECORD KEY IS ARTICULOS-PRODUCTO
           WITH DUPLICATES
       ALTERNATE RECORD KEY IS ARTICULOS-MARCA
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARTICULOS-STATUS.

       SELECT SALVADO-ARCHIVO
       ASSIGN TO "conversion_salvado.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS SALVADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS-ARCHIVO.
       COPY "PEDIDOS.cpy".

      * Disposicion de pedidos.dat anterior a la moneda, el tipo de
      * cambio de recepcion y la unidad de compra.
       FD PEDIDOS-VIEJO-ARCHIVO.
       01 VIEJO-PEDIDOS-REGISTRO.
           05 VIEJO-PEDIDOS-CLAVE.
               10 VIEJO-PEDIDOS-NUMERO PIC 9(6).
               10 VIEJO-PEDIDOS-LINEA PIC 9(3).
           05 VIEJO-PEDIDOS-FECHA PIC X(8).
           05 VIEJO-PEDIDOS-PROVEEDOR-ID PIC 9(4).
           05 VIEJO-PEDIDOS-ARTICULO-ID PIC 9(4).
           05 VIEJO-PEDIDOS-CANTIDAD-PEDIDA PIC 9(5).
           05 VIEJO-PEDIDOS-CANTIDAD-RECIBIDA PIC 9(5).
           05 VIEJO-PEDIDOS-ESTADO PIC X.
           05 VIEJO-PEDIDOS-FECHA-RECEPCION PIC X(8).

       FD PROVEEDORES-ARCHIVO.
       COPY "PROVEEDORES.cpy".

      * Disposicion de proveedores.dat anterior al plazo de pago y a
      * la moneda.
       FD PROVEEDORES-VIEJO-ARCHIVO.
       01 VIEJO-PROVEEDORES-REGISTRO.
           05 VIEJO-PROVEEDORES-ID PIC 9(4).
           05 VIEJO-PROVEEDORES-NOMBRE PIC X(30).
           05 VIEJO-PROVEEDORES-CONTACTO PIC X(30).
           05 VIEJO-PROVEEDORES-TIEMPO-ENTREGA PIC 9(3).

       FD BARRAS-ARCHIVO.
       COPY "CODBARRAS.cpy".

      * Disposicion de codigos_barras.dat anterior a las unidades por
      * empaque.
       FD BARRAS-VIEJO-ARCHIVO.
       01 VIEJO-BARRAS-REGISTRO.
           05 VIEJO-BARRAS-CODIGO PIC X(13).
           05 VIEJO-BARRAS-ARTICULO-ID PIC 9(4).
           05 VIEJO-BARRAS-DESCRIPCION PIC X(20).

       FD FACTURAS-ARCHIVO.
       COPY "FACTPROV.cpy".

      * Disposicion de facturas_prov.dat anterior a la moneda y a la
      * diferencia cambiaria.
       FD FACTURAS-VIEJO-ARCHIVO.
       01 VIEJO-FPROV-REGISTRO.
           05 VIEJO-FPROV-CLAVE.
               10 VIEJO-FPROV-FACTURA PIC X(10).
               10 VIEJO-FPROV-LINEA PIC 9(3).
           05 VIEJO-FPROV-FECHA PIC X(8).
           05 VIEJO-FPROV-PROVEEDOR-ID PIC 9(4).
           05 VIEJO-FPROV-PEDIDO-NUMERO PIC 9(6).
           05 VIEJO-FPROV-PEDIDO-LINEA PIC 9(3).
           05 VIEJO-FPROV-ARTICULO-ID PIC 9(4).
           05 VIEJO-FPROV-CANTIDAD PIC 9(5).
           05 VIEJO-FPROV-PRECIO PIC 9999V99.
           05 VIEJO-FPROV-ESTADO PIC X.

      * recepciones_costo.dat es secuencial de lineas: las lineas con
      * la disposicion anterior se leen completas con la nueva y
      * quedan con la moneda en blanco, que es lo que se convierte.
       FD COSTOS-ARCHIVO.
       COPY "RECEPCOSTO.cpy".

       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD SALVADO-ARCHIVO.
       01 SALVADO-REGISTRO PIC X(80).

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 VIEJO-STATUS PIC XX.
       77 ARTICULOS-STATUS PIC XX.
       77 SALVADO-STATUS PIC XX.
       77 OPCION PIC 9.
       77 CONFIRMA PIC X.
       77 FIN-LECTURA PIC X.
       77 FIN-VIEJO PIC X.
       77 ESTADO-FINAL PIC XX.
       77 EXTRACCION-OK PIC X.
       77 ARTICULOS-DISPONIBLE PIC X.
       77 CONTADOR-LEIDOS PIC 9(7) VALUE ZERO.
       77 CONTADOR-CONVERTIDOS PIC 9(7) VALUE ZERO.
       77 CONTADOR-RECARGADOS PIC 9(7) VALUE ZERO.
       77 CONTADOR-RECHAZADOS PIC 9(7) VALUE ZERO.
       77 RESULT-CODE PIC 9(2) COMP-5.
       77 SUFIJO-HORA PIC X(6).
       77 PREFIJO-RESPALDO PIC X(30).
       01 NOMBRE-ORIGINAL PIC X(30).
       01 NOMBRE-RESPALDO PIC X(60).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "CONVERSION DE ARCHIVOS AL FORMATO VIGENTE".
       DISPLAY "1 - pedidos.dat (moneda y unidad de compra)".
       DISPLAY "2 - proveedores.dat (plazo de pago y moneda)".
       DISPLAY "3 - codigos_barras.dat (unidades por empaque)".
       DISPLAY "4 - facturas_prov.dat (moneda y tipo de cambio)".
       DISPLAY "5 - recepciones_costo.dat (moneda y tipo de cambio)".
       DISPLAY "Seleccione el archivo a convertir: ".
       ACCEPT OPCION.
       EVALUATE OPCION
           WHEN 1
               MOVE "pedidos.dat" TO NOMBRE-ORIGINAL
               MOVE "pedidos_anterior_" TO PREFIJO-RESPALDO
           WHEN 2
               MOVE "proveedores.dat" TO NOMBRE-ORIGINAL
               MOVE "proveedores_anterior_" TO PREFIJO-RESPALDO
           WHEN 3
               MOVE "codigos_barras.dat" TO NOMBRE-ORIGINAL
               MOVE "codigos_barras_anterior_" TO PREFIJO-RESPALDO
           WHEN 4
               MOVE "facturas_prov.dat" TO NOMBRE-ORIGINAL
               MOVE "facturas_prov_anterior_" TO PREFIJO-RESPALDO
           WHEN 5
               MOVE "recepciones_costo.dat" TO NOMBRE-ORIGINAL
               MOVE "recepciones_costo_anterior_" TO PREFIJO-RESPALDO
           WHEN OTHER
               DISPLAY "Opcion invalida."
               GOBACK
       END-EVALUATE.
       PERFORM CONVIERTE-ARCHIVO.
       GOBACK.

       CONVIERTE-ARCHIVO.
           DISPLAY "Se leera " NOMBRE-ORIGINAL " con la disposicion".
           DISPLAY "anterior, se creara el archivo con el formato".
           DISPLAY "nuevo y se recargaran los registros con los".
           DISPLAY "campos nuevos en sus valores por omision (pesos,".
           DISPLAY "sin tipo de cambio, por unidad, de contado).".
           DISPLAY "El archivo anterior se conserva renombrado.".
           DISPLAY "¿Confirma la conversion? (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA = "s"
               MOVE "S" TO CONFIRMA.
           IF CONFIRMA NOT = "S"
               DISPLAY "Conversion cancelada."
           ELSE
               PERFORM EXTRAE-FORMATO-ANTERIOR
               IF EXTRACCION-OK = "S"
                   PERFORM RENOMBRA-ANTERIOR
                   IF RESULT-CODE = ZERO
                       PERFORM RECARGA-REGISTROS
                       PERFORM MUESTRA-RESULTADO.

       EXTRAE-FORMATO-ANTERIOR.
           MOVE "N" TO EXTRACCION-OK.
           MOVE ZERO TO CONTADOR-LEIDOS.
           MOVE "00" TO ESTADO-FINAL.
           MOVE "N" TO FIN-VIEJO.
           EVALUATE OPCION
               WHEN 1
                   OPEN INPUT PEDIDOS-VIEJO-ARCHIVO
               WHEN 2
                   OPEN INPUT PROVEEDORES-VIEJO-ARCHIVO
               WHEN 3
                   OPEN INPUT BARRAS-VIEJO-ARCHIVO
               WHEN 4
                   OPEN INPUT FACTURAS-VIEJO-ARCHIVO
               WHEN 5
                   OPEN INPUT COSTOS-ARCHIVO
                   MOVE ARCHIVO-STATUS TO VIEJO-STATUS
           END-EVALUATE.
           IF VIEJO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir " NOMBRE-ORIGINAL " con la"
                   " disposicion anterior (estado: " VIEJO-STATUS
                   ")."
               DISPLAY "Si el archivo ya tiene el formato nuevo no"
                   " hay nada que convertir."
           ELSE
               MOVE "S" TO EXTRACCION-OK
               OPEN OUTPUT SALVADO-ARCHIVO
               PERFORM LEE-REGISTRO-VIEJO
                   UNTIL FIN-VIEJO = "S"
               CLOSE SALVADO-ARCHIVO
               PERFORM CIERRA-ANTERIOR
               DISPLAY "Registros extraidos del formato anterior: "
                   CONTADOR-LEIDOS
               IF ESTADO-FINAL NOT = "00"
                   DISPLAY "La extraccion se detuvo con estado "
                       ESTADO-FINAL.

       LEE-REGISTRO-VIEJO.
           MOVE SPACE TO SALVADO-REGISTRO.
           EVALUATE OPCION
               WHEN 1
                   READ PEDIDOS-VIEJO-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-VIEJO
                   NOT AT END
                       MOVE VIEJO-PEDIDOS-REGISTRO
                           TO SALVADO-REGISTRO
                   END-READ
               WHEN 2
                   READ PROVEEDORES-VIEJO-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-VIEJO
                   NOT AT END
                       MOVE VIEJO-PROVEEDORES-REGISTRO
                           TO SALVADO-REGISTRO
                   END-READ
               WHEN 3
                   READ BARRAS-VIEJO-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-VIEJO
                   NOT AT END
                       MOVE VIEJO-BARRAS-REGISTRO TO SALVADO-REGISTRO
                   END-READ
               WHEN 4
                   READ FACTURAS-VIEJO-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-VIEJO
                   NOT AT END
                       MOVE VIEJO-FPROV-REGISTRO TO SALVADO-REGISTRO
                   END-READ
               WHEN 5
                   READ COSTOS-ARCHIVO
                   AT END
                       MOVE "S" TO FIN-VIEJO
                   NOT AT END
                       MOVE RECEPCION-COSTO-REGISTRO
                           TO SALVADO-REGISTRO
                   END-READ
                   MOVE ARCHIVO-STATUS TO VIEJO-STATUS
           END-EVALUATE.
           IF FIN-VIEJO = "N"
               IF VIEJO-STATUS = "00"
                   ADD 1 TO CONTADOR-LEIDOS
                   WRITE SALVADO-REGISTRO
               ELSE
                   MOVE VIEJO-STATUS TO ESTADO-FINAL
                   MOVE "S" TO FIN-VIEJO.

       CIERRA-ANTERIOR.
           EVALUATE OPCION
               WHEN 1
                   CLOSE PEDIDOS-VIEJO-ARCHIVO
               WHEN 2
                   CLOSE PROVEEDORES-VIEJO-ARCHIVO
               WHEN 3
                   CLOSE BARRAS-VIEJO-ARCHIVO
               WHEN 4
                   CLOSE FACTURAS-VIEJO-ARCHIVO
               WHEN 5
                   CLOSE COSTOS-ARCHIVO
           END-EVALUATE.

       RENOMBRA-ANTERIOR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SUFIJO-HORA.
           MOVE SPACE TO NOMBRE-RESPALDO.
           STRING PREFIJO-RESPALDO DELIMITED BY SPACE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               SUFIJO-HORA DELIMITED BY SIZE
               ".bak" DELIMITED BY SIZE
               INTO NOMBRE-RESPALDO.
           CALL "CBL_RENAME_FILE" USING NOMBRE-ORIGINAL NOMBRE-RESPALDO
               RETURNING RESULT-CODE.
           IF RESULT-CODE NOT = ZERO
               DISPLAY "No se pudo renombrar el archivo original"
                   " (codigo " RESULT-CODE "); no se continua."
           ELSE
               DISPLAY "Archivo original conservado como "
                   NOMBRE-RESPALDO.

       RECARGA-REGISTROS.
           MOVE "N" TO ARTICULOS-DISPONIBLE.
           EVALUATE OPCION
               WHEN 1
                   OPEN OUTPUT PEDIDOS-ARCHIVO
                   OPEN INPUT ARTICULOS-ARCHIVO
                   IF ARTICULOS-STATUS = "00"
                       MOVE "S" TO ARTICULOS-DISPONIBLE
                   END-IF
               WHEN 2
                   OPEN OUTPUT PROVEEDORES-ARCHIVO
               WHEN 3
                   OPEN OUTPUT BARRAS-ARCHIVO
               WHEN 4
                   OPEN OUTPUT FACTURAS-ARCHIVO
               WHEN 5
                   OPEN OUTPUT COSTOS-ARCHIVO
           END-EVALUATE.
           IF ARCHIVO-STATUS NOT = "00"
               DISPLAY "No se pudo crear el archivo nuevo (estado: "
                   ARCHIVO-STATUS ")"
           ELSE
               OPEN INPUT SALVADO-ARCHIVO
               MOVE "N" TO FIN-LECTURA
               PERFORM RECARGA-UN-REGISTRO
                   UNTIL FIN-LECTURA = "S"
               CLOSE SALVADO-ARCHIVO
               PERFORM CIERRA-NUEVO.
           IF ARTICULOS-DISPONIBLE = "S"
               CLOSE ARTICULOS-ARCHIVO.

       RECARGA-UN-REGISTRO.
           READ SALVADO-ARCHIVO
           AT END
               MOVE "S" TO FIN-LECTURA.
           IF FIN-LECTURA = "N"
               EVALUATE OPCION
                   WHEN 1
                       PERFORM RECARGA-PEDIDO
                   WHEN 2
                       PERFORM RECARGA-PROVEEDOR
                   WHEN 3
                       PERFORM RECARGA-CODIGO-BARRAS
                   WHEN 4
                       PERFORM RECARGA-FACTURA
                   WHEN 5
                       PERFORM RECARGA-COSTO
               END-EVALUATE.

      * Las lineas de orden anteriores eran todas en pesos y por
      * unidad; su costo pedido se toma del costo actual del articulo,
      * que es el que PURCHASE-ORDER usa para las lineas en pesos.
       RECARGA-PEDIDO.
           MOVE SALVADO-REGISTRO TO PEDIDOS-REGISTRO.
           MOVE "MXN" TO PEDIDOS-MONEDA.
           MOVE ZERO TO PEDIDOS-COSTO-MONEDA.
           MOVE ZERO TO PEDIDOS-TIPO-CAMBIO-RECEPCION.
           MOVE SPACE TO PEDIDOS-UNIDAD-COMPRA.
           MOVE 1 TO PEDIDOS-FACTOR-COMPRA.
           IF ARTICULOS-DISPONIBLE = "S"
               MOVE PEDIDOS-ARTICULO-ID TO ARTICULOS-ID
               READ ARTICULOS-ARCHIVO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARTICULOS-COSTO TO PEDIDOS-COSTO-MONEDA
               END-READ.
           ADD 1 TO CONTADOR-CONVERTIDOS.
           WRITE PEDIDOS-REGISTRO
           INVALID KEY
               ADD 1 TO CONTADOR-RECHAZADOS
           NOT INVALID KEY
               ADD 1 TO CONTADOR-RECARGADOS
           END-WRITE.

       RECARGA-PROVEEDOR.
           MOVE SALVADO-REGISTRO TO PROVEEDORES-REGISTRO.
           MOVE ZERO TO PROVEEDORES-PLAZO-PAGO.
           MOVE "MXN" TO PROVEEDORES-MONEDA.
           ADD 1 TO CONTADOR-CONVERTIDOS.
           WRITE PROVEEDORES-REGISTRO
           INVALID KEY
               ADD 1 TO CONTADOR-RECHAZADOS
           NOT INVALID KEY
               ADD 1 TO CONTADOR-RECARGADOS
           END-WRITE.

       RECARGA-CODIGO-BARRAS.
           MOVE SALVADO-REGISTRO TO BARRAS-REGISTRO.
           MOVE 1 TO BARRAS-UNIDADES.
           ADD 1 TO CONTADOR-CONVERTIDOS.
           WRITE BARRAS-REGISTRO
           INVALID KEY
               ADD 1 TO CONTADOR-RECHAZADOS
           NOT INVALID KEY
               ADD 1 TO CONTADOR-RECARGADOS
           END-WRITE.

       RECARGA-FACTURA.
           MOVE SALVADO-REGISTRO TO FPROV-REGISTRO.
           MOVE "MXN" TO FPROV-MONEDA.
           MOVE ZERO TO FPROV-PRECIO-MONEDA.
           MOVE ZERO TO FPROV-TIPO-CAMBIO.
           MOVE ZERO TO FPROV-DIFERENCIA-CAMBIARIA.
           ADD 1 TO CONTADOR-CONVERTIDOS.
           WRITE FPROV-REGISTRO
           INVALID KEY
               ADD 1 TO CONTADOR-RECHAZADOS
           NOT INVALID KEY
               ADD 1 TO CONTADOR-RECARGADOS
           END-WRITE.

      * Solo se completan las lineas con la disposicion anterior; las
      * que ya traen moneda se copian tal cual.
       RECARGA-COSTO.
           MOVE SALVADO-REGISTRO TO RECEPCION-COSTO-REGISTRO.
           IF RCOSTO-MONEDA = SPACE
               MOVE "MXN" TO RCOSTO-MONEDA
               MOVE ZERO TO RCOSTO-COSTO-MONEDA
               MOVE ZERO TO RCOSTO-TIPO-CAMBIO
               ADD 1 TO CONTADOR-CONVERTIDOS.
           WRITE RECEPCION-COSTO-REGISTRO.
           ADD 1 TO CONTADOR-RECARGADOS.

       CIERRA-NUEVO.
           EVALUATE OPCION
               WHEN 1
                   CLOSE PEDIDOS-ARCHIVO
               WHEN 2
                   CLOSE PROVEEDORES-ARCHIVO
               WHEN 3
                   CLOSE BARRAS-ARCHIVO
               WHEN 4
                   CLOSE FACTURAS-ARCHIVO
               WHEN 5
                   CLOSE COSTOS-ARCHIVO
           END-EVALUATE.

       MUESTRA-RESULTADO.
           DISPLAY " ".
           DISPLAY "RESULTADO DE LA CONVERSION".
           DISPLAY "Registros leidos......: " CONTADOR-LEIDOS.
           DISPLAY "Registros convertidos.: " CONTADOR-CONVERTIDOS.
           DISPLAY "Registros recargados..: " CONTADOR-RECARGADOS.
           IF CONTADOR-RECHAZADOS NOT = ZERO
               DISPLAY "Registros rechazados..: " CONTADOR-RECHAZADOS.
           IF CONTADOR-RECARGADOS < CONTADOR-LEIDOS
               DISPLAY "ATENCION: no se recargaron todos los registros;"
                   " revise el archivo conservado.".

       END PROGRAM FILE-CONVERSION.
