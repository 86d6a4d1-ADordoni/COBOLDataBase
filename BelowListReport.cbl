      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BELOW-LIST-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BAJO-LISTA-ARCHIVO
       ASSIGN TO "ventas_bajo_lista.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BAJO-LISTA-STATUS.

       SELECT SORT-FILE
       ASSIGN TO "SORTWORK".

       SELECT ARCHIVO-ORDENADO
       ASSIGN TO "ventas_bajo_lista.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ARCHIVO-STATUS.

       SELECT CLIENTES-ARCHIVO
       ASSIGN TO "clientes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CLIENTES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CLIENTES-STATUS.

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

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "bajo_lista.lst"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BAJO-LISTA-ARCHIVO.
       COPY "PRECIOAPL.cpy".

       SD SORT-FILE.
       01 SORT-REGISTRO.
           05 SORT-CLIENTE-ID PIC 9(4).
           05 SORT-FECHA PIC X(8).
           05 SORT-FACTURA PIC 9(6).
           05 SORT-LINEA PIC 9(3).
           05 FILLER PIC X(32).

       FD ARCHIVO-ORDENADO.
       01 REGISTRO-ORDENADO.
           05 ORD-CLIENTE-ID PIC 9(4).
           05 ORD-FECHA PIC X(8).
           05 ORD-FACTURA PIC 9(6).
           05 ORD-LINEA PIC 9(3).
           05 ORD-ARTICULO-ID PIC 9(4).
           05 ORD-CANTIDAD PIC 9(5).
           05 ORD-PRECIO-LISTA PIC 9999V99.
           05 ORD-PRECIO PIC 9999V99.
           05 ORD-ORIGEN PIC X.
           05 ORD-OPERADOR PIC X(10).

       FD CLIENTES-ARCHIVO.
       COPY "CLIENTES.cpy".

       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD REPORTE-ARCHIVO.
       01 LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       77 BAJO-LISTA-STATUS PIC XX.
       77 ARCHIVO-STATUS PIC XX.
       77 CLIENTES-STATUS PIC XX.
       77 ARTICULOS-STATUS PIC XX.
       77 CLIENTES-DISPONIBLE PIC X VALUE "N".
       77 ARTICULOS-DISPONIBLE PIC X VALUE "N".
       77 FIN-ARCHIVO PIC X VALUE "N".
       77 FECHA-DESDE PIC X(8).
       77 FECHA-HASTA PIC X(8).
       77 CLIENTE-ANTERIOR PIC 9(4).
       77 HAY-CLIENTE PIC X VALUE "N".
       77 DESCUENTO-LINEA PIC 9(9)V99.
       77 LINEAS-CLIENTE PIC 9(5) VALUE ZERO.
       77 LISTA-CLIENTE PIC 9(9)V99 VALUE ZERO.
       77 COBRADO-CLIENTE PIC 9(9)V99 VALUE ZERO.
       77 DESCUENTO-CLIENTE PIC 9(9)V99 VALUE ZERO.
       77 LINEAS-TOTAL PIC 9(5) VALUE ZERO.
       77 CLIENTES-TOTAL PIC 9(5) VALUE ZERO.
       77 LISTA-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 COBRADO-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 DESCUENTO-TOTAL PIC 9(9)V99 VALUE ZERO.

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(37) VALUE
               "VENTAS ABAJO DEL PRECIO DE LISTA DEL ".
           05 ENC-DESDE PIC X(8).
           05 FILLER PIC X(4) VALUE " AL ".
           05 ENC-HASTA PIC X(8).
       01 LINEA-CLIENTE.
           05 FILLER PIC X(9) VALUE "Cliente: ".
           05 CLI-ID PIC Z(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CLI-NOMBRE PIC X(30).
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(9) VALUE "  Factura".
           05 FILLER PIC X(9) VALUE " Fecha   ".
           05 FILLER PIC X(5) VALUE "  ID ".
           05 FILLER PIC X(21) VALUE "Producto             ".
           05 FILLER PIC X(7) VALUE "  Cant ".
           05 FILLER PIC X(8) VALUE "  Lista ".
           05 FILLER PIC X(8) VALUE "Cobrado ".
           05 FILLER PIC X(2) VALUE "O ".
           05 FILLER PIC X(10) VALUE " Descuento".
       01 LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-FACTURA PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-FECHA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ARTICULO PIC Z(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-PRODUCTO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CANTIDAD PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-LISTA PIC ZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-PRECIO PIC ZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ORIGEN PIC X.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DESCUENTO PIC ZZZ,ZZ9.99.
       01 LINEA-SUBTOTAL.
           05 FILLER PIC X(4) VALUE SPACE.
           05 SUB-TITULO PIC X(20).
           05 SUB-LINEAS PIC ZZ,ZZ9.
           05 FILLER PIC X(8) VALUE " lineas ".
           05 FILLER PIC X(7) VALUE "Lista: ".
           05 SUB-LISTA PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE "  Dto: ".
           05 SUB-DESCUENTO PIC ZZ,ZZZ,ZZ9.99.
       01 LINEA-PIE.
           05 FILLER PIC X(4) VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "Origen: A = convenio por articulo, C = por categoria,".
       01 LINEA-PIE-2.
           05 FILLER PIC X(12) VALUE SPACE.
           05 FILLER PIC X(40) VALUE
               "P = precio pactado en pedido de venta.".

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "VENTAS ABAJO DEL PRECIO DE LISTA POR CLIENTE".
       PERFORM PIDE-FECHA-DESDE.
       PERFORM PIDE-FECHA-HASTA.
       SORT SORT-FILE
           ON ASCENDING KEY SORT-CLIENTE-ID
           ON ASCENDING KEY SORT-FECHA
           ON ASCENDING KEY SORT-FACTURA
           ON ASCENDING KEY SORT-LINEA
           USING BAJO-LISTA-ARCHIVO
           GIVING ARCHIVO-ORDENADO.
       IF BAJO-LISTA-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-BAJO-LISTA
           GOBACK.
       OPEN INPUT ARCHIVO-ORDENADO.
       IF ARCHIVO-STATUS NOT = "00"
           DISPLAY "No se pudo abrir el archivo ordenado (estado: "
               ARCHIVO-STATUS ")"
           GOBACK.
       OPEN INPUT CLIENTES-ARCHIVO.
       IF CLIENTES-STATUS = "00"
           MOVE "S" TO CLIENTES-DISPONIBLE.
       OPEN INPUT ARTICULOS-ARCHIVO.
       IF ARTICULOS-STATUS = "00"
           MOVE "S" TO ARTICULOS-DISPONIBLE.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE FECHA-DESDE TO ENC-DESDE.
       MOVE FECHA-HASTA TO ENC-HASTA.
       WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
       PERFORM LEE-SIGUIENTE-ORDENADO.
       PERFORM GENERA-DETALLE UNTIL FIN-ARCHIVO = "S".
       IF HAY-CLIENTE = "S"
           PERFORM IMPRIME-SUBTOTAL-CLIENTE.
       PERFORM IMPRIME-TOTAL.
       CLOSE REPORTE-ARCHIVO.
       CLOSE ARCHIVO-ORDENADO.
       IF CLIENTES-DISPONIBLE = "S"
           CLOSE CLIENTES-ARCHIVO.
       IF ARTICULOS-DISPONIBLE = "S"
           CLOSE ARTICULOS-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Clientes con ventas abajo de lista: " CLIENTES-TOTAL.
       DISPLAY "Lineas...........................: " LINEAS-TOTAL.
       DISPLAY "Importe a precio de lista........: " LISTA-TOTAL.
       DISPLAY "Importe cobrado..................: " COBRADO-TOTAL.
       DISPLAY "Descuento otorgado...............: " DESCUENTO-TOTAL.
       DISPLAY "Reporte generado en bajo_lista.lst".
       GOBACK.

       MUESTRA-ERROR-BAJO-LISTA.
           DISPLAY "No se pudo leer el diario de ventas abajo de"
               " lista.".
           EVALUATE BAJO-LISTA-STATUS
               WHEN "35"
                   DISPLAY "El archivo ventas_bajo_lista.dat no existe."
                   DISPLAY "Aun no hay ventas abajo del precio de"
                       " lista."
               WHEN "37"
                   DISPLAY "No hay permisos para leer el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " BAJO-LISTA-STATUS
           END-EVALUATE.

       PIDE-FECHA-DESDE.
           DISPLAY "Fecha inicial (AAAAMMDD, vacio = primero del"
               " mes): ".
           MOVE SPACE TO FECHA-DESDE.
           ACCEPT FECHA-DESDE.
           IF FECHA-DESDE = SPACE
               MOVE FUNCTION CURRENT-DATE(1:6) TO FECHA-DESDE(1:6)
               MOVE "01" TO FECHA-DESDE(7:2).
           IF FECHA-DESDE NOT NUMERIC
               DISPLAY "La fecha debe ser AAAAMMDD."
               PERFORM PIDE-FECHA-DESDE.

       PIDE-FECHA-HASTA.
           DISPLAY "Fecha final (AAAAMMDD, vacio = hoy): ".
           MOVE SPACE TO FECHA-HASTA.
           ACCEPT FECHA-HASTA.
           IF FECHA-HASTA = SPACE
               MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HASTA.
           IF FECHA-HASTA NOT NUMERIC
               DISPLAY "La fecha debe ser AAAAMMDD."
               PERFORM PIDE-FECHA-HASTA.
           IF FECHA-HASTA NUMERIC AND FECHA-HASTA < FECHA-DESDE
               DISPLAY "La fecha final no puede ser anterior a la"
                   " inicial."
               PERFORM PIDE-FECHA-HASTA.

       LEE-SIGUIENTE-ORDENADO.
           READ ARCHIVO-ORDENADO
           AT END
               MOVE "S" TO FIN-ARCHIVO.

       GENERA-DETALLE.
           IF ORD-FECHA NOT < FECHA-DESDE AND
                   ORD-FECHA NOT > FECHA-HASTA
               IF HAY-CLIENTE = "S" AND
                       ORD-CLIENTE-ID NOT = CLIENTE-ANTERIOR
                   PERFORM IMPRIME-SUBTOTAL-CLIENTE
               END-IF
               IF HAY-CLIENTE = "N"
                   PERFORM IMPRIME-ENCABEZADO-CLIENTE
               END-IF
               PERFORM IMPRIME-DETALLE.
           PERFORM LEE-SIGUIENTE-ORDENADO.

       IMPRIME-ENCABEZADO-CLIENTE.
           MOVE "S" TO HAY-CLIENTE.
           MOVE ORD-CLIENTE-ID TO CLIENTE-ANTERIOR.
           ADD 1 TO CLIENTES-TOTAL.
           MOVE ORD-CLIENTE-ID TO CLI-ID.
           MOVE SPACE TO CLI-NOMBRE.
           IF CLIENTES-DISPONIBLE = "S"
               MOVE ORD-CLIENTE-ID TO CLIENTES-ID
               READ CLIENTES-ARCHIVO RECORD
               INVALID KEY
                   MOVE "(cliente no registrado)" TO CLI-NOMBRE
               NOT INVALID KEY
                   MOVE CLIENTES-NOMBRE TO CLI-NOMBRE
               END-READ.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-CLIENTE.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS.

       IMPRIME-DETALLE.
           COMPUTE DESCUENTO-LINEA = ORD-CANTIDAD *
               (ORD-PRECIO-LISTA - ORD-PRECIO).
           MOVE SPACE TO LINEA-DETALLE.
           MOVE ORD-FACTURA TO DET-FACTURA.
           MOVE ORD-FECHA TO DET-FECHA.
           MOVE ORD-ARTICULO-ID TO DET-ARTICULO.
           MOVE SPACE TO DET-PRODUCTO.
           IF ARTICULOS-DISPONIBLE = "S"
               MOVE ORD-ARTICULO-ID TO ARTICULOS-ID
               READ ARTICULOS-ARCHIVO RECORD
               INVALID KEY
                   MOVE "(dado de baja)" TO DET-PRODUCTO
               NOT INVALID KEY
                   MOVE ARTICULOS-PRODUCTO TO DET-PRODUCTO
               END-READ.
           MOVE ORD-CANTIDAD TO DET-CANTIDAD.
           MOVE ORD-PRECIO-LISTA TO DET-LISTA.
           MOVE ORD-PRECIO TO DET-PRECIO.
           MOVE ORD-ORIGEN TO DET-ORIGEN.
           MOVE DESCUENTO-LINEA TO DET-DESCUENTO.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           ADD 1 TO LINEAS-CLIENTE.
           COMPUTE LISTA-CLIENTE = LISTA-CLIENTE +
               ORD-CANTIDAD * ORD-PRECIO-LISTA.
           COMPUTE COBRADO-CLIENTE = COBRADO-CLIENTE +
               ORD-CANTIDAD * ORD-PRECIO.
           ADD DESCUENTO-LINEA TO DESCUENTO-CLIENTE.

       IMPRIME-SUBTOTAL-CLIENTE.
           MOVE "Total cliente" TO SUB-TITULO.
           MOVE LINEAS-CLIENTE TO SUB-LINEAS.
           MOVE LISTA-CLIENTE TO SUB-LISTA.
           MOVE DESCUENTO-CLIENTE TO SUB-DESCUENTO.
           WRITE LINEA-REPORTE FROM LINEA-SUBTOTAL.
           ADD LINEAS-CLIENTE TO LINEAS-TOTAL.
           ADD LISTA-CLIENTE TO LISTA-TOTAL.
           ADD COBRADO-CLIENTE TO COBRADO-TOTAL.
           ADD DESCUENTO-CLIENTE TO DESCUENTO-TOTAL.
           MOVE ZERO TO LINEAS-CLIENTE.
           MOVE ZERO TO LISTA-CLIENTE.
           MOVE ZERO TO COBRADO-CLIENTE.
           MOVE ZERO TO DESCUENTO-CLIENTE.
           MOVE "N" TO HAY-CLIENTE.

       IMPRIME-TOTAL.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF LINEAS-TOTAL = ZERO
               MOVE "No hay ventas abajo de lista en el periodo."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE "TOTAL GENERAL" TO SUB-TITULO
               MOVE LINEAS-TOTAL TO SUB-LINEAS
               MOVE LISTA-TOTAL TO SUB-LISTA
               MOVE DESCUENTO-TOTAL TO SUB-DESCUENTO
               WRITE LINEA-REPORTE FROM LINEA-SUBTOTAL
               MOVE SPACE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               WRITE LINEA-REPORTE FROM LINEA-PIE
               WRITE LINEA-REPORTE FROM LINEA-PIE-2.

       END PROGRAM BELOW-LIST-REPORT.
