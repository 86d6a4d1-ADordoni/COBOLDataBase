      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRANTY-INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SERIES-ARCHIVO
       ASSIGN TO "numeros_serie.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SERIE-CLAVE
       ALTERNATE RECORD KEY IS SERIE-NUMERO
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS SERIES-STATUS.

       SELECT SERIADOS-ARCHIVO
       ASSIGN TO "articulos_serializados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SERIADO-ARTICULO-ID
       ACCESS MODE IS RANDOM
       FILE STATUS IS SERIADOS-STATUS.

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

       SELECT PROVEEDORES-ARCHIVO
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROVEEDORES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PROVEEDOR-STATUS.

       SELECT CLIENTES-ARCHIVO
       ASSIGN TO "clientes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CLIENTES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CLIENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SERIES-ARCHIVO.
       COPY "SERIES.cpy".

       FD SERIADOS-ARCHIVO.
       COPY "SERIADOS.cpy".

       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD PROVEEDORES-ARCHIVO.
       COPY "PROVEEDORES.cpy".

       FD CLIENTES-ARCHIVO.
       COPY "CLIENTES.cpy".

       WORKING-STORAGE SECTION.
       77 SERIES-STATUS PIC XX.
       77 SERIADOS-STATUS PIC XX.
       77 ARTICULOS-STATUS PIC XX.
       77 PROVEEDOR-STATUS PIC XX.
       77 CLIENTES-STATUS PIC XX.
       77 SERIADOS-DISPONIBLE PIC X VALUE "N".
       77 ARTICULOS-DISPONIBLE PIC X VALUE "N".
       77 PROVEEDORES-DISPONIBLE PIC X VALUE "N".
       77 CLIENTES-DISPONIBLE PIC X VALUE "N".
       77 SALIR PIC X VALUE "N".
       77 FIN-SERIES PIC X.
       77 SERIE-BUSCADA PIC X(20).
       77 CONTADOR-PIEZAS PIC 9(3).
       77 ESTADO-TEXTO PIC X(24).
       77 NOMBRE-PROVEEDOR PIC X(30).
       77 NOMBRE-CLIENTE PIC X(30).
       77 MESES-GARANTIA PIC 9(3).
       77 TOTAL-MESES PIC 9(6).
       77 FECHA-HOY PIC X(8).

       01 FECHA-FIN-GARANTIA.
           05 FIN-ANIO PIC 9(4).
           05 FIN-MES PIC 9(2).
           05 FIN-DIA PIC 9(2).
       01 FECHA-FIN-TEXTO REDEFINES FECHA-FIN-GARANTIA PIC X(8).

       PROCEDURE DIVISION.

       OPEN INPUT SERIES-ARCHIVO.
       IF SERIES-STATUS NOT = "00"
           DISPLAY "No hay numeros de serie registrados"
               " (numeros_serie.dat, estado: " SERIES-STATUS ")."
           GOBACK.
       OPEN INPUT SERIADOS-ARCHIVO.
       IF SERIADOS-STATUS = "00"
           MOVE "S" TO SERIADOS-DISPONIBLE.
       OPEN INPUT ARTICULOS-ARCHIVO.
       IF ARTICULOS-STATUS = "00"
           MOVE "S" TO ARTICULOS-DISPONIBLE.
       OPEN INPUT PROVEEDORES-ARCHIVO.
       IF PROVEEDOR-STATUS = "00"
           MOVE "S" TO PROVEEDORES-DISPONIBLE.
       OPEN INPUT CLIENTES-ARCHIVO.
       IF CLIENTES-STATUS = "00"
           MOVE "S" TO CLIENTES-DISPONIBLE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       DISPLAY " ".
       DISPLAY "CONSULTA DE GARANTIA POR NUMERO DE SERIE".
       PERFORM CONSULTA-SERIE UNTIL SALIR = "S".
       CLOSE SERIES-ARCHIVO.
       IF SERIADOS-DISPONIBLE = "S"
           CLOSE SERIADOS-ARCHIVO.
       IF ARTICULOS-DISPONIBLE = "S"
           CLOSE ARTICULOS-ARCHIVO.
       IF PROVEEDORES-DISPONIBLE = "S"
           CLOSE PROVEEDORES-ARCHIVO.
       IF CLIENTES-DISPONIBLE = "S"
           CLOSE CLIENTES-ARCHIVO.
       GOBACK.

      ******************************************************************
      * Una misma serie puede existir en articulos de distintos
      * fabricantes; se muestran todas las piezas que la llevan.
      ******************************************************************
       CONSULTA-SERIE.
           DISPLAY " ".
           DISPLAY "Numero de serie (vacio = salir): ".
           MOVE SPACE TO SERIE-BUSCADA.
           ACCEPT SERIE-BUSCADA.
           IF SERIE-BUSCADA = SPACE
               MOVE "S" TO SALIR
           ELSE
               MOVE ZERO TO CONTADOR-PIEZAS
               MOVE "N" TO FIN-SERIES
               MOVE SERIE-BUSCADA TO SERIE-NUMERO
               START SERIES-ARCHIVO KEY IS EQUAL TO SERIE-NUMERO
               INVALID KEY
                   MOVE "S" TO FIN-SERIES
               END-START
               PERFORM LEE-SERIE
               PERFORM MUESTRA-PIEZA UNTIL FIN-SERIES = "S"
               IF CONTADOR-PIEZAS = ZERO
                   DISPLAY "La serie " SERIE-BUSCADA
                       " no esta registrada.".

       LEE-SERIE.
           IF FIN-SERIES = "N"
               READ SERIES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "S" TO FIN-SERIES
               END-READ
               IF FIN-SERIES = "N" AND SERIE-NUMERO NOT = SERIE-BUSCADA
                   MOVE "S" TO FIN-SERIES.

       MUESTRA-PIEZA.
           ADD 1 TO CONTADOR-PIEZAS.
           DISPLAY " ".
           DISPLAY "Articulo.........: " SERIE-ARTICULO-ID.
           IF ARTICULOS-DISPONIBLE = "S"
               MOVE SERIE-ARTICULO-ID TO ARTICULOS-ID
               READ ARTICULOS-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "Producto.........: (no existe)"
               NOT INVALID KEY
                   DISPLAY "Producto.........: " ARTICULOS-PRODUCTO
                   DISPLAY "Marca............: " ARTICULOS-MARCA
               END-READ.
           PERFORM DESCRIBE-ESTADO.
           DISPLAY "Estado...........: " ESTADO-TEXTO.
           PERFORM BUSCA-PROVEEDOR.
           DISPLAY "Proveedor........: " SERIE-PROVEEDOR-ID " "
               NOMBRE-PROVEEDOR.
           IF SERIE-PEDIDO-NUMERO NOT = ZERO
               DISPLAY "Orden de compra..: " SERIE-PEDIDO-NUMERO.
           DISPLAY "Fecha de recepcion: " SERIE-FECHA-RECEPCION.
           IF SERIE-FACTURA NOT = ZERO
               PERFORM BUSCA-CLIENTE
               DISPLAY "Factura de venta.: " SERIE-FACTURA
               DISPLAY "Cliente..........: " SERIE-CLIENTE-ID " "
                   NOMBRE-CLIENTE
               DISPLAY "Fecha de venta...: " SERIE-FECHA-VENTA
               PERFORM MUESTRA-GARANTIA
           ELSE
               DISPLAY "(la pieza no se ha vendido)".
           IF SERIE-ESTADO = "D"
               DISPLAY "Nota de cargo....: " SERIE-DEVOLUCION
                   " del " SERIE-FECHA-SALIDA.
           IF SERIE-ESTADO = "B"
               DISPLAY "Fecha de baja....: " SERIE-FECHA-SALIDA.
           PERFORM LEE-SERIE.

       DESCRIBE-ESTADO.
           EVALUATE SERIE-ESTADO
               WHEN "I"
                   MOVE "EN EXISTENCIA" TO ESTADO-TEXTO
               WHEN "V"
                   MOVE "VENDIDA" TO ESTADO-TEXTO
               WHEN "D"
                   MOVE "DEVUELTA AL PROVEEDOR" TO ESTADO-TEXTO
               WHEN "B"
                   MOVE "DADA DE BAJA" TO ESTADO-TEXTO
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO ESTADO-TEXTO
           END-EVALUATE.

       BUSCA-PROVEEDOR.
           MOVE SPACE TO NOMBRE-PROVEEDOR.
           IF SERIE-PROVEEDOR-ID = ZERO
               MOVE "(existencia inicial)" TO NOMBRE-PROVEEDOR
           ELSE
               IF PROVEEDORES-DISPONIBLE = "S"
                   MOVE SERIE-PROVEEDOR-ID TO PROVEEDORES-ID
                   READ PROVEEDORES-ARCHIVO RECORD
                   INVALID KEY
                       MOVE "(no existe)" TO NOMBRE-PROVEEDOR
                   NOT INVALID KEY
                       MOVE PROVEEDORES-NOMBRE TO NOMBRE-PROVEEDOR
                   END-READ.

       BUSCA-CLIENTE.
           MOVE SPACE TO NOMBRE-CLIENTE.
           IF SERIE-CLIENTE-ID = ZERO
               MOVE "(venta de mostrador)" TO NOMBRE-CLIENTE
           ELSE
               IF CLIENTES-DISPONIBLE = "S"
                   MOVE SERIE-CLIENTE-ID TO CLIENTES-ID
                   READ CLIENTES-ARCHIVO RECORD
                   INVALID KEY
                       MOVE "(no existe)" TO NOMBRE-CLIENTE
                   NOT INVALID KEY
                       MOVE CLIENTES-NOMBRE TO NOMBRE-CLIENTE
                   END-READ.

      ******************************************************************
      * Fin de garantia: fecha de venta mas los meses del articulo.
      * Si el dia no existe en el mes final se toma el ultimo dia
      * (febrero se toma siempre a 28).
      ******************************************************************
       MUESTRA-GARANTIA.
           MOVE ZERO TO MESES-GARANTIA.
           IF SERIADOS-DISPONIBLE = "S"
               MOVE SERIE-ARTICULO-ID TO SERIADO-ARTICULO-ID
               READ SERIADOS-ARCHIVO RECORD
               INVALID KEY
                   MOVE ZERO TO MESES-GARANTIA
               NOT INVALID KEY
                   MOVE SERIADO-GARANTIA-MESES TO MESES-GARANTIA
               END-READ.
           IF MESES-GARANTIA = ZERO OR SERIE-FECHA-VENTA NOT NUMERIC
               DISPLAY "Garantia.........: sin garantia registrada"
           ELSE
               PERFORM CALCULA-FIN-GARANTIA
               DISPLAY "Garantia.........: " MESES-GARANTIA
                   " meses, hasta el " FECHA-FIN-TEXTO
               IF SERIE-ESTADO = "V" AND FECHA-HOY NOT > FECHA-FIN-TEXTO
                   DISPLAY "                   VIGENTE"
               ELSE
                   IF SERIE-ESTADO = "V"
                       DISPLAY "                   VENCIDA".

       CALCULA-FIN-GARANTIA.
           MOVE SERIE-FECHA-VENTA TO FECHA-FIN-TEXTO.
           COMPUTE TOTAL-MESES = FIN-ANIO * 12 + FIN-MES - 1
               + MESES-GARANTIA.
           DIVIDE TOTAL-MESES BY 12 GIVING FIN-ANIO
               REMAINDER FIN-MES.
           ADD 1 TO FIN-MES.
           IF FIN-MES = 2 AND FIN-DIA > 28
               MOVE 28 TO FIN-DIA.
           IF (FIN-MES = 4 OR FIN-MES = 6 OR FIN-MES = 9 OR
                   FIN-MES = 11) AND FIN-DIA > 30
               MOVE 30 TO FIN-DIA.

       END PROGRAM WARRANTY-INQUIRY.
