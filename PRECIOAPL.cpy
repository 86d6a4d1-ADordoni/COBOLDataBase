      ******************************************************************
      * Copybook: lineas vendidas por debajo del precio de lista
      * (ventas_bajo_lista.dat). Las escriben SALES-INVOICE y
      * SALES-ORDER cuando el precio cobrado (VENTAS-PRECIO) queda
      * abajo de ARTICULOS-PRECIO, y las lee BELOW-LIST-REPORT.
      * BLIS-ORIGEN: A = convenio por articulo, C = convenio por
      * categoria, P = precio pactado en el pedido de venta.
      ******************************************************************
       01 BAJO-LISTA-REGISTRO.
           05 BLIS-CLIENTE-ID PIC 9(4).
           05 BLIS-FECHA PIC X(8).
           05 BLIS-FACTURA PIC 9(6).
           05 BLIS-LINEA PIC 9(3).
           05 BLIS-ARTICULO-ID PIC 9(4).
           05 BLIS-CANTIDAD PIC 9(5).
           05 BLIS-PRECIO-LISTA PIC 9999V99.
           05 BLIS-PRECIO PIC 9999V99.
           05 BLIS-ORIGEN PIC X.
           05 BLIS-OPERADOR PIC X(10).
