      ******************************************************************
      * Copybook: numeros de serie por pieza (numeros_serie.dat), llave
      * articulo + serie con llave alterna SERIE-NUMERO (con
      * duplicados: dos fabricantes pueden repetir una serie).
      * Los da de alta GOODS-RECEIPT (o SERIAL-DATA-BASE para la
      * existencia inicial), los vende SALES-INVOICE o SALES-ORDER,
      * los devuelve RETURN-TO-SUPPLIER y los consulta WARRANTY-INQUIRY.
      * SERIE-ESTADO: I = en existencia, V = vendida, D = devuelta al
      * proveedor, B = dada de baja.
      * SERIE-PROVEEDOR-ID / SERIE-PEDIDO-NUMERO: origen de la pieza
      * (cero = alta manual sin orden de compra).
      * SERIE-FACTURA / SERIE-CLIENTE-ID / SERIE-FECHA-VENTA: venta
      * (cliente 0 = mostrador).
      * SERIE-DEVOLUCION / SERIE-FECHA-SALIDA: nota de cargo de la
      * devolucion al proveedor, o fecha de baja.
      ******************************************************************
       01 SERIE-REGISTRO.
           05 SERIE-CLAVE.
               10 SERIE-ARTICULO-ID PIC 9(4).
               10 SERIE-NUMERO PIC X(20).
           05 SERIE-ESTADO PIC X.
           05 SERIE-PROVEEDOR-ID PIC 9(4).
           05 SERIE-PEDIDO-NUMERO PIC 9(6).
           05 SERIE-FECHA-RECEPCION PIC X(8).
           05 SERIE-FACTURA PIC 9(6).
           05 SERIE-CLIENTE-ID PIC 9(4).
           05 SERIE-FECHA-VENTA PIC X(8).
           05 SERIE-DEVOLUCION PIC 9(6).
           05 SERIE-FECHA-SALIDA PIC X(8).
           05 SERIE-OPERADOR PIC X(10).
