      ******************************************************************
      * Copybook: devoluciones de clientes (devoluciones_clientes.dat),
      * escritas por CUSTOMER-RETURN. Cada registro es una linea de
      * nota de credito y referencia la linea de factura de venta
      * (ventas.dat) por la que salio la mercancia; la clave alterna
      * DVC-VENTA-CLAVE permite sumar lo ya devuelto de esa linea.
      * DVC-CONDICION: R = revendible (vuelve a la existencia),
      * D = danado (entra y se da de baja como merma).
      * DVC-CREDITO: S = la factura original fue a credito y el
      * importe se descargo de cartera.dat.
      ******************************************************************
       01 DEVCLIENTES-REGISTRO.
           05 DVC-CLAVE.
               10 DVC-NUMERO PIC 9(6).
               10 DVC-LINEA PIC 9(3).
           05 DVC-FECHA PIC X(8).
           05 DVC-VENTA-CLAVE.
               10 DVC-VENTA-NUMERO PIC 9(6).
               10 DVC-VENTA-LINEA PIC 9(3).
           05 DVC-CLIENTE-ID PIC 9(4).
           05 DVC-ARTICULO-ID PIC 9(4).
           05 DVC-CANTIDAD PIC 9(5).
           05 DVC-PRECIO PIC 9999V99.
           05 DVC-IMPORTE PIC 9(9)V99.
           05 DVC-CREDITO PIC X.
           05 DVC-CONDICION PIC X.
           05 DVC-OPERADOR PIC X(10).
