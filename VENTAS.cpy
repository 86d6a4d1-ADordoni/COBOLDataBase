      * consulte el detalle de lo vendido.
      * VENTAS-CREDITO: S = linea de una factura a credito; la factura
      * queda abierta en cartera.dat. Cliente 0 = venta de mostrador.
      * VENTAS-PRECIO es el precio cobrado: el de convenio del cliente
      * cuando aplica (CONVENIOS.cpy), si no el de lista.
      ******************************************************************
       01 VENTAS-REGISTRO.
           05 VENTAS-CLAVE.
