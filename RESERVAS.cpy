      * la cantidad comprometida del disponible al validar salidas, y
      * LOW-STOCK-REPORT y FIND-DATA-BASE muestran el disponible
      * (existencia menos reservado).
      * SALES-ORDER reserva lo disponible de cada pedido de venta con
      * RES-REFERENCIA = PVnnnnnn y GOODS-RECEIPT suma a esas reservas
      * lo que asigna a los pedidos pendientes; RES-CANTIDAD sigue a
      * PV-CANTIDAD-RESERVADA hasta que la linea se factura.
      * RES-ESTADO: A = activa, C = cumplida, L = liberada.
      * RES-FECHA-VENCE en blanco = la reserva no vence.
      ******************************************************************
