      ******************************************************************
      * Copybook: faltantes de pedidos de venta en espera de mercancia
      * (pendientes_venta.dat). Los escribe SALES-ORDER cuando no hay
      * disponible para una linea y GOODS-RECEIPT los lista y asigna al
      * recibir el articulo, del pedido mas antiguo al mas reciente.
      * PEND-ESTADO: P = pendiente, S = surtido (asignado por completo),
      * C = cancelado con el pedido.
      ******************************************************************
       01 PENDIENTES-REGISTRO.
           05 PEND-CLAVE.
               10 PEND-ARTICULO-ID PIC 9(4).
               10 PEND-PEDIDO PIC 9(6).
               10 PEND-LINEA PIC 9(3).
           05 PEND-FECHA PIC X(8).
           05 PEND-CLIENTE-ID PIC 9(4).
           05 PEND-CANTIDAD PIC 9(5).
           05 PEND-ESTADO PIC X.
