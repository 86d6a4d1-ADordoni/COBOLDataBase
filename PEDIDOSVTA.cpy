      ******************************************************************
      * Copybook: lineas de pedidos de venta (pedidos_venta.dat),
      * capturados por SALES-ORDER con numero de pedido tomado de
      * pedidos_venta_control.dat. Al capturar se reserva lo disponible
      * en reservas.dat (RES-REFERENCIA = PVnnnnnn) y el faltante pasa
      * a pendientes_venta.dat; GOODS-RECEIPT asigna a la linea lo que
      * llega para esos pendientes. SALES-ORDER factura lo surtido sin
      * volver a capturar las lineas.
      * PV-CANTIDAD-RESERVADA: apartado y aun no facturado.
      * PV-CANTIDAD-PENDIENTE: faltante en espera de mercancia.
      * PV-ESTADO: A = abierta, F = facturada por completo,
      * C = cancelada.
      * PV-PRECIO queda fijo al capturar: el de convenio del cliente si
      * lo hay (CONVENIOS.cpy), si no ARTICULOS-PRECIO.
      * PV-ORIGEN-PRECIO: L = precio de lista, A = convenio por
      * articulo, C = convenio por categoria.
      ******************************************************************
       01 PEDIDOS-VENTA-REGISTRO.
           05 PV-CLAVE.
               10 PV-NUMERO PIC 9(6).
               10 PV-LINEA PIC 9(3).
           05 PV-FECHA PIC X(8).
           05 PV-CLIENTE-ID PIC 9(4).
           05 PV-CREDITO PIC X.
           05 PV-ARTICULO-ID PIC 9(4).
           05 PV-PRECIO PIC 9999V99.
           05 PV-CANTIDAD-PEDIDA PIC 9(5).
           05 PV-CANTIDAD-RESERVADA PIC 9(5).
           05 PV-CANTIDAD-PENDIENTE PIC 9(5).
           05 PV-CANTIDAD-FACTURADA PIC 9(5).
           05 PV-RESERVA PIC 9(6).
           05 PV-FACTURA PIC 9(6).
           05 PV-ESTADO PIC X.
           05 PV-OPERADOR PIC X(10).
           05 PV-ORIGEN-PRECIO PIC X.
