      * Copybook: registro de lineas de ordenes de compra (pedidos.dat),
      * usado por PURCHASE-ORDER y por cualquier programa que consulte
      * o reciba ordenes de compra.
      * PEDIDOS-ESTADO: A = abierta, P = recibida parcial, C = cerrada,
      * H = retenida por exceder el presupuesto de compras (no se
      * recibe hasta que un supervisor la autoriza en
      * PURCHASE-BUDGET-DATA-BASE).
      * PEDIDOS-FECHA-RECEPCION: ultima fecha en que GOODS-RECEIPT
      * posteo mercancia contra la linea (blanco si nada ha llegado);
      * la compara SUPPLIER-DELIVERY-REPORT contra la entrega
      * prometida del proveedor.
      * PEDIDOS-MONEDA y PEDIDOS-COSTO-MONEDA: moneda del proveedor y
      * costo unitario pedido en esa moneda (en pesos si es MXN).
      * PEDIDOS-TIPO-CAMBIO-RECEPCION: tipo de cambio con que
      * GOODS-RECEIPT convirtio a pesos lo recibido (promedio ponderado
      * si hubo varias recepciones); cero para lineas en pesos.
      * INVOICE-MATCH lo compara con el tipo de cambio de la factura.
      * Las cantidades y el costo son siempre por unidad base.
      * PEDIDOS-UNIDAD-COMPRA y PEDIDOS-FACTOR-COMPRA: unidad en que
      * se pidio al proveedor (caja, bulto...) y unidades base que
      * contiene, tomadas de unidades_medida.dat al generar la orden;
      * factor cero o uno = se pidio por unidad.
      ******************************************************************
       01 PEDIDOS-REGISTRO.
           05 PEDIDOS-CLAVE.
           05 PEDIDOS-CANTIDAD-RECIBIDA PIC 9(5).
           05 PEDIDOS-ESTADO PIC X.
           05 PEDIDOS-FECHA-RECEPCION PIC X(8).
           05 PEDIDOS-MONEDA PIC X(3).
           05 PEDIDOS-COSTO-MONEDA PIC 9999V99.
           05 PEDIDOS-TIPO-CAMBIO-RECEPCION PIC 9(3)V9(4).
           05 PEDIDOS-UNIDAD-COMPRA PIC X(6).
           05 PEDIDOS-FACTOR-COMPRA PIC 9(4).
