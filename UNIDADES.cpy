      ******************************************************************
      * Copybook: unidades de medida por articulo (unidades_medida.dat),
      * mantenido por UNIT-DATA-BASE; llave UM-ARTICULO-ID.
      * UM-UNIDAD-BASE: unidad en que se lleva el inventario (pieza,
      * kg...). Todas las cantidades de articulos.dat, movimientos y
      * pedidos estan en esta unidad.
      * UM-UNIDAD-COMPRA / UM-FACTOR-COMPRA: unidad en que se pide al
      * proveedor y cuantas unidades base contiene; PURCHASE-ORDER
      * pide en esa unidad y GOODS-RECEIPT e INVOICE-MATCH capturan
      * cantidades y costos por esa unidad.
      * UM-UNIDAD-VENTA / UM-FACTOR-VENTA: unidad de venta habitual y
      * unidades base que contiene (informativo).
      * Factor cero o uno = la unidad es la unidad base.
      ******************************************************************
       01 UM-REGISTRO.
           05 UM-ARTICULO-ID PIC 9(4).
           05 UM-UNIDAD-BASE PIC X(6).
           05 UM-UNIDAD-COMPRA PIC X(6).
           05 UM-FACTOR-COMPRA PIC 9(4).
           05 UM-UNIDAD-VENTA PIC X(6).
           05 UM-FACTOR-VENTA PIC 9(4).
