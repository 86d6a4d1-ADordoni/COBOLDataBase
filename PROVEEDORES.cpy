      ******************************************************************
      * Copybook: registro de proveedores, usado por SUPPLIER-DATA-BASE
      * y por cualquier programa que necesite consultar proveedores.dat.
      * PROVEEDORES-PLAZO-PAGO: dias de credito que da el proveedor;
      * INVOICE-MATCH lo suma a la fecha de la factura para fijar el
      * vencimiento en cuentas por pagar (cxp.dat). Cero = de contado.
      * PROVEEDORES-MONEDA: moneda en que factura el proveedor (MXN =
      * pesos; blanco se toma como MXN). Para otra moneda, las ordenes
      * y facturas llevan el importe en esa moneda y se convierten a
      * pesos con tipos_cambio.dat (EXCHANGE-RATE-DATA-BASE).
      ******************************************************************
       01 PROVEEDORES-REGISTRO.
           05 PROVEEDORES-ID PIC 9(4).
           05 PROVEEDORES-NOMBRE PIC X(30).
           05 PROVEEDORES-CONTACTO PIC X(30).
           05 PROVEEDORES-TIEMPO-ENTREGA PIC 9(3).
           05 PROVEEDORES-PLAZO-PAGO PIC 9(3).
           05 PROVEEDORES-MONEDA PIC X(3).
