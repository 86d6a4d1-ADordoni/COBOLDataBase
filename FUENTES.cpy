      ******************************************************************
      * Copybook: fuentes de abastecimiento por articulo y proveedor
      * (fuentes.dat), mantenidas por SUPPLIER-SOURCE-DATA-BASE.
      * Un articulo puede comprarse a varios proveedores; cada fuente
      * guarda el codigo del articulo en el catalogo del proveedor, el
      * costo cotizado, la cantidad minima de compra y el empaque
      * (la orden se redondea a multiplos de FUENTE-EMPAQUE).
      * FUENTE-PREFERIDO: S = fuente preferida del articulo (solo una
      * por articulo); PURCHASE-ORDER pide a esa fuente y, si el
      * articulo no tiene fuente preferida, a ARTICULOS-PROVEEDOR-ID.
      * INVOICE-MATCH coteja contra FUENTE-COSTO del proveedor que
      * factura; SUPPLIER-REPORT lista el catalogo de cada proveedor.
      * FUENTE-COSTO esta en la moneda del proveedor
      * (PROVEEDORES-MONEDA).
      ******************************************************************
       01 FUENTES-REGISTRO.
           05 FUENTE-CLAVE.
               10 FUENTE-ARTICULO-ID PIC 9(4).
               10 FUENTE-PROVEEDOR-ID PIC 9(4).
           05 FUENTE-CODIGO PIC X(15).
           05 FUENTE-COSTO PIC 9999V99.
           05 FUENTE-MINIMO PIC 9(5).
           05 FUENTE-EMPAQUE PIC 9(5).
           05 FUENTE-PREFERIDO PIC X.
           05 FUENTE-FECHA-COTIZACION PIC X(8).
           05 FUENTE-OPERADOR PIC X(10).
