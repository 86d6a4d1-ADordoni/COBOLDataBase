      ******************************************************************
      * Copybook: articulos controlados por numero de serie
      * (articulos_serializados.dat), mantenido por SERIAL-DATA-BASE.
      * Un articulo con registro aqui exige una serie por pieza en
      * GOODS-RECEIPT, SALES-INVOICE, SALES-ORDER y
      * RETURN-TO-SUPPLIER.
      * SERIADO-GARANTIA-MESES: meses de garantia a partir de la
      * venta (cero = sin garantia); la usa WARRANTY-INQUIRY.
      ******************************************************************
       01 SERIADO-REGISTRO.
           05 SERIADO-ARTICULO-ID PIC 9(4).
           05 SERIADO-GARANTIA-MESES PIC 9(3).
           05 SERIADO-FECHA-ALTA PIC X(8).
           05 SERIADO-OPERADOR PIC X(10).
