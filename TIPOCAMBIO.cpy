      ******************************************************************
      * Copybook: tipos de cambio (tipos_cambio.dat), pesos por unidad
      * de moneda extranjera vigentes desde TC-FECHA. Los mantiene un
      * supervisor con EXCHANGE-RATE-DATA-BASE. Para una fecha dada
      * rige el registro de la moneda con la fecha mas reciente que no
      * sea posterior a ella. Los usan PURCHASE-ORDER, GOODS-RECEIPT
      * (tipo de la fecha de recepcion) e INVOICE-MATCH (tipo de la
      * fecha de la factura).
      ******************************************************************
       01 TIPOS-CAMBIO-REGISTRO.
           05 TC-CLAVE.
               10 TC-MONEDA PIC X(3).
               10 TC-FECHA PIC X(8).
           05 TC-TIPO PIC 9(3)V9(4).
           05 TC-OPERADOR PIC X(10).
