      * Copybook: cuentas por cobrar de ventas a credito (cartera.dat),
      * escrita por SALES-INVOICE al cerrar una factura a credito,
      * saldada por CUSTOMER-PAYMENT y leida por AGING-REPORT.
      * CARTERA-PAGADO incluye las notas de credito de CUSTOMER-RETURN.
      * CARTERA-ESTADO: A = abierta, P = pagada.
      ******************************************************************
       01 CARTERA-REGISTRO.
