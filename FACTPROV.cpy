      ******************************************************************
      * Copybook: lineas de facturas de proveedor (facturas_prov.dat),
      * escritas por INVOICE-MATCH al cotejarlas contra pedidos.dat y
      * el costo esperado: el cotizado por el proveedor en fuentes.dat
      * o, si no hay cotizacion, ARTICULOS-COSTO.
      * FPROV-FECHA es la fecha de la factura del proveedor.
      * FPROV-ESTADO: A = aprobada para pago, D = con discrepancia.
      * Las lineas aprobadas de cada factura se suman a cxp.dat.
      * Para proveedores en moneda extranjera FPROV-PRECIO-MONEDA es el
      * precio facturado en FPROV-MONEDA, FPROV-TIPO-CAMBIO el de la
      * factura y FPROV-PRECIO su equivalente en pesos.
      * FPROV-DIFERENCIA-CAMBIARIA: pesos de mas (perdida, positivo) o
      * de menos (utilidad, negativo) contra el tipo de cambio con que
      * se recibio la mercancia; no es discrepancia de precio.
      ******************************************************************
       01 FPROV-REGISTRO.
           05 FPROV-CLAVE.
           05 FPROV-CANTIDAD PIC 9(5).
           05 FPROV-PRECIO PIC 9999V99.
           05 FPROV-ESTADO PIC X.
           05 FPROV-MONEDA PIC X(3).
           05 FPROV-PRECIO-MONEDA PIC 9999V99.
           05 FPROV-TIPO-CAMBIO PIC 9(3)V9(4).
           05 FPROV-DIFERENCIA-CAMBIARIA PIC S9(7)V99.
