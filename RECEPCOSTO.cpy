      * prorrateo del flete de la orden). Los lee
      * COST-VARIANCE-REPORT para las variaciones contra el costo
      * estandar vigente al momento de la recepcion.
      * Si el proveedor factura en otra moneda, RCOSTO-COSTO-MONEDA es
      * el costo capturado en RCOSTO-MONEDA y RCOSTO-TIPO-CAMBIO el de
      * la fecha de recepcion con que se paso a pesos.
      ******************************************************************
       01 RECEPCION-COSTO-REGISTRO.
           05 RCOSTO-FECHA PIC X(8).
           05 RCOSTO-COSTO-ESTANDAR PIC 9999V99.
           05 RCOSTO-COSTO-REAL PIC 9999V99.
           05 RCOSTO-COSTO-NUEVO PIC 9999V99.
           05 RCOSTO-MONEDA PIC X(3).
           05 RCOSTO-COSTO-MONEDA PIC 9999V99.
           05 RCOSTO-TIPO-CAMBIO PIC 9(3)V9(4).
