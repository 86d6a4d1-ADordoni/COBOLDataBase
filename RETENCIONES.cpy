      ******************************************************************
      * Copybook: retenciones de credito por cliente (retenciones.dat),
      * mantenido cada noche por CREDIT-REVIEW y consultado por
      * SALES-INVOICE antes de aceptar una venta a credito.
      * RET-ESTADO: R = retenido, L = liberado.
      * RET-MOTIVO: V = factura vencida, L = saldo sobre el limite,
      * A = ambos.
      * RET-DIAS = antiguedad de la factura abierta mas vieja.
      ******************************************************************
       01 RETENCIONES-REGISTRO.
           05 RET-CLIENTE-ID PIC 9(4).
           05 RET-ESTADO PIC X.
           05 RET-FECHA PIC X(8).
           05 RET-MOTIVO PIC X.
           05 RET-DIAS PIC 9(5).
           05 RET-SALDO PIC 9(7)V99.
