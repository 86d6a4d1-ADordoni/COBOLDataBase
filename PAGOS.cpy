      ******************************************************************
      * Copybook: diario de cobros a clientes (pagos.dat), escrito por
      * CUSTOMER-PAYMENT con un numero de recibo por registro y leido
      * por DEPOSIT-REPORT para el corte de deposito del dia.
      * PAGO-FORMA: E = efectivo, C = cheque, T = transferencia,
      * A = aplicacion de un anticipo (PAGO-ORIGEN es el recibo que se
      * aplica; no es dinero nuevo), N = nota de credito a una venta a
      * credito (lo escribe CUSTOMER-RETURN; PAGO-REFERENCIA = NCnnnnnn;
      * lo que excede lo pendiente de la factura queda a cuenta).
      * Solo los registros con PAGO-FACTURA distinto de 0 descargan
      * cartera.dat y CLIENTES-SALDO.
      * PAGO-FACTURA 0 = pago a cuenta sin factura; PAGO-POR-APLICAR
      * guarda lo que todavia no se ha aplicado a ninguna factura.
      ******************************************************************
       01 PAGOS-REGISTRO.
           05 PAGO-NUMERO PIC 9(6).
           05 PAGO-FECHA PIC X(8).
           05 PAGO-HORA PIC X(6).
           05 PAGO-CLIENTE-ID PIC 9(4).
           05 PAGO-FACTURA PIC 9(6).
           05 PAGO-IMPORTE PIC 9(7)V99.
           05 PAGO-FORMA PIC X.
           05 PAGO-REFERENCIA PIC X(15).
           05 PAGO-OPERADOR PIC X(10).
           05 PAGO-POR-APLICAR PIC 9(7)V99.
           05 PAGO-ORIGEN PIC 9(6).
