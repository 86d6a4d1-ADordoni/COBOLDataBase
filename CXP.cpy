      ******************************************************************
      * Copybook: cuentas por pagar a proveedores (cxp.dat), una
      * factura de proveedor por registro. La escribe INVOICE-MATCH al
      * cerrar cada factura con la suma de sus lineas aprobadas (las
      * lineas con discrepancia no entran); la salda PAYMENT-RUN y la
      * lee PAYABLES-AGING. CXP-VENCIMIENTO = CXP-FECHA mas
      * PROVEEDORES-PLAZO-PAGO.
      * CXP-ESTADO: A = abierta, P = pagada.
      * CXP-PAGO-NUMERO es el aviso de pago (pagos_prov_control.dat)
      * con que se liquido; CXP-PAGO-REFERENCIA el cheque o la
      * transferencia. CXP-OPERADOR registro la factura y
      * CXP-OPERADOR-PAGO aprobo el pago.
      ******************************************************************
       01 CXP-REGISTRO.
           05 CXP-CLAVE.
               10 CXP-PROVEEDOR-ID PIC 9(4).
               10 CXP-FACTURA PIC X(10).
           05 CXP-FECHA PIC X(8).
           05 CXP-VENCIMIENTO PIC X(8).
           05 CXP-IMPORTE PIC 9(9)V99.
           05 CXP-PAGADO PIC 9(9)V99.
           05 CXP-ESTADO PIC X.
           05 CXP-FECHA-PAGO PIC X(8).
           05 CXP-PAGO-NUMERO PIC 9(6).
           05 CXP-PAGO-REFERENCIA PIC X(15).
           05 CXP-OPERADOR PIC X(10).
           05 CXP-OPERADOR-PAGO PIC X(10).
