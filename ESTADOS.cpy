      ******************************************************************
      * Copybook: ultimo estado de cuenta emitido por cliente
      * (estados.dat), escrito por CUSTOMER-STATEMENT. EST-SALDO es el
      * saldo final impreso, que pasa a ser el saldo anterior del
      * siguiente estado de cuenta. EST-ULTIMA-FACTURA y
      * EST-ULTIMO-PAGO son los numeros mas altos de factura y de
      * recibo que ya salieron en un estado; el siguiente estado
      * arranca despues de ellos y no de la fecha, para no perder lo
      * documentado el mismo dia despues de emitido el estado.
      ******************************************************************
       01 ESTADOS-REGISTRO.
           05 EST-CLIENTE-ID PIC 9(4).
           05 EST-FECHA PIC X(8).
           05 EST-SALDO PIC 9(7)V99.
           05 EST-ULTIMA-FACTURA PIC 9(6).
           05 EST-ULTIMO-PAGO PIC 9(6).
