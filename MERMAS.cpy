      ******************************************************************
      * Copybook: diario de bajas de inventario (mermas.dat), una
      * linea por baja con motivo, ubicacion y lote. Lo escriben
      * WRITE-OFF, STOCK-TRANSFER (danos y faltantes al recibir) y
      * CUSTOMER-RETURN (devoluciones danadas) y lo resume
      * SHRINK-REPORT. MER-COSTO es el costo unitario del
      * articulo al momento de la baja; MER-CATEGORIA se guarda para
      * que el reporte no dependa de cambios posteriores al catalogo.
      * MER-UBICACION en cero cuando la baja no se desglosa por
      * ubicacion; MER-LOTE en blanco cuando no aplica lote.
      ******************************************************************
       01 MERMAS-REGISTRO.
           05 MER-FECHA-HORA PIC X(20).
           05 MER-ARTICULO-ID PIC 9(4).
           05 MER-CATEGORIA PIC X(15).
           05 MER-UBICACION PIC 9(2).
           05 MER-LOTE PIC X(10).
           05 MER-MOTIVO PIC X(2).
           05 MER-CANTIDAD PIC 9(5).
           05 MER-COSTO PIC 9999V99.
           05 MER-OPERADOR PIC X(10).
           05 MER-REFERENCIA PIC X(10).
