      * Copybook: existencia por articulo y ubicacion
      * (stock_ubicacion.dat), mantenida por STOCK-MOVEMENT y
      * STOCK-TRANSFER y leida por los reportes con desglose por
      * ubicacion. Lo despachado y aun no recibido no esta en ninguna
      * ubicacion: queda en en_transito.dat (TRANSITO.cpy).
      ******************************************************************
       01 STOCK-UBI-REGISTRO.
           05 STOCK-UBI-CLAVE.
