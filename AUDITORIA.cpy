      * Copybook: registro del diario de auditoria de articulos.dat
      * (auditoria.dat). Cada alta, cambio o baja se registra con la
      * imagen completa del registro antes y despues del cambio.
      * AUD-ACCION: A = alta, C = cambio, B = baja, R = autorizacion
      * de supervisor (AUD-ARTICULO-ID en cero; las imagenes llevan el
      * texto de lo autorizado y por quien).
      * Lo escriben todos los programas que graban en articulos.dat y
      * PURCHASE-BUDGET-DATA-BASE (presupuestos y ordenes retenidas,
      * como PURCHASE-BUDGET); lo consulta AUDIT-INQUIRY.
      ******************************************************************
       01 AUDITORIA-REGISTRO.
           05 AUD-FECHA-HORA PIC X(20).
