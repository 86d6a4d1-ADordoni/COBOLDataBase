      ******************************************************************
      * Copybook: presupuesto de compras por categoria y mes
      * (presupuestos_compra.dat), mantenido por un supervisor con
      * PURCHASE-BUDGET-DATA-BASE.
      * PRES-CATEGORIA: igual que ARTICULOS-CATEGORIA.
      * PRES-PERIODO: mes del presupuesto (AAAAMM); las ordenes de
      * compra se cargan al mes de PEDIDOS-FECHA.
      * PRES-IMPORTE: lo que se puede comprar en el mes, en pesos.
      * PURCHASE-ORDER descuenta lo pedido y lo recibido del mes
      * (disponible para comprar) y retiene las ordenes que lo
      * exceden; OPEN-TO-BUY-REPORT lo compara por categoria.
      ******************************************************************
       01 PRESUPUESTOS-REGISTRO.
           05 PRES-CLAVE.
               10 PRES-CATEGORIA PIC X(15).
               10 PRES-PERIODO PIC 9(6).
           05 PRES-IMPORTE PIC 9(9)V99.
           05 PRES-FECHA-MODIFICACION PIC X(8).
           05 PRES-OPERADOR PIC X(10).
