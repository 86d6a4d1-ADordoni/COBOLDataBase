      ******************************************************************
      * Copybook: convenios de precio por cliente (convenios.dat),
      * mantenidos por CUSTOMER-PRICE-DATA-BASE y aplicados por
      * SALES-INVOICE y SALES-ORDER al poner precio a cada linea.
      * CONV-TIPO: A = precio de un articulo (CONV-ARTICULO-ID, con
      * CONV-CATEGORIA en blanco), C = toda una categoria
      * (CONV-CATEGORIA, con CONV-ARTICULO-ID en cero). El convenio de
      * articulo manda sobre el de categoria.
      * CONV-HASTA en blanco = el convenio no vence.
      * Tramos por cantidad: se toma el de mayor CONV-CANTIDAD-MINIMA
      * que no exceda la cantidad de la linea; si CONV-PRECIO es cero
      * se aplica CONV-DESCUENTO (porcentaje) sobre ARTICULOS-PRECIO.
      * Un tramo 2 o 3 con cantidad minima en cero no se usa.
      ******************************************************************
       01 CONVENIOS-REGISTRO.
           05 CONV-CLAVE.
               10 CONV-CLIENTE-ID PIC 9(4).
               10 CONV-TIPO PIC X.
               10 CONV-ARTICULO-ID PIC 9(4).
               10 CONV-CATEGORIA PIC X(15).
               10 CONV-DESDE PIC X(8).
           05 CONV-HASTA PIC X(8).
           05 CONV-TRAMOS.
               10 CONV-TRAMO OCCURS 3 TIMES.
                   15 CONV-CANTIDAD-MINIMA PIC 9(5).
                   15 CONV-PRECIO PIC 9999V99.
                   15 CONV-DESCUENTO PIC 99V99.
           05 CONV-OPERADOR PIC X(10).
