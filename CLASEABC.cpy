      ******************************************************************
      * Copybook: clasificacion ABC y calendario de conteo ciclico por
      * articulo (clasificacion_abc.dat). La escribe ABC-CLASSIFICATION
      * a partir del valor anual de salidas; COUNT-SHEETS toma de aqui
      * los articulos que toca contar y STOCK-COUNT registra el conteo.
      * ABC-CLASE: A = conteo mensual, B = trimestral, C = anual.
      * ABC-DIAS-CICLO son los dias entre conteos de la clase y
      * ABC-PROXIMO-CONTEO = ABC-ULTIMO-CONTEO + ABC-DIAS-CICLO
      * (ABC-ULTIMO-CONTEO en blanco = nunca se ha contado).
      ******************************************************************
       01 ABC-REGISTRO.
           05 ABC-ARTICULO-ID PIC 9(4).
           05 ABC-CLASE PIC X.
           05 ABC-VALOR-ANUAL PIC 9(9)V99.
           05 ABC-UNIDADES-ANUALES PIC 9(7).
           05 ABC-FECHA-CLASIFICACION PIC X(8).
           05 ABC-DIAS-CICLO PIC 9(3).
           05 ABC-ULTIMO-CONTEO PIC X(8).
           05 ABC-PROXIMO-CONTEO PIC X(8).
