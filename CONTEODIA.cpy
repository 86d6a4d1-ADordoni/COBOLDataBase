      ******************************************************************
      * Copybook: lista de articulos a contar en el dia
      * (conteo_del_dia.dat), un renglon por articulo en el orden de
      * las hojas de conteo. La escribe COUNT-SHEETS junto con
      * hojas_conteo.lst y la carga STOCK-COUNT al iniciar la captura.
      * CDIA-UBICACION-ID es la primera ubicacion donde aparece el
      * articulo en las hojas (00 = sin ubicacion asignada).
      ******************************************************************
       01 CONTEO-DIA-REGISTRO.
           05 CDIA-FECHA PIC X(8).
           05 CDIA-ARTICULO-ID PIC 9(4).
           05 CDIA-UBICACION-ID PIC 9(2).
