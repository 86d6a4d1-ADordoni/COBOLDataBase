           ACCEPT BARRAS-ARTICULO-ID.
           DISPLAY "Ingrese la descripcion (unidad, caja, ...): ".
           ACCEPT BARRAS-DESCRIPCION.
           DISPLAY "Unidades que contiene el empaque (0 o 1 = codigo"
               " de la unidad): ".
           ACCEPT BARRAS-UNIDADES.
           IF BARRAS-UNIDADES = ZERO
               MOVE 1 TO BARRAS-UNIDADES.
           PERFORM CONTINUAR.

       CONTINUAR.
           DISPLAY " Codigo......: " BARRAS-CODIGO.
           DISPLAY " Articulo....: " BARRAS-ARTICULO-ID.
           DISPLAY " Descripcion.: " BARRAS-DESCRIPCION.
           DISPLAY " Unidades....: " BARRAS-UNIDADES.
           DISPLAY "¿Seguro que quiere eliminar este codigo?"
               " (S/N): ".
           ACCEPT CONFIRMA.
           IF FIN-CODIGOS = "N" AND
                   BARRAS-ARTICULO-ID = ARTICULO-BUSCADO
               ADD 1 TO CONTADOR-CODIGOS
               DISPLAY " " BARRAS-CODIGO " - " BARRAS-DESCRIPCION
                   " x " BARRAS-UNIDADES.

       END PROGRAM BARCODE-DATA-BASE.
