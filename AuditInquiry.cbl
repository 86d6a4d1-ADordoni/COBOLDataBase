                   DISPLAY "ALTA del articulo " AUD-ARTICULO-ID
               WHEN "B"
                   DISPLAY "BAJA del articulo " AUD-ARTICULO-ID
               WHEN "R"
                   DISPLAY "AUTORIZACION: " AUD-IMAGEN-ANTERIOR(1:60)
                   DISPLAY "              " AUD-IMAGEN-NUEVA(1:60)
               WHEN OTHER
                   DISPLAY "CAMBIO del articulo " AUD-ARTICULO-ID
           END-EVALUATE.
           IF AUD-ACCION NOT = "R"
               PERFORM MUESTRA-IMAGENES.

       MUESTRA-IMAGENES.
           IF AUD-ACCION NOT = "A"
               MOVE AUD-IMAGEN-ANTERIOR TO IMAGEN-ARTICULO
               DISPLAY " Antes..: " IMG-PRODUCTO
