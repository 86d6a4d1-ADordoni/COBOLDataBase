       77 BARRAS-DISPONIBLE PIC X VALUE "N".
       77 ENTRADA-ID PIC X(13).
       77 LEN-ENTRADA PIC 9(3).
       77 UNIDADES-EMPAQUE PIC 9(4) VALUE 1.
       77 CANTIDAD-EMPAQUES PIC 9(5).
       77 LOTES-STATUS PIC XX.
       77 LOTES-DISPONIBLE PIC X VALUE "N".
       77 CANTIDAD-POR-DESCARGAR PIC 9(5).

       RESUELVE-ENTRADA-ID.
           MOVE ZEROES TO ARTICULOS-ID.
           MOVE 1 TO UNIDADES-EMPAQUE.
           IF ENTRADA-ID NOT = SPACE
               COMPUTE LEN-ENTRADA = FUNCTION LENGTH(
                   FUNCTION TRIM(ENTRADA-ID))
               PERFORM INGRESO-ID
           NOT INVALID KEY
               MOVE BARRAS-ARTICULO-ID TO ARTICULOS-ID
               IF BARRAS-UNIDADES > 1
                   MOVE BARRAS-UNIDADES TO UNIDADES-EMPAQUE
               END-IF
           END-READ.
       ENCUENTRA-REGISTRO.
           PERFORM LEE-REGISTRO.
           IF TIPO-MOVIMIENTO = "s"
               MOVE "S" TO TIPO-MOVIMIENTO.
           IF TIPO-MOVIMIENTO = "E" OR TIPO-MOVIMIENTO = "S"
               PERFORM PIDE-CANTIDAD
               PERFORM PIDE-UBICACION
               PERFORM VALIDA-MOVIMIENTO
           ELSE
               DISPLAY "Movimiento cancelado.".

      * Un codigo de barras de empaque (caja de 12, etc.) se captura
      * en empaques y se mueve en unidades.
       PIDE-CANTIDAD.
           IF UNIDADES-EMPAQUE > 1
               DISPLAY "Codigo de empaque de " UNIDADES-EMPAQUE
                   " unidades; ingrese la cantidad de empaques: "
               ACCEPT CANTIDAD-EMPAQUES
               COMPUTE CANTIDAD-MOVIMIENTO =
                   CANTIDAD-EMPAQUES * UNIDADES-EMPAQUE
                   ON SIZE ERROR
                       DISPLAY "La cantidad en unidades excede el"
                           " maximo."
                       MOVE ZERO TO CANTIDAD-MOVIMIENTO
                   NOT ON SIZE ERROR
                       DISPLAY " Unidades a mover: " CANTIDAD-MOVIMIENTO
               END-COMPUTE
           ELSE
               DISPLAY "Ingrese la cantidad: "
               ACCEPT CANTIDAD-MOVIMIENTO.

       PIDE-UBICACION.
           MOVE ZERO TO UBICACION-MOVIMIENTO.
           IF STOCK-UBI-DISPONIBLE = "S" AND
