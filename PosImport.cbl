       77 CAMPO-CANTIDAD PIC X(7).
       77 LEN-ENTRADA PIC 9(3).
       77 ID-RESUELTO PIC 9(4).
       77 UNIDADES-EMPAQUE PIC 9(4).
       77 CANTIDAD-VENDIDA PIC 9(5).
       77 LINEA-VALIDA PIC X.
       77 MOTIVO-RECHAZO PIC X(40).

       RESUELVE-ID-POS.
           MOVE ZERO TO ID-RESUELTO.
           MOVE 1 TO UNIDADES-EMPAQUE.
           IF CAMPO-ID = SPACE
               MOVE "articulo en blanco" TO MOTIVO-RECHAZO
               MOVE "N" TO LINEA-VALIDA
                   MOVE "N" TO LINEA-VALIDA
               NOT INVALID KEY
                   MOVE BARRAS-ARTICULO-ID TO ID-RESUELTO
                   IF BARRAS-UNIDADES > 1
                       MOVE BARRAS-UNIDADES TO UNIDADES-EMPAQUE
                   END-IF
               END-READ.

       VALIDA-CANTIDAD-POS.
               IF CANTIDAD-VENDIDA = ZERO
                   MOVE "cantidad cero" TO MOTIVO-RECHAZO
                   MOVE "N" TO LINEA-VALIDA.
      * La caja escaneada en el punto de venta descarga sus unidades.
           IF LINEA-VALIDA = "S" AND UNIDADES-EMPAQUE > 1
               COMPUTE CANTIDAD-VENDIDA =
                   CANTIDAD-VENDIDA * UNIDADES-EMPAQUE
                   ON SIZE ERROR
                       MOVE "cantidad en unidades excesiva"
                           TO MOTIVO-RECHAZO
                       MOVE "N" TO LINEA-VALIDA
               END-COMPUTE.

       VALIDA-ARTICULO-POS.
           MOVE "S" TO REGISTRO-ENCONTRADO.
