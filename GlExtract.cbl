       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARCHIVO-STATUS.

       SELECT MOTIVOS-ARCHIVO
       ASSIGN TO "motivos_merma.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS MOTIVO-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS MOTIVOS-STATUS.

       SELECT POLIZA-ARCHIVO
       ASSIGN TO "poliza_en_proceso.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD MOTIVOS-ARCHIVO.
       COPY "MOTIVOS.cpy".

       FD POLIZA-ARCHIVO.
       01 LINEA-POLIZA PIC X(100).

       WORKING-STORAGE SECTION.
       77 MOVIMIENTOS-STATUS PIC XX.
       77 ARCHIVO-STATUS PIC XX.
       77 MOTIVOS-STATUS PIC XX.
       77 MOTIVOS-DISPONIBLE PIC X VALUE "N".
       77 MOTIVO-MOVIMIENTO PIC X(2).
       77 POLIZA-STATUS PIC XX.
       77 RESUMEN-STATUS PIC XX.
       77 FIN-MOVIMIENTOS PIC X VALUE "N".
       77 T PIC 9(2).
       77 POSICION-CUENTA PIC 9(2).
       77 CUENTAS-USADAS PIC 9(2) VALUE ZERO.
       77 MAX-CUENTAS PIC 9(2) VALUE 20.
       77 CAMPO-IMPORTE PIC Z(8)9.99.
       77 RESULT-CODE PIC 9(2) COMP-5.
       77 CUENTA-INVENTARIO PIC 9(4) VALUE 1150.
           VALUE "poliza_contable.csv".

       01 TABLA-CUENTAS.
           05 TOTAL-CUENTA OCCURS 20 TIMES.
               10 CTA-NUMERO PIC 9(4).
               10 CTA-DEBE PIC 9(11)V99.
               10 CTA-HABER PIC 9(11)V99.
           CLOSE MOVIMIENTOS-ARCHIVO
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN INPUT MOTIVOS-ARCHIVO.
       IF MOTIVOS-STATUS = "00"
           MOVE "S" TO MOTIVOS-DISPONIBLE.
       OPEN OUTPUT POLIZA-ARCHIVO.
       MOVE "FECHA,CUENTA,DESCRIPCION,DEBE,HABER,REFERENCIA"
           TO LINEA-POLIZA.
       PERFORM PROCESA-MOVIMIENTO UNTIL FIN-MOVIMIENTOS = "S".
       CLOSE MOVIMIENTOS-ARCHIVO.
       CLOSE ARTICULOS-ARCHIVO.
       IF MOTIVOS-DISPONIBLE = "S"
           CLOSE MOTIVOS-ARCHIVO.
       CLOSE POLIZA-ARCHIVO.
       PERFORM LIBERA-POLIZA.
       GOBACK.
           EVALUATE MOV-TIPO
               WHEN "E"
                   MOVE CUENTA-INVENTARIO TO CUENTA-CARGO
                   IF MOV-REFERENCIA(1:2) = "NC"
                       MOVE CUENTA-COSTO-VENTAS TO CUENTA-ABONO
                   ELSE
                       MOVE CUENTA-PROVEEDORES TO CUENTA-ABONO
                   END-IF
               WHEN "S"
                   MOVE CUENTA-COSTO-VENTAS TO CUENTA-CARGO
                   MOVE CUENTA-INVENTARIO TO CUENTA-ABONO
                       MOVE CUENTA-INVENTARIO TO CUENTA-CARGO
                       MOVE CUENTA-MERMAS TO CUENTA-ABONO
                   ELSE
                       PERFORM CUENTA-DE-MERMA
                       MOVE CUENTA-INVENTARIO TO CUENTA-ABONO
                   END-IF
           END-EVALUATE.

       CUENTA-DE-MERMA.
           MOVE CUENTA-MERMAS TO CUENTA-CARGO.
           MOVE SPACE TO MOTIVO-MOVIMIENTO.
           IF MOV-REFERENCIA(1:6) = "MERMA-"
               MOVE MOV-REFERENCIA(7:2) TO MOTIVO-MOVIMIENTO.
           IF MOV-REFERENCIA(1:3) = "TRD" OR
                   MOV-REFERENCIA(1:2) = "NC"
               MOVE "DA" TO MOTIVO-MOVIMIENTO.
           IF MOV-REFERENCIA(1:3) = "TRF"
               MOVE "FT" TO MOTIVO-MOVIMIENTO.
           IF MOTIVO-MOVIMIENTO NOT = SPACE AND
                   MOTIVOS-DISPONIBLE = "S"
               MOVE MOTIVO-MOVIMIENTO TO MOTIVO-CODIGO
               READ MOTIVOS-ARCHIVO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MOTIVO-CUENTA TO CUENTA-CARGO.

       ESCRIBE-LINEA-CARGO.
           MOVE CUENTA-CARGO TO CUENTA-TRABAJO.
           MOVE IMPORTE-MOVIMIENTO TO IMPORTE-DEBE-TRABAJO.
