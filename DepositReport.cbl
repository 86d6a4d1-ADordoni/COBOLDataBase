      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PAGOS-ARCHIVO
       ASSIGN TO "pagos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-NUMERO
       ALTERNATE RECORD KEY IS PAGO-CLIENTE-ID
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PAGOS-STATUS.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "deposito.lst"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAGOS-ARCHIVO.
       COPY "PAGOS.cpy".

       FD REPORTE-ARCHIVO.
       01 LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       77 PAGOS-STATUS PIC XX.
       77 FIN-PAGOS PIC X.
       77 FECHA-DEPOSITO PIC X(8).
       77 FORMA-SECCION PIC X.
       77 FACTURA-EDITADA PIC Z(7)9.
       77 RECIBOS-SECCION PIC 9(5).
       77 TOTAL-SECCION PIC 9(9)V99.
       77 TOTAL-EFECTIVO PIC 9(9)V99 VALUE ZERO.
       77 TOTAL-CHEQUES PIC 9(9)V99 VALUE ZERO.
       77 TOTAL-TRANSFERENCIAS PIC 9(9)V99 VALUE ZERO.
       77 TOTAL-DEPOSITO PIC 9(9)V99 VALUE ZERO.
       77 RECIBOS-DEPOSITO PIC 9(5) VALUE ZERO.

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(36) VALUE
               "CORTE DE COBRANZA PARA DEPOSITO DEL ".
           05 ENC-FECHA PIC X(8).
       01 LINEA-SECCION.
           05 FILLER PIC X(2) VALUE SPACE.
           05 SEC-TITULO PIC X(30).
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(10) VALUE "    Recibo".
           05 FILLER PIC X(9) VALUE "  Hora   ".
           05 FILLER PIC X(6) VALUE "Cli.  ".
           05 FILLER PIC X(8) VALUE " Factura".
           05 FILLER PIC X(19) VALUE "  Referencia       ".
           05 FILLER PIC X(11) VALUE "Operador   ".
           05 FILLER PIC X(12) VALUE "     Importe".
       01 LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-RECIBO PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-HORA PIC X(5).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-CLIENTE PIC Z(4).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-FACTURA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-REFERENCIA PIC X(15).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-IMPORTE PIC Z,ZZZ,ZZ9.99.
       01 LINEA-SUBTOTAL.
           05 FILLER PIC X(4) VALUE SPACE.
           05 SUB-RECIBOS PIC ZZ,ZZ9.
           05 FILLER PIC X(10) VALUE " recibos  ".
           05 SUB-TITULO PIC X(30).
           05 FILLER PIC X(11) VALUE SPACE.
           05 SUB-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.
       01 LINEA-RESUMEN.
           05 FILLER PIC X(4) VALUE SPACE.
           05 RES-TITULO PIC X(30).
           05 FILLER PIC X(27) VALUE SPACE.
           05 RES-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       OPEN INPUT PAGOS-ARCHIVO.
       IF PAGOS-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-PAGOS
           GOBACK.
       DISPLAY " ".
       DISPLAY "CORTE DE COBRANZA PARA DEPOSITO".
       PERFORM PIDE-FECHA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE FECHA-DEPOSITO TO ENC-FECHA.
       WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
       MOVE "E" TO FORMA-SECCION.
       PERFORM IMPRIME-SECCION.
       MOVE TOTAL-SECCION TO TOTAL-EFECTIVO.
       MOVE "C" TO FORMA-SECCION.
       PERFORM IMPRIME-SECCION.
       MOVE TOTAL-SECCION TO TOTAL-CHEQUES.
       MOVE "T" TO FORMA-SECCION.
       PERFORM IMPRIME-SECCION.
       MOVE TOTAL-SECCION TO TOTAL-TRANSFERENCIAS.
       PERFORM IMPRIME-RESUMEN.
       CLOSE REPORTE-ARCHIVO.
       CLOSE PAGOS-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Recibos del dia..........: " RECIBOS-DEPOSITO.
       DISPLAY "Efectivo.................: " TOTAL-EFECTIVO.
       DISPLAY "Cheques..................: " TOTAL-CHEQUES.
       DISPLAY "Transferencias...........: " TOTAL-TRANSFERENCIAS.
       DISPLAY "Total cobrado............: " TOTAL-DEPOSITO.
       DISPLAY "Reporte generado en deposito.lst".
       GOBACK.

       MUESTRA-ERROR-PAGOS.
           DISPLAY "No se pudo abrir el diario de cobros.".
           EVALUATE PAGOS-STATUS
               WHEN "35"
                   DISPLAY "El archivo pagos.dat no existe."
                   DISPLAY "Aun no se ha registrado ningun pago."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " PAGOS-STATUS
           END-EVALUATE.

       PIDE-FECHA.
           DISPLAY "Ingrese la fecha del deposito (AAAAMMDD,"
               " vacio = hoy): ".
           MOVE SPACE TO FECHA-DEPOSITO.
           ACCEPT FECHA-DEPOSITO.
           IF FECHA-DEPOSITO = SPACE
               MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-DEPOSITO.
           IF FECHA-DEPOSITO NOT NUMERIC
               DISPLAY "La fecha debe ser AAAAMMDD."
               PERFORM PIDE-FECHA.

       IMPRIME-SECCION.
           MOVE ZERO TO RECIBOS-SECCION.
           MOVE ZERO TO TOTAL-SECCION.
           EVALUATE FORMA-SECCION
               WHEN "E"
                   MOVE "EFECTIVO" TO SEC-TITULO
               WHEN "C"
                   MOVE "CHEQUES" TO SEC-TITULO
               WHEN OTHER
                   MOVE "TRANSFERENCIAS" TO SEC-TITULO
           END-EVALUATE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-SECCION.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS.
           MOVE "N" TO FIN-PAGOS.
           MOVE ZEROES TO PAGO-NUMERO.
           START PAGOS-ARCHIVO KEY IS NOT LESS THAN PAGO-NUMERO
           INVALID KEY
               MOVE "S" TO FIN-PAGOS.
           PERFORM IMPRIME-RECIBO UNTIL FIN-PAGOS = "S".
           MOVE RECIBOS-SECCION TO SUB-RECIBOS.
           MOVE "Total" TO SUB-TITULO.
           IF FORMA-SECCION = "E"
               MOVE "Total efectivo" TO SUB-TITULO.
           IF FORMA-SECCION = "C"
               MOVE "Total cheques" TO SUB-TITULO.
           IF FORMA-SECCION = "T"
               MOVE "Total transferencias" TO SUB-TITULO.
           MOVE TOTAL-SECCION TO SUB-IMPORTE.
           WRITE LINEA-REPORTE FROM LINEA-SUBTOTAL.

       IMPRIME-RECIBO.
           READ PAGOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-PAGOS.
           IF FIN-PAGOS = "N" AND PAGO-FECHA = FECHA-DEPOSITO AND
                   PAGO-FORMA = FORMA-SECCION
               ADD 1 TO RECIBOS-SECCION
               ADD 1 TO RECIBOS-DEPOSITO
               ADD PAGO-IMPORTE TO TOTAL-SECCION
               ADD PAGO-IMPORTE TO TOTAL-DEPOSITO
               MOVE SPACE TO LINEA-DETALLE
               MOVE PAGO-NUMERO TO DET-RECIBO
               STRING PAGO-HORA(1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   PAGO-HORA(3:2) DELIMITED BY SIZE
                   INTO DET-HORA
               MOVE PAGO-CLIENTE-ID TO DET-CLIENTE
               IF PAGO-FACTURA = ZERO
                   MOVE "A CUENTA" TO DET-FACTURA
               ELSE
                   MOVE PAGO-FACTURA TO FACTURA-EDITADA
                   MOVE FACTURA-EDITADA TO DET-FACTURA
               END-IF
               MOVE PAGO-REFERENCIA TO DET-REFERENCIA
               MOVE PAGO-OPERADOR TO DET-OPERADOR
               MOVE PAGO-IMPORTE TO DET-IMPORTE
               WRITE LINEA-REPORTE FROM LINEA-DETALLE.

       IMPRIME-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RESUMEN DEL DEPOSITO" TO SEC-TITULO.
           WRITE LINEA-REPORTE FROM LINEA-SECCION.
           MOVE "Efectivo" TO RES-TITULO.
           MOVE TOTAL-EFECTIVO TO RES-IMPORTE.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "Cheques" TO RES-TITULO.
           MOVE TOTAL-CHEQUES TO RES-IMPORTE.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "Transferencias" TO RES-TITULO.
           MOVE TOTAL-TRANSFERENCIAS TO RES-IMPORTE.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "TOTAL A DEPOSITAR" TO RES-TITULO.
           MOVE TOTAL-DEPOSITO TO RES-IMPORTE.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.

       END PROGRAM DEPOSIT-REPORT.
