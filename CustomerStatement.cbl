      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-STATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIENTES-ARCHIVO
       ASSIGN TO "clientes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CLIENTES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CLIENTES-STATUS.

       SELECT CARTERA-ARCHIVO
       ASSIGN TO "cartera.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CARTERA-FACTURA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CARTERA-STATUS.

       SELECT PAGOS-ARCHIVO
       ASSIGN TO "pagos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-NUMERO
       ALTERNATE RECORD KEY IS PAGO-CLIENTE-ID
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PAGOS-STATUS.

       SELECT ESTADOS-ARCHIVO
       ASSIGN TO "estados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EST-CLIENTE-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ESTADOS-STATUS.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "estados_cuenta.lst"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES-ARCHIVO.
       COPY "CLIENTES.cpy".

       FD CARTERA-ARCHIVO.
       COPY "CARTERA.cpy".

       FD PAGOS-ARCHIVO.
       COPY "PAGOS.cpy".

       FD ESTADOS-ARCHIVO.
       COPY "ESTADOS.cpy".

       FD REPORTE-ARCHIVO.
       01 LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS PIC XX.
       77 CARTERA-STATUS PIC XX.
       77 PAGOS-STATUS PIC XX.
       77 ESTADOS-STATUS PIC XX.
       77 PAGOS-DISPONIBLE PIC X VALUE "N".
       77 MODO PIC X.
       77 CAMPO-CLIENTE-ID PIC Z(5).
       77 CLIENTE-BUSCADO PIC 9(4).
       77 REGISTRO-ENCONTRADO PIC X.
       77 TIENE-ESTADO PIC X.
       77 FIN-CLIENTES PIC X.
       77 FIN-CARTERA PIC X.
       77 FIN-PAGOS PIC X.
       77 FECHA-HOY PIC X(8).
       77 FECHA-HOY-ENTERO PIC 9(7).
       77 FECHA-FACTURA-ENTERO PIC 9(7).
       77 DIAS-VENCIDOS PIC S9(5).
       77 IMPORTE-PENDIENTE PIC 9(7)V99.
       77 FECHA-ULTIMO PIC X(8).
       77 SALDO-ANTERIOR PIC 9(7)V99.
       77 FACTURA-CORTE PIC 9(6).
       77 PAGO-CORTE PIC 9(6).
       77 ULTIMA-FACTURA PIC 9(6).
       77 ULTIMO-PAGO PIC 9(6).
       77 TOTAL-CARGOS PIC 9(9)V99.
       77 TOTAL-ABONOS PIC 9(9)V99.
       77 DIFERENCIA PIC S9(9)V99.
       77 SALDO-A-FAVOR PIC 9(9)V99.
       77 VENCIDO-CLIENTE PIC 9(9)V99.
       77 DOCUMENTO-EDITADO PIC Z(7)9.
       77 CONTADOR-ESTADOS PIC 9(5) VALUE ZERO.
       77 RECORDATORIOS PIC 9(5) VALUE ZERO.
       77 DIFERENCIAS PIC 9(5) VALUE ZERO.

       01 TABLA-ANTIGUEDAD.
           05 SALDO-CLIENTE OCCURS 9999 TIMES.
               10 CLI-CORRIENTE PIC 9(7)V99.
               10 CLI-30 PIC 9(7)V99.
               10 CLI-60 PIC 9(7)V99.
               10 CLI-90 PIC 9(7)V99.

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(60) VALUE "ESTADO DE CUENTA".
           05 FILLER PIC X(7) VALUE "Fecha: ".
           05 ENC-FECHA PIC X(8).
       01 LINEA-CLIENTE.
           05 FILLER PIC X(11) VALUE "Cliente..: ".
           05 ENC-CLIENTE-ID PIC Z(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENC-CLIENTE-NOMBRE PIC X(30).
       01 LINEA-CONTACTO.
           05 FILLER PIC X(11) VALUE "Contacto.: ".
           05 ENC-CONTACTO PIC X(30).
       01 LINEA-LIMITE.
           05 FILLER PIC X(19) VALUE "Limite de credito: ".
           05 ENC-LIMITE PIC Z,ZZZ,ZZ9.99.
       01 LINEA-PERIODO.
           05 FILLER PIC X(19) VALUE "Movimientos desde: ".
           05 ENC-DESDE PIC X(8).
           05 FILLER PIC X(7) VALUE " hasta ".
           05 ENC-HASTA PIC X(8).
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(12) VALUE "  Fecha".
           05 FILLER PIC X(17) VALUE "Concepto".
           05 FILLER PIC X(10) VALUE "Documento".
           05 FILLER PIC X(16) VALUE "Referencia".
           05 FILLER PIC X(12) VALUE "      Cargos".
           05 FILLER PIC X(13) VALUE "       Abonos".
       01 LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-FECHA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-CONCEPTO PIC X(15).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-DOCUMENTO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-REFERENCIA PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CARGO PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ABONO PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01 LINEA-SALDO.
           05 FILLER PIC X(4) VALUE SPACE.
           05 SAL-TITULO PIC X(30).
           05 FILLER PIC X(34) VALUE SPACE.
           05 SAL-IMPORTE PIC Z,ZZZ,ZZ9.99.
       01 LINEA-TOTALES.
           05 FILLER PIC X(4) VALUE SPACE.
           05 FILLER PIC X(51) VALUE "TOTALES DEL PERIODO".
           05 TOT-CARGOS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TOT-ABONOS PIC Z,ZZZ,ZZ9.99.
       01 LINEA-TITULO-ANTIGUEDAD.
           05 FILLER PIC X(4) VALUE SPACE.
           05 FILLER PIC X(30) VALUE "ANTIGUEDAD DEL SALDO".
       01 LINEA-COLUMNAS-ANTIGUEDAD.
           05 FILLER PIC X(4) VALUE SPACE.
           05 FILLER PIC X(13) VALUE "    Corriente".
           05 FILLER PIC X(13) VALUE "      30 dias".
           05 FILLER PIC X(13) VALUE "      60 dias".
           05 FILLER PIC X(13) VALUE "    90 o mas".
       01 LINEA-ANTIGUEDAD.
           05 FILLER PIC X(4) VALUE SPACE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ANT-CORRIENTE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ANT-30 PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ANT-60 PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ANT-90 PIC Z,ZZZ,ZZ9.99.
       01 LINEA-RECORDATORIO-1 PIC X(80) VALUE
           "*** RECORDATORIO: su cuenta tiene saldos con mas de 60 dias
      -    " de antiguedad. ***".
       01 LINEA-RECORDATORIO-2 PIC X(80) VALUE
           "    Le rogamos ponerse al corriente a la brevedad posible.".
       01 LINEA-DIFERENCIA-1 PIC X(80) VALUE
           "    *** DIFERENCIA NO CONCILIADA: el saldo no cuadra con los
      -    " documentos ***".
       01 LINEA-DIFERENCIA-2.
           05 FILLER PIC X(4) VALUE SPACE.
           05 FILLER PIC X(51) VALUE
               "    Revisar en la cuenta antes de enviar; importe:".
           05 DIF-CARGO PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DIF-ABONO PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01 LINEA-SEPARADOR PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.

       OPEN INPUT CLIENTES-ARCHIVO.
       IF CLIENTES-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-CLIENTES
           GOBACK.
       OPEN INPUT CARTERA-ARCHIVO.
       IF CARTERA-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-CARTERA
           CLOSE CLIENTES-ARCHIVO
           GOBACK.
       PERFORM ABRIR-ESTADOS.
       IF ESTADOS-STATUS NOT = "00"
           CLOSE CLIENTES-ARCHIVO
           CLOSE CARTERA-ARCHIVO
           GOBACK.
       OPEN INPUT PAGOS-ARCHIVO.
       IF PAGOS-STATUS = "00"
           MOVE "S" TO PAGOS-DISPONIBLE
       ELSE
           DISPLAY "Aviso: no se pudo abrir pagos.dat; los estados"
               " salen sin detalle de pagos.".
       PERFORM PIDE-MODO.
       IF MODO NOT = "U" AND MODO NOT = "T" AND MODO NOT = "V"
           DISPLAY "Emision cancelada."
       ELSE
           PERFORM EMITE-ESTADOS.
       CLOSE CLIENTES-ARCHIVO.
       CLOSE CARTERA-ARCHIVO.
       CLOSE ESTADOS-ARCHIVO.
       IF PAGOS-DISPONIBLE = "S"
           CLOSE PAGOS-ARCHIVO.
       GOBACK.

       MUESTRA-ERROR-CLIENTES.
           DISPLAY "No se pudo abrir el archivo de clientes.".
           EVALUATE CLIENTES-STATUS
               WHEN "35"
                   DISPLAY "El archivo clientes.dat no existe."
                   DISPLAY "Ejecute primero CUSTOMER-DATA-BASE."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " CLIENTES-STATUS
           END-EVALUATE.

       MUESTRA-ERROR-CARTERA.
           DISPLAY "No se pudo abrir la cartera de clientes.".
           EVALUATE CARTERA-STATUS
               WHEN "35"
                   DISPLAY "El archivo cartera.dat no existe."
                   DISPLAY "Aun no hay facturas a credito."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " CARTERA-STATUS
           END-EVALUATE.

       ABRIR-ESTADOS.
           OPEN I-O ESTADOS-ARCHIVO.
           IF ESTADOS-STATUS = "35"
               OPEN OUTPUT ESTADOS-ARCHIVO
               CLOSE ESTADOS-ARCHIVO
               OPEN I-O ESTADOS-ARCHIVO.
           IF ESTADOS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir estados.dat (estado: "
                   ESTADOS-STATUS ")".

       PIDE-MODO.
           DISPLAY " ".
           DISPLAY "ESTADOS DE CUENTA DE CLIENTES".
           DISPLAY "  U - Un cliente".
           DISPLAY "  T - Todos los clientes con saldo".
           DISPLAY "  V - Solo clientes con saldo vencido".
           DISPLAY "  (otra tecla cancela)".
           ACCEPT MODO.
           MOVE FUNCTION UPPER-CASE(MODO) TO MODO.

       EMITE-ESTADOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           COMPUTE FECHA-HOY-ENTERO = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FECHA-HOY)).
           MOVE ZEROES TO TABLA-ANTIGUEDAD.
           PERFORM CARGA-ANTIGUEDAD.
           OPEN OUTPUT REPORTE-ARCHIVO.
           IF MODO = "U"
               PERFORM PIDE-CLIENTE
               PERFORM ATIENDE-CLIENTE UNTIL CLIENTE-BUSCADO = ZEROES
           ELSE
               PERFORM RECORRE-CLIENTES.
           CLOSE REPORTE-ARCHIVO.
           DISPLAY " ".
           IF CONTADOR-ESTADOS = ZERO
               DISPLAY "No se emitio ningun estado de cuenta."
           ELSE
               DISPLAY "Estados de cuenta emitidos: " CONTADOR-ESTADOS
               DISPLAY "Con recordatorio de pago..: " RECORDATORIOS
               IF DIFERENCIAS NOT = ZERO
                   DISPLAY "Con diferencia a revisar..: " DIFERENCIAS
               END-IF
               DISPLAY "Archivo de impresion: estados_cuenta.lst".

       CARGA-ANTIGUEDAD.
           MOVE "N" TO FIN-CARTERA.
           MOVE ZEROES TO CARTERA-FACTURA.
           START CARTERA-ARCHIVO
               KEY IS NOT LESS THAN CARTERA-FACTURA
           INVALID KEY
               MOVE "S" TO FIN-CARTERA.
           PERFORM ACUMULA-ANTIGUEDAD UNTIL FIN-CARTERA = "S".

       ACUMULA-ANTIGUEDAD.
           READ CARTERA-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-CARTERA.
           IF FIN-CARTERA = "N" AND CARTERA-ESTADO = "A" AND
                   CARTERA-CLIENTE-ID NOT = ZERO
               COMPUTE IMPORTE-PENDIENTE =
                   CARTERA-IMPORTE - CARTERA-PAGADO
               COMPUTE FECHA-FACTURA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CARTERA-FECHA))
               COMPUTE DIAS-VENCIDOS =
                   FECHA-HOY-ENTERO - FECHA-FACTURA-ENTERO
               PERFORM CLASIFICA-FACTURA.

       CLASIFICA-FACTURA.
           EVALUATE TRUE
               WHEN DIAS-VENCIDOS < 30
                   ADD IMPORTE-PENDIENTE
                       TO CLI-CORRIENTE(CARTERA-CLIENTE-ID)
               WHEN DIAS-VENCIDOS < 60
                   ADD IMPORTE-PENDIENTE
                       TO CLI-30(CARTERA-CLIENTE-ID)
               WHEN DIAS-VENCIDOS < 90
                   ADD IMPORTE-PENDIENTE
                       TO CLI-60(CARTERA-CLIENTE-ID)
               WHEN OTHER
                   ADD IMPORTE-PENDIENTE
                       TO CLI-90(CARTERA-CLIENTE-ID)
           END-EVALUATE.

       PIDE-CLIENTE.
           DISPLAY " ".
           DISPLAY "Ingrese el ID del cliente (0 para terminar): ".
           ACCEPT CAMPO-CLIENTE-ID.
           MOVE CAMPO-CLIENTE-ID TO CLIENTE-BUSCADO.

       ATIENDE-CLIENTE.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE CLIENTE-BUSCADO TO CLIENTES-ID.
           READ CLIENTES-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "No existe el cliente " CLIENTE-BUSCADO
           ELSE
               PERFORM EMITE-ESTADO
               DISPLAY "Estado de cuenta emitido. Saldo: "
                   CLIENTES-SALDO.
           PERFORM PIDE-CLIENTE.

       RECORRE-CLIENTES.
           MOVE "N" TO FIN-CLIENTES.
           MOVE ZEROES TO CLIENTES-ID.
           START CLIENTES-ARCHIVO KEY IS NOT LESS THAN CLIENTES-ID
           INVALID KEY
               MOVE "S" TO FIN-CLIENTES.
           PERFORM SELECCIONA-CLIENTE UNTIL FIN-CLIENTES = "S".

       SELECCIONA-CLIENTE.
           READ CLIENTES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-CLIENTES.
           IF FIN-CLIENTES = "N" AND CLIENTES-ID NOT = ZERO AND
                   CLIENTES-SALDO NOT = ZERO
               COMPUTE VENCIDO-CLIENTE = CLI-30(CLIENTES-ID) +
                   CLI-60(CLIENTES-ID) + CLI-90(CLIENTES-ID)
               IF MODO = "T" OR VENCIDO-CLIENTE NOT = ZERO
                   PERFORM EMITE-ESTADO.

       EMITE-ESTADO.
           MOVE CLIENTES-ID TO CLIENTE-BUSCADO.
           PERFORM LEE-ULTIMO-ESTADO.
           MOVE ZERO TO TOTAL-CARGOS.
           MOVE ZERO TO TOTAL-ABONOS.
           MOVE ZERO TO SALDO-A-FAVOR.
           PERFORM IMPRIME-ENCABEZADO-ESTADO.
           PERFORM IMPRIME-FACTURAS-PERIODO.
           IF PAGOS-DISPONIBLE = "S"
               PERFORM IMPRIME-PAGOS-PERIODO.
           COMPUTE DIFERENCIA = CLIENTES-SALDO - SALDO-ANTERIOR
               - TOTAL-CARGOS + TOTAL-ABONOS.
           PERFORM IMPRIME-CIERRE-ESTADO.
           PERFORM GUARDA-ESTADO.
           ADD 1 TO CONTADOR-ESTADOS.

       LEE-ULTIMO-ESTADO.
           MOVE "S" TO TIENE-ESTADO.
           MOVE CLIENTES-ID TO EST-CLIENTE-ID.
           READ ESTADOS-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO TIENE-ESTADO.
           IF TIENE-ESTADO = "S"
               MOVE EST-FECHA TO FECHA-ULTIMO
               MOVE EST-SALDO TO SALDO-ANTERIOR
               MOVE EST-ULTIMA-FACTURA TO FACTURA-CORTE
               MOVE EST-ULTIMO-PAGO TO PAGO-CORTE
           ELSE
               MOVE ZEROES TO FECHA-ULTIMO
               MOVE ZERO TO SALDO-ANTERIOR
               MOVE ZERO TO FACTURA-CORTE
               MOVE ZERO TO PAGO-CORTE.
           MOVE FACTURA-CORTE TO ULTIMA-FACTURA.
           MOVE PAGO-CORTE TO ULTIMO-PAGO.

       IMPRIME-ENCABEZADO-ESTADO.
           MOVE FECHA-HOY TO ENC-FECHA.
           IF CONTADOR-ESTADOS = ZERO
               WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO
           ELSE
               WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO
                   AFTER ADVANCING PAGE.
           MOVE CLIENTES-ID TO ENC-CLIENTE-ID.
           MOVE CLIENTES-NOMBRE TO ENC-CLIENTE-NOMBRE.
           WRITE LINEA-REPORTE FROM LINEA-CLIENTE.
           MOVE CLIENTES-CONTACTO TO ENC-CONTACTO.
           WRITE LINEA-REPORTE FROM LINEA-CONTACTO.
           MOVE CLIENTES-LIMITE-CREDITO TO ENC-LIMITE.
           WRITE LINEA-REPORTE FROM LINEA-LIMITE.
           IF TIENE-ESTADO = "S"
               MOVE FECHA-ULTIMO TO ENC-DESDE
           ELSE
               MOVE "INICIO" TO ENC-DESDE.
           MOVE FECHA-HOY TO ENC-HASTA.
           WRITE LINEA-REPORTE FROM LINEA-PERIODO.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS.
           MOVE "SALDO ANTERIOR" TO SAL-TITULO.
           MOVE SALDO-ANTERIOR TO SAL-IMPORTE.
           WRITE LINEA-REPORTE FROM LINEA-SALDO.

       IMPRIME-FACTURAS-PERIODO.
           MOVE "N" TO FIN-CARTERA.
           MOVE ZEROES TO CARTERA-FACTURA.
           START CARTERA-ARCHIVO
               KEY IS NOT LESS THAN CARTERA-FACTURA
           INVALID KEY
               MOVE "S" TO FIN-CARTERA.
           PERFORM IMPRIME-FACTURA UNTIL FIN-CARTERA = "S".

       IMPRIME-FACTURA.
           READ CARTERA-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-CARTERA.
           IF FIN-CARTERA = "N" AND
                   CARTERA-CLIENTE-ID = CLIENTE-BUSCADO AND
                   CARTERA-FACTURA > FACTURA-CORTE
               IF CARTERA-FACTURA > ULTIMA-FACTURA
                   MOVE CARTERA-FACTURA TO ULTIMA-FACTURA
               END-IF
               MOVE SPACE TO LINEA-DETALLE
               MOVE CARTERA-FECHA TO DET-FECHA
               MOVE "FACTURA" TO DET-CONCEPTO
               MOVE CARTERA-FACTURA TO DOCUMENTO-EDITADO
               MOVE DOCUMENTO-EDITADO TO DET-DOCUMENTO
               IF CARTERA-ESTADO = "P"
                   MOVE "PAGADA" TO DET-REFERENCIA
               END-IF
               MOVE CARTERA-IMPORTE TO DET-CARGO
               MOVE ZERO TO DET-ABONO
               ADD CARTERA-IMPORTE TO TOTAL-CARGOS
               WRITE LINEA-REPORTE FROM LINEA-DETALLE.

       IMPRIME-PAGOS-PERIODO.
           MOVE "N" TO FIN-PAGOS.
           MOVE CLIENTE-BUSCADO TO PAGO-CLIENTE-ID.
           START PAGOS-ARCHIVO KEY IS EQUAL TO PAGO-CLIENTE-ID
           INVALID KEY
               MOVE "S" TO FIN-PAGOS.
           PERFORM IMPRIME-PAGO UNTIL FIN-PAGOS = "S".

       IMPRIME-PAGO.
           READ PAGOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-PAGOS.
           IF FIN-PAGOS = "N"
               IF PAGO-CLIENTE-ID NOT = CLIENTE-BUSCADO
                   MOVE "S" TO FIN-PAGOS
               ELSE
                   ADD PAGO-POR-APLICAR TO SALDO-A-FAVOR
                   IF PAGO-NUMERO > PAGO-CORTE
                       PERFORM REGISTRA-PAGO-PERIODO.

       REGISTRA-PAGO-PERIODO.
           IF PAGO-NUMERO > ULTIMO-PAGO
               MOVE PAGO-NUMERO TO ULTIMO-PAGO.
           IF PAGO-FACTURA NOT = ZERO
               PERFORM IMPRIME-LINEA-PAGO.

       IMPRIME-LINEA-PAGO.
           MOVE SPACE TO LINEA-DETALLE.
           MOVE PAGO-FECHA TO DET-FECHA.
           EVALUATE PAGO-FORMA
               WHEN "E"
                   MOVE "PAGO EFECTIVO" TO DET-CONCEPTO
               WHEN "C"
                   MOVE "PAGO CHEQUE" TO DET-CONCEPTO
               WHEN "T"
                   MOVE "TRANSFERENCIA" TO DET-CONCEPTO
               WHEN "A"
                   MOVE "APLIC. ANTICIPO" TO DET-CONCEPTO
               WHEN "N"
                   MOVE "NOTA DE CREDITO" TO DET-CONCEPTO
               WHEN OTHER
                   MOVE "PAGO" TO DET-CONCEPTO
           END-EVALUATE.
           MOVE PAGO-FACTURA TO DOCUMENTO-EDITADO.
           MOVE DOCUMENTO-EDITADO TO DET-DOCUMENTO.
           MOVE PAGO-REFERENCIA TO DET-REFERENCIA.
           MOVE ZERO TO DET-CARGO.
           MOVE PAGO-IMPORTE TO DET-ABONO.
           ADD PAGO-IMPORTE TO TOTAL-ABONOS.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.

      * Lo que el saldo no explica con facturas y recibos no se
      * disfraza de movimiento: queda fuera de los totales y se marca
      * para revisarlo antes de enviar el estado.
       IMPRIME-DIFERENCIA.
           ADD 1 TO DIFERENCIAS.
           MOVE ZERO TO DIF-CARGO.
           MOVE ZERO TO DIF-ABONO.
           IF DIFERENCIA > ZERO
               MOVE DIFERENCIA TO DIF-CARGO
           ELSE
               COMPUTE DIF-ABONO = ZERO - DIFERENCIA.
           WRITE LINEA-REPORTE FROM LINEA-DIFERENCIA-1.
           WRITE LINEA-REPORTE FROM LINEA-DIFERENCIA-2.
           DISPLAY "Aviso: el estado del cliente " CLIENTES-ID
               " tiene una diferencia no conciliada de " DIFERENCIA.

       IMPRIME-CIERRE-ESTADO.
           MOVE TOTAL-CARGOS TO TOT-CARGOS.
           MOVE TOTAL-ABONOS TO TOT-ABONOS.
           WRITE LINEA-REPORTE FROM LINEA-TOTALES.
           MOVE "SALDO ACTUAL" TO SAL-TITULO.
           MOVE CLIENTES-SALDO TO SAL-IMPORTE.
           WRITE LINEA-REPORTE FROM LINEA-SALDO.
           IF DIFERENCIA NOT = ZERO
               PERFORM IMPRIME-DIFERENCIA.
           IF SALDO-A-FAVOR NOT = ZERO
               MOVE "SALDO A FAVOR SIN APLICAR" TO SAL-TITULO
               MOVE SALDO-A-FAVOR TO SAL-IMPORTE
               WRITE LINEA-REPORTE FROM LINEA-SALDO.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-TITULO-ANTIGUEDAD.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS-ANTIGUEDAD.
           MOVE CLI-CORRIENTE(CLIENTES-ID) TO ANT-CORRIENTE.
           MOVE CLI-30(CLIENTES-ID) TO ANT-30.
           MOVE CLI-60(CLIENTES-ID) TO ANT-60.
           MOVE CLI-90(CLIENTES-ID) TO ANT-90.
           WRITE LINEA-REPORTE FROM LINEA-ANTIGUEDAD.
           IF CLI-60(CLIENTES-ID) NOT = ZERO OR
                   CLI-90(CLIENTES-ID) NOT = ZERO
               ADD 1 TO RECORDATORIOS
               MOVE SPACE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               WRITE LINEA-REPORTE FROM LINEA-RECORDATORIO-1
               WRITE LINEA-REPORTE FROM LINEA-RECORDATORIO-2.
           WRITE LINEA-REPORTE FROM LINEA-SEPARADOR.

       GUARDA-ESTADO.
           MOVE CLIENTES-ID TO EST-CLIENTE-ID.
           MOVE FECHA-HOY TO EST-FECHA.
           MOVE CLIENTES-SALDO TO EST-SALDO.
           MOVE ULTIMA-FACTURA TO EST-ULTIMA-FACTURA.
           MOVE ULTIMO-PAGO TO EST-ULTIMO-PAGO.
           IF TIENE-ESTADO = "S"
               REWRITE ESTADOS-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar estados.dat (estado: "
                       ESTADOS-STATUS ")"
               END-REWRITE
           ELSE
               WRITE ESTADOS-REGISTRO
               INVALID KEY
                   DISPLAY "Error al escribir en estados.dat (estado: "
                       ESTADOS-STATUS ")".

       END PROGRAM CUSTOMER-STATEMENT.
