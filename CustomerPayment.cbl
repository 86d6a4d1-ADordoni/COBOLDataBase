       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CLIENTES-STATUS.

       SELECT PAGOS-ARCHIVO
       ASSIGN TO "pagos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-NUMERO
       ALTERNATE RECORD KEY IS PAGO-CLIENTE-ID
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PAGOS-STATUS.

       SELECT OPERADOR-ARCHIVO
       ASSIGN TO "operador_actual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OPERADOR-STATUS.

       SELECT CONTROL-ARCHIVO
       ASSIGN TO "pagos_control.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CARTERA-ARCHIVO.
       FD CLIENTES-ARCHIVO.
       COPY "CLIENTES.cpy".

       FD PAGOS-ARCHIVO.
       COPY "PAGOS.cpy".

       FD OPERADOR-ARCHIVO.
       01 LINEA-OPERADOR PIC X(10).

       FD CONTROL-ARCHIVO.
       01 LINEA-CONTROL PIC X(6).

       WORKING-STORAGE SECTION.
       77 CARTERA-STATUS PIC XX.
       77 CLIENTES-STATUS PIC XX.
       77 FACTURAS-ABIERTAS PIC 9(5).
       77 IMPORTE-PAGO PIC 9(7)V99.
       77 IMPORTE-PENDIENTE PIC 9(7)V99.
       77 PAGOS-STATUS PIC XX.
       77 OPERADOR-STATUS PIC XX.
       77 CONTROL-STATUS PIC XX.
       77 OPERADOR PIC X(10).
       77 NUMERO-PAGO PIC 9(6) VALUE ZERO.
       77 FECHA-HOY PIC X(8).
       77 FORMA-PAGO PIC X.
       77 REFERENCIA-PAGO PIC X(15).
       77 IMPORTE-RECIBIDO PIC 9(7)V99.
       77 IMPORTE-EXCEDENTE PIC 9(7)V99.
       77 IMPORTE-POR-APLICAR PIC 9(7)V99.
       77 PORCION-ANTICIPO PIC 9(7)V99.
       77 ANTICIPOS-CLIENTE PIC 9(7)V99.
       77 CONTADOR-ANTICIPOS PIC 9(3).
       77 MAX-ANTICIPOS PIC 9(3) VALUE 100.
       77 I PIC 9(3).
       77 FIN-PAGOS PIC X.
       77 RESPUESTA PIC X.
       77 CONTADOR-RECIBOS PIC 9(5) VALUE ZERO.

       01 TABLA-ANTICIPOS.
           05 ANTICIPO OCCURS 100 TIMES.
               10 ANT-RECIBO PIC 9(6).
               10 ANT-SALDO PIC 9(7)V99.

       01 LINEA-FACTURA-ABIERTA.
           05 FILLER PIC X(2) VALUE SPACE.
           05 FILLER PIC X(12) VALUE " Pendiente: ".
           05 ABI-PENDIENTE PIC Z,ZZZ,ZZ9.99.

       01 LINEA-ANTICIPO.
           05 FILLER PIC X(2) VALUE SPACE.
           05 ANT-LIN-RECIBO PIC Z(7).
           05 FILLER PIC X(8) VALUE " Fecha: ".
           05 ANT-LIN-FECHA PIC X(8).
           05 FILLER PIC X(8) VALUE " Forma: ".
           05 ANT-LIN-FORMA PIC X.
           05 FILLER PIC X(14) VALUE " Por aplicar: ".
           05 ANT-LIN-SALDO PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       OPEN I-O CARTERA-ARCHIVO.
           PERFORM MUESTRA-ERROR-CLIENTES
           CLOSE CARTERA-ARCHIVO
           GOBACK.
       PERFORM ABRIR-PAGOS.
       IF PAGOS-STATUS NOT = "00"
           CLOSE CARTERA-ARCHIVO
           CLOSE CLIENTES-ARCHIVO
           GOBACK.
       PERFORM OBTIENE-OPERADOR.
       PERFORM LEE-NUMERO-PAGO.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       DISPLAY " ".
       DISPLAY "REGISTRO DE PAGOS DE CLIENTES".
       PERFORM PIDE-CLIENTE.
       PERFORM ATIENDE-CLIENTE UNTIL CLIENTE-BUSCADO = ZEROES.
       PERFORM ESCRIBE-NUMERO-PAGO.
       IF CONTADOR-RECIBOS NOT = ZERO
           DISPLAY " "
           DISPLAY "Recibos registrados en pagos.dat: "
               CONTADOR-RECIBOS.
       CLOSE CARTERA-ARCHIVO.
       CLOSE CLIENTES-ARCHIVO.
       CLOSE PAGOS-ARCHIVO.
       GOBACK.

       MUESTRA-ERROR-CARTERA.
                   DISPLAY "Codigo de estado: " CLIENTES-STATUS
           END-EVALUATE.

       ABRIR-PAGOS.
           OPEN I-O PAGOS-ARCHIVO.
           IF PAGOS-STATUS = "35"
               OPEN OUTPUT PAGOS-ARCHIVO
               CLOSE PAGOS-ARCHIVO
               OPEN I-O PAGOS-ARCHIVO.
           IF PAGOS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el diario de cobros pagos.dat"
                   " (estado: " PAGOS-STATUS ")".

       OBTIENE-OPERADOR.
           MOVE SPACE TO OPERADOR.
           OPEN INPUT OPERADOR-ARCHIVO.
           IF OPERADOR-STATUS = "00"
               READ OPERADOR-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINEA-OPERADOR NOT = SPACE
                           MOVE LINEA-OPERADOR TO OPERADOR
                       END-IF
               END-READ
               CLOSE OPERADOR-ARCHIVO.
           IF OPERADOR = SPACE
               PERFORM PIDE-OPERADOR.

       PIDE-OPERADOR.
           DISPLAY "Ingrese el codigo del operador: ".
           ACCEPT OPERADOR.
           IF OPERADOR = SPACE
               PERFORM PIDE-OPERADOR.

       LEE-NUMERO-PAGO.
           MOVE ZERO TO NUMERO-PAGO.
           OPEN INPUT CONTROL-ARCHIVO.
           IF CONTROL-STATUS = "00"
               READ CONTROL-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINEA-CONTROL TO NUMERO-PAGO
               END-READ
               CLOSE CONTROL-ARCHIVO.

       ESCRIBE-NUMERO-PAGO.
           OPEN OUTPUT CONTROL-ARCHIVO.
           MOVE NUMERO-PAGO TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-ARCHIVO.

       PIDE-CLIENTE.
           DISPLAY " ".
           DISPLAY "Ingrese el ID del cliente (0 para salir): ".
               DISPLAY " Cliente: " CLIENTES-NOMBRE
               DISPLAY " Saldo..: " CLIENTES-SALDO
               PERFORM LISTA-FACTURAS-ABIERTAS
               PERFORM LISTA-ANTICIPOS
               IF FACTURAS-ABIERTAS = ZERO
                   DISPLAY "El cliente no tiene facturas abiertas."
               ELSE
                   IF ANTICIPOS-CLIENTE NOT = ZERO
                       PERFORM OFRECE-APLICAR-ANTICIPOS
                   END-IF
                   PERFORM PIDE-FACTURA
                   PERFORM APLICA-PAGO
                       UNTIL FACTURA-BUSCADA = ZEROES
               END-IF
               PERFORM OFRECE-PAGO-A-CUENTA.
           PERFORM PIDE-CLIENTE.

       LISTA-FACTURAS-ABIERTAS.
               CARTERA-IMPORTE - CARTERA-PAGADO.
           DISPLAY " Pendiente de la factura: " IMPORTE-PENDIENTE.
           DISPLAY "Ingrese el importe del pago: ".
           ACCEPT IMPORTE-RECIBIDO.
           IF IMPORTE-RECIBIDO = ZERO
               DISPLAY "El importe no puede ser cero."
           ELSE
               MOVE IMPORTE-RECIBIDO TO IMPORTE-PAGO
               MOVE ZERO TO IMPORTE-EXCEDENTE
               IF IMPORTE-PAGO > IMPORTE-PENDIENTE
                   DISPLAY "Aviso: el pago excede lo pendiente; el"
                       " excedente queda a cuenta del cliente."
                   MOVE IMPORTE-PENDIENTE TO IMPORTE-PAGO
                   COMPUTE IMPORTE-EXCEDENTE =
                       IMPORTE-RECIBIDO - IMPORTE-PENDIENTE
               END-IF
               PERFORM PIDE-FORMA-PAGO
               PERFORM POSTEA-PAGO
               PERFORM NUEVO-PAGO
               MOVE CARTERA-FACTURA TO PAGO-FACTURA
               MOVE IMPORTE-PAGO TO PAGO-IMPORTE
               PERFORM GRABA-PAGO
               IF IMPORTE-EXCEDENTE NOT = ZERO
                   PERFORM REGISTRA-A-CUENTA.

       PIDE-FORMA-PAGO.
           DISPLAY "Forma de pago (E = efectivo, C = cheque,"
               " T = transferencia): ".
           ACCEPT FORMA-PAGO.
           MOVE FUNCTION UPPER-CASE(FORMA-PAGO) TO FORMA-PAGO.
           IF FORMA-PAGO NOT = "E" AND FORMA-PAGO NOT = "C" AND
                   FORMA-PAGO NOT = "T"
               DISPLAY "Responda E, C o T."
               PERFORM PIDE-FORMA-PAGO
           ELSE
               MOVE SPACE TO REFERENCIA-PAGO
               IF FORMA-PAGO NOT = "E"
                   PERFORM PIDE-REFERENCIA-PAGO.

       PIDE-REFERENCIA-PAGO.
           IF FORMA-PAGO = "C"
               DISPLAY "Numero de cheque: "
           ELSE
               DISPLAY "Referencia de la transferencia: ".
           ACCEPT REFERENCIA-PAGO.
           IF REFERENCIA-PAGO = SPACE
               DISPLAY "La referencia es obligatoria."
               PERFORM PIDE-REFERENCIA-PAGO.

       POSTEA-PAGO.
           ADD IMPORTE-PAGO TO CARTERA-PAGADO.
               DISPLAY "La factura " CARTERA-FACTURA
                   " quedo PAGADA por completo.".

       NUEVO-PAGO.
           MOVE SPACE TO PAGOS-REGISTRO.
           ADD 1 TO NUMERO-PAGO.
           MOVE NUMERO-PAGO TO PAGO-NUMERO.
           MOVE FECHA-HOY TO PAGO-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PAGO-HORA.
           MOVE CLIENTE-BUSCADO TO PAGO-CLIENTE-ID.
           MOVE ZERO TO PAGO-FACTURA.
           MOVE ZERO TO PAGO-IMPORTE.
           MOVE FORMA-PAGO TO PAGO-FORMA.
           MOVE REFERENCIA-PAGO TO PAGO-REFERENCIA.
           MOVE OPERADOR TO PAGO-OPERADOR.
           MOVE ZERO TO PAGO-POR-APLICAR.
           MOVE ZERO TO PAGO-ORIGEN.

       GRABA-PAGO.
           WRITE PAGOS-REGISTRO
           INVALID KEY
               IF PAGOS-STATUS NOT = "22"
                   DISPLAY "Error al registrar el recibo " PAGO-NUMERO
                       " (estado: " PAGOS-STATUS ")"
               END-IF
           END-WRITE.
           IF PAGOS-STATUS = "22"
               ADD 1 TO NUMERO-PAGO
               MOVE NUMERO-PAGO TO PAGO-NUMERO
               PERFORM GRABA-PAGO.
           IF PAGOS-STATUS = "00"
               ADD 1 TO CONTADOR-RECIBOS
               DISPLAY "Recibo " PAGO-NUMERO " registrado.".

       OFRECE-PAGO-A-CUENTA.
           DISPLAY " ".
           DISPLAY "Registrar un pago a cuenta sin factura? (S/N): ".
           ACCEPT RESPUESTA.
           MOVE FUNCTION UPPER-CASE(RESPUESTA) TO RESPUESTA.
           IF RESPUESTA = "S"
               DISPLAY "Ingrese el importe recibido a cuenta: "
               ACCEPT IMPORTE-EXCEDENTE
               IF IMPORTE-EXCEDENTE = ZERO
                   DISPLAY "El importe no puede ser cero."
               ELSE
                   PERFORM PIDE-FORMA-PAGO
                   PERFORM REGISTRA-A-CUENTA.

       REGISTRA-A-CUENTA.
           PERFORM NUEVO-PAGO.
           MOVE IMPORTE-EXCEDENTE TO PAGO-IMPORTE.
           MOVE IMPORTE-EXCEDENTE TO PAGO-POR-APLICAR.
           PERFORM GRABA-PAGO.
           IF PAGOS-STATUS = "00"
               ADD IMPORTE-EXCEDENTE TO ANTICIPOS-CLIENTE
               DISPLAY "Saldo a favor sin aplicar del cliente: "
                   ANTICIPOS-CLIENTE.

       LISTA-ANTICIPOS.
           MOVE ZERO TO ANTICIPOS-CLIENTE.
           MOVE ZERO TO CONTADOR-ANTICIPOS.
           MOVE "N" TO FIN-PAGOS.
           MOVE CLIENTE-BUSCADO TO PAGO-CLIENTE-ID.
           START PAGOS-ARCHIVO KEY IS EQUAL TO PAGO-CLIENTE-ID
           INVALID KEY
               MOVE "S" TO FIN-PAGOS.
           PERFORM LISTA-UN-ANTICIPO UNTIL FIN-PAGOS = "S".
           IF ANTICIPOS-CLIENTE NOT = ZERO
               DISPLAY " Saldo a favor sin aplicar: "
                   ANTICIPOS-CLIENTE.

       LISTA-UN-ANTICIPO.
           READ PAGOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-PAGOS.
           IF FIN-PAGOS = "N"
               IF PAGO-CLIENTE-ID NOT = CLIENTE-BUSCADO
                   MOVE "S" TO FIN-PAGOS
               ELSE
                   IF PAGO-POR-APLICAR NOT = ZERO AND
                           CONTADOR-ANTICIPOS < MAX-ANTICIPOS
                       ADD 1 TO CONTADOR-ANTICIPOS
                       MOVE PAGO-NUMERO TO
                           ANT-RECIBO(CONTADOR-ANTICIPOS)
                       MOVE PAGO-POR-APLICAR TO
                           ANT-SALDO(CONTADOR-ANTICIPOS)
                       ADD PAGO-POR-APLICAR TO ANTICIPOS-CLIENTE
                       MOVE PAGO-NUMERO TO ANT-LIN-RECIBO
                       MOVE PAGO-FECHA TO ANT-LIN-FECHA
                       MOVE PAGO-FORMA TO ANT-LIN-FORMA
                       MOVE PAGO-POR-APLICAR TO ANT-LIN-SALDO
                       DISPLAY LINEA-ANTICIPO.

       OFRECE-APLICAR-ANTICIPOS.
           DISPLAY " ".
           DISPLAY "Aplicar el saldo a favor a facturas abiertas?"
               " (S/N): ".
           ACCEPT RESPUESTA.
           MOVE FUNCTION UPPER-CASE(RESPUESTA) TO RESPUESTA.
           IF RESPUESTA = "S"
               PERFORM PIDE-FACTURA-ANTICIPO
               PERFORM APLICA-ANTICIPO
                   UNTIL FACTURA-BUSCADA = ZEROES.

       PIDE-FACTURA-ANTICIPO.
           IF ANTICIPOS-CLIENTE = ZERO
               MOVE ZERO TO FACTURA-BUSCADA
           ELSE
               DISPLAY " "
               DISPLAY "Factura a la que se aplica el saldo a favor"
                   " (0 termina): "
               ACCEPT CAMPO-FACTURA
               MOVE CAMPO-FACTURA TO FACTURA-BUSCADA.

       APLICA-ANTICIPO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE FACTURA-BUSCADA TO CARTERA-FACTURA.
           READ CARTERA-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "No existe la factura " FACTURA-BUSCADA
           ELSE
               IF CARTERA-CLIENTE-ID NOT = CLIENTE-BUSCADO
                   DISPLAY "La factura no pertenece a este cliente."
               ELSE
                   IF CARTERA-ESTADO NOT = "A"
                       DISPLAY "La factura ya esta pagada."
                   ELSE
                       PERFORM CONSUME-ANTICIPOS.
           PERFORM PIDE-FACTURA-ANTICIPO.

       CONSUME-ANTICIPOS.
           COMPUTE IMPORTE-PENDIENTE =
               CARTERA-IMPORTE - CARTERA-PAGADO.
           IF IMPORTE-PENDIENTE > ANTICIPOS-CLIENTE
               MOVE ANTICIPOS-CLIENTE TO IMPORTE-PAGO
           ELSE
               MOVE IMPORTE-PENDIENTE TO IMPORTE-PAGO.
           MOVE IMPORTE-PAGO TO IMPORTE-POR-APLICAR.
           MOVE 1 TO I.
           PERFORM CONSUME-UN-ANTICIPO
               UNTIL I > CONTADOR-ANTICIPOS OR
                   IMPORTE-POR-APLICAR = ZERO.
           SUBTRACT IMPORTE-POR-APLICAR FROM IMPORTE-PAGO.
           SUBTRACT IMPORTE-PAGO FROM ANTICIPOS-CLIENTE.
           IF IMPORTE-PAGO NOT = ZERO
               PERFORM POSTEA-PAGO
               DISPLAY "Saldo a favor restante: " ANTICIPOS-CLIENTE.

       CONSUME-UN-ANTICIPO.
           IF ANT-SALDO(I) NOT = ZERO
               MOVE ANT-RECIBO(I) TO PAGO-NUMERO
               READ PAGOS-ARCHIVO RECORD
               INVALID KEY
                   MOVE ZERO TO ANT-SALDO(I)
               END-READ
               IF ANT-SALDO(I) NOT = ZERO
                   PERFORM DESCUENTA-ANTICIPO.
           ADD 1 TO I.

       DESCUENTA-ANTICIPO.
           IF PAGO-POR-APLICAR > IMPORTE-POR-APLICAR
               MOVE IMPORTE-POR-APLICAR TO PORCION-ANTICIPO
           ELSE
               MOVE PAGO-POR-APLICAR TO PORCION-ANTICIPO.
           SUBTRACT PORCION-ANTICIPO FROM PAGO-POR-APLICAR.
           REWRITE PAGOS-REGISTRO
           INVALID KEY
               DISPLAY "Error al actualizar el recibo " PAGO-NUMERO
                   " (estado: " PAGOS-STATUS ")".
           IF PAGOS-STATUS = "00"
               MOVE PAGO-POR-APLICAR TO ANT-SALDO(I)
               SUBTRACT PORCION-ANTICIPO FROM IMPORTE-POR-APLICAR
               MOVE "A" TO FORMA-PAGO
               MOVE PAGO-REFERENCIA TO REFERENCIA-PAGO
               PERFORM NUEVO-PAGO
               MOVE FACTURA-BUSCADA TO PAGO-FACTURA
               MOVE PORCION-ANTICIPO TO PAGO-IMPORTE
               MOVE ANT-RECIBO(I) TO PAGO-ORIGEN
               PERFORM GRABA-PAGO.

       END PROGRAM CUSTOMER-PAYMENT.
