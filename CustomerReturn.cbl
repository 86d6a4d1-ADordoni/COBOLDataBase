      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-RETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARTICULOS-ARCHIVO
       ASSIGN TO "articulos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ARTICULOS-ID
       ALTERNATE RECORD KEY IS ARTICULOS-PRODUCTO
           WITH DUPLICATES
       ALTERNATE RECORD KEY IS ARTICULOS-MARCA
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARCHIVO-STATUS.

       SELECT VENTAS-ARCHIVO
       ASSIGN TO "ventas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS VENTAS-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS VENTAS-STATUS.

       SELECT DEVCLIENTES-ARCHIVO
       ASSIGN TO "devoluciones_clientes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DVC-CLAVE
       ALTERNATE RECORD KEY IS DVC-VENTA-CLAVE
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS DEVCLIENTES-STATUS.

       SELECT MOVIMIENTOS-ARCHIVO
       ASSIGN TO "movimientos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MOVIMIENTOS-STATUS.

       SELECT MERMAS-ARCHIVO
       ASSIGN TO "mermas.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MERMAS-STATUS.

       SELECT AUDITORIA-ARCHIVO
       ASSIGN TO "auditoria.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AUDITORIA-STATUS.

       SELECT OPERADOR-ARCHIVO
       ASSIGN TO "operador_actual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OPERADOR-STATUS.

       SELECT CAMBIOS-ARCHIVO
       ASSIGN TO "cambios_pendientes.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CAMBIOS-STATUS.

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

       SELECT CONTROL-ARCHIVO
       ASSIGN TO "notas_credito_control.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONTROL-STATUS.

       SELECT PAGOS-ARCHIVO
       ASSIGN TO "pagos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-NUMERO
       ALTERNATE RECORD KEY IS PAGO-CLIENTE-ID
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PAGOS-STATUS.

       SELECT CONTROL-PAGOS-ARCHIVO
       ASSIGN TO "pagos_control.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONTROL-PAGOS-STATUS.

       SELECT DOCUMENTO-ARCHIVO
       ASSIGN TO "notas_credito.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DOCUMENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD VENTAS-ARCHIVO.
       COPY "VENTAS.cpy".

       FD DEVCLIENTES-ARCHIVO.
       COPY "DEVCLIENTES.cpy".

       FD MOVIMIENTOS-ARCHIVO.
       COPY "MOVIMIENTOS.cpy".

       FD MERMAS-ARCHIVO.
       COPY "MERMAS.cpy".

       FD AUDITORIA-ARCHIVO.
       COPY "AUDITORIA.cpy".

       FD OPERADOR-ARCHIVO.
       01 LINEA-OPERADOR PIC X(10).

       FD CAMBIOS-ARCHIVO.
       COPY "CAMBIOS.cpy".

       FD CLIENTES-ARCHIVO.
       COPY "CLIENTES.cpy".

       FD CARTERA-ARCHIVO.
       COPY "CARTERA.cpy".

       FD CONTROL-ARCHIVO.
       01 LINEA-CONTROL PIC X(6).

       FD PAGOS-ARCHIVO.
       COPY "PAGOS.cpy".

       FD CONTROL-PAGOS-ARCHIVO.
       01 LINEA-CONTROL-PAGOS PIC X(6).

       FD DOCUMENTO-ARCHIVO.
       01 LINEA-DOCUMENTO PIC X(80).

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 VENTAS-STATUS PIC XX.
       77 DEVCLIENTES-STATUS PIC XX.
       77 MOVIMIENTOS-STATUS PIC XX.
       77 MERMAS-STATUS PIC XX.
       77 AUDITORIA-STATUS PIC XX.
       77 OPERADOR-STATUS PIC XX.
       77 CAMBIOS-STATUS PIC XX.
       77 CLIENTES-STATUS PIC XX.
       77 CARTERA-STATUS PIC XX.
       77 CONTROL-STATUS PIC XX.
       77 DOCUMENTO-STATUS PIC XX.
       77 PAGOS-STATUS PIC XX.
       77 CONTROL-PAGOS-STATUS PIC XX.
       77 NUMERO-PAGO PIC 9(6) VALUE ZERO.
       77 CLIENTES-DISPONIBLE PIC X VALUE "N".
       77 OPERADOR PIC X(10).
       77 CAMPO-NUMERO-FACTURA PIC Z(7).
       77 FACTURA-BUSCADA PIC 9(6).
       77 CAMPO-LINEA-VENTA PIC Z(4).
       77 LINEA-BUSCADA PIC 9(3).
       77 REGISTRO-ENCONTRADO PIC X.
       77 FIN-LINEAS PIC X.
       77 FIN-DEVUELTOS PIC X.
       77 FECHA-FACTURA PIC X(8).
       77 CLIENTE-NOTA PIC 9(4).
       77 CREDITO-NOTA PIC X.
       77 NOMBRE-CLIENTE PIC X(30).
       77 CANTIDAD-DEVUELTA PIC 9(5).
       77 CANTIDAD-YA-DEVUELTA PIC 9(7).
       77 CANTIDAD-DISPONIBLE PIC 9(7).
       77 CONDICION-DEVOLUCION PIC X.
       77 DEVOLUCION-VALIDA PIC X.
       77 NUMERO-NOTA PIC 9(6) VALUE ZERO.
       77 LINEA-NOTA PIC 9(3) VALUE ZERO.
       77 IMPORTE-LINEA PIC 9(9)V99.
       77 TOTAL-NOTA PIC 9(9)V99.
       77 SALDO-ABIERTO PIC 9(9)V99.
       77 IMPORTE-APLICADO PIC 9(9)V99.
       77 IMPORTE-A-FAVOR PIC 9(9)V99.
       77 CANTIDAD-INTERMEDIA PIC 9(5).
       77 CONTADOR-NOTAS PIC 9(5) VALUE ZERO.
       77 REINTENTOS-LECTURA PIC 9(2) VALUE ZERO.
       77 REINTENTOS-ESCRITURA PIC 9(2) VALUE ZERO.
       77 MAX-REINTENTOS PIC 9(2) VALUE 5.
       77 IMAGEN-ANTERIOR PIC X(90).
       77 REFERENCIA-NOTA PIC X(10).
       77 FECHA-HOY PIC X(8).

       01 LINEA-PANTALLA.
           05 FILLER PIC X(2) VALUE SPACE.
           05 PAN-LINEA PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 PAN-ARTICULO PIC Z(4).
           05 FILLER PIC X(9) VALUE "  Vend.: ".
           05 PAN-VENDIDA PIC ZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  Devuel: ".
           05 PAN-DEVUELTA PIC ZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  Precio: ".
           05 PAN-PRECIO PIC ZZZ9.99.

       01 DOC-ENCABEZADO-NOTA.
           05 FILLER PIC X(17) VALUE "NOTA DE CREDITO: ".
           05 DOC-NUMERO PIC 9(6).
           05 FILLER PIC X(10) VALUE "   Fecha: ".
           05 DOC-FECHA PIC X(8).
       01 DOC-OPERADOR.
           05 FILLER PIC X(11) VALUE "Operador.: ".
           05 DOC-OPERADOR-ID PIC X(10).
       01 DOC-FACTURA.
           05 FILLER PIC X(11) VALUE "Factura..: ".
           05 DOC-FACTURA-NUMERO PIC 9(6).
           05 FILLER PIC X(7) VALUE "   del ".
           05 DOC-FACTURA-FECHA PIC X(8).
       01 DOC-CLIENTE.
           05 FILLER PIC X(11) VALUE "Cliente..: ".
           05 DOC-CLIENTE-ID PIC Z(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DOC-CLIENTE-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DOC-CLIENTE-CREDITO PIC X(9).
       01 DOC-COLUMNAS PIC X(80) VALUE
           "    ID   Producto                        Cantidad  Precio
      -    "     Importe  Estado".
       01 DOC-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DOC-DET-ID PIC Z(5).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DOC-DET-PRODUCTO PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DOC-DET-CANTIDAD PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DOC-DET-PRECIO PIC ZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DOC-DET-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACE.
           05 DOC-DET-ESTADO PIC X(8).
       01 DOC-TOTAL.
           05 FILLER PIC X(41) VALUE SPACE.
           05 FILLER PIC X(14) VALUE "TOTAL.......: ".
           05 DOC-TOT-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       OPEN I-O ARTICULOS-ARCHIVO.
       IF ARCHIVO-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-ARCHIVO
           GOBACK.
       OPEN INPUT VENTAS-ARCHIVO.
       IF VENTAS-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-VENTAS
           CLOSE ARTICULOS-ARCHIVO
           GOBACK.
       PERFORM ABRIR-DEVCLIENTES.
       IF DEVCLIENTES-STATUS NOT = "00"
           CLOSE ARTICULOS-ARCHIVO
           CLOSE VENTAS-ARCHIVO
           GOBACK.
       PERFORM ABRIR-MOVIMIENTOS.
       PERFORM ABRIR-MERMAS.
       PERFORM ABRIR-AUDITORIA.
       PERFORM ABRIR-CLIENTES.
       PERFORM OBTIENE-OPERADOR.
       PERFORM LEE-NUMERO-NOTA.
       OPEN OUTPUT DOCUMENTO-ARCHIVO.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       DISPLAY " ".
       DISPLAY "DEVOLUCIONES DE CLIENTES".
       PERFORM PIDE-FACTURA.
       PERFORM PROCESA-FACTURA UNTIL FACTURA-BUSCADA = ZEROES.
       PERFORM ESCRIBE-NUMERO-NOTA.
       IF CONTADOR-NOTAS NOT = ZERO
           DISPLAY " "
           DISPLAY "Notas de credito emitidas: " CONTADOR-NOTAS
           DISPLAY "Documento generado: notas_credito.lst".
       CLOSE ARTICULOS-ARCHIVO.
       CLOSE VENTAS-ARCHIVO.
       CLOSE DEVCLIENTES-ARCHIVO.
       CLOSE MOVIMIENTOS-ARCHIVO.
       CLOSE MERMAS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE DOCUMENTO-ARCHIVO.
       IF CLIENTES-DISPONIBLE = "S"
           CLOSE CLIENTES-ARCHIVO
           CLOSE CARTERA-ARCHIVO.
       GOBACK.

       MUESTRA-ERROR-ARCHIVO.
           DISPLAY "No se pudo abrir el archivo de articulos.".
           EVALUATE ARCHIVO-STATUS
               WHEN "35"
                   DISPLAY "El archivo articulos.dat no existe."
                   DISPLAY "Ejecute primero CREATE-DATA-BASE."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " ARCHIVO-STATUS
           END-EVALUATE.

       MUESTRA-ERROR-VENTAS.
           DISPLAY "No se pudo abrir el archivo de ventas.".
           EVALUATE VENTAS-STATUS
               WHEN "35"
                   DISPLAY "El archivo ventas.dat no existe."
                   DISPLAY "Aun no se ha facturado ninguna venta."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " VENTAS-STATUS
           END-EVALUATE.

       ABRIR-DEVCLIENTES.
           OPEN I-O DEVCLIENTES-ARCHIVO.
           IF DEVCLIENTES-STATUS = "35"
               OPEN OUTPUT DEVCLIENTES-ARCHIVO
               CLOSE DEVCLIENTES-ARCHIVO
               OPEN I-O DEVCLIENTES-ARCHIVO.
           IF DEVCLIENTES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir devoluciones_clientes.dat"
                   " (estado: " DEVCLIENTES-STATUS ")".

       ABRIR-CLIENTES.
           OPEN I-O CLIENTES-ARCHIVO.
           IF CLIENTES-STATUS = "00"
               MOVE "S" TO CLIENTES-DISPONIBLE
               PERFORM ABRIR-CARTERA
           ELSE
               DISPLAY "Aviso: no se pudo abrir clientes.dat; solo"
               DISPLAY "se aceptan devoluciones de contado.".

       ABRIR-CARTERA.
           OPEN I-O CARTERA-ARCHIVO.
           IF CARTERA-STATUS NOT = "00"
               DISPLAY "Aviso: no se pudo abrir cartera.dat; solo"
                   " se aceptan devoluciones de contado."
               CLOSE CLIENTES-ARCHIVO
               MOVE "N" TO CLIENTES-DISPONIBLE.

       ABRIR-MOVIMIENTOS.
           OPEN EXTEND MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-STATUS NOT = "00"
               OPEN OUTPUT MOVIMIENTOS-ARCHIVO.

       ABRIR-MERMAS.
           OPEN EXTEND MERMAS-ARCHIVO.
           IF MERMAS-STATUS NOT = "00"
               OPEN OUTPUT MERMAS-ARCHIVO.

       ABRIR-AUDITORIA.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           IF AUDITORIA-STATUS NOT = "00"
               OPEN OUTPUT AUDITORIA-ARCHIVO.

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

       LEE-NUMERO-NOTA.
           MOVE ZERO TO NUMERO-NOTA.
           OPEN INPUT CONTROL-ARCHIVO.
           IF CONTROL-STATUS = "00"
               READ CONTROL-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINEA-CONTROL TO NUMERO-NOTA
               END-READ
               CLOSE CONTROL-ARCHIVO.

       ESCRIBE-NUMERO-NOTA.
           OPEN OUTPUT CONTROL-ARCHIVO.
           MOVE NUMERO-NOTA TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-ARCHIVO.

       PIDE-FACTURA.
           DISPLAY " ".
           DISPLAY "Ingrese el numero de factura de venta".
           DISPLAY "(0 para salir): ".
           ACCEPT CAMPO-NUMERO-FACTURA.
           MOVE CAMPO-NUMERO-FACTURA TO FACTURA-BUSCADA.

       PROCESA-FACTURA.
           PERFORM BUSCA-FACTURA.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "No existe la factura " FACTURA-BUSCADA
           ELSE
               IF CREDITO-NOTA = "S" AND CLIENTES-DISPONIBLE NOT = "S"
                   DISPLAY "La factura fue a credito y no hay acceso"
                       " a cartera; no se puede acreditar."
               ELSE
                   PERFORM ATIENDE-FACTURA.
           PERFORM PIDE-FACTURA.

       BUSCA-FACTURA.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE FACTURA-BUSCADA TO VENTAS-NUMERO.
           MOVE ZERO TO VENTAS-LINEA.
           START VENTAS-ARCHIVO KEY IS NOT LESS THAN VENTAS-CLAVE
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "S"
               READ VENTAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "N" TO REGISTRO-ENCONTRADO
               END-READ
               IF REGISTRO-ENCONTRADO = "S"
                   IF VENTAS-NUMERO NOT = FACTURA-BUSCADA
                       MOVE "N" TO REGISTRO-ENCONTRADO
                   ELSE
                       MOVE VENTAS-FECHA TO FECHA-FACTURA
                       MOVE VENTAS-CLIENTE-ID TO CLIENTE-NOTA
                       MOVE VENTAS-CREDITO TO CREDITO-NOTA.

       ATIENDE-FACTURA.
           PERFORM BUSCA-CLIENTE.
           DISPLAY " Fecha...: " FECHA-FACTURA.
           DISPLAY " Cliente.: " CLIENTE-NOTA " " NOMBRE-CLIENTE.
           IF CREDITO-NOTA = "S"
               DISPLAY " Venta a credito.".
           PERFORM LISTA-LINEAS-FACTURA.
           MOVE ZERO TO LINEA-NOTA.
           MOVE ZERO TO TOTAL-NOTA.
           PERFORM PIDE-LINEA-VENTA.
           PERFORM CAPTURA-LINEA-DEVOLUCION
               UNTIL LINEA-BUSCADA = ZEROES.
           IF LINEA-NOTA = ZERO
               DISPLAY "No se devolvio nada; no se genera nota."
           ELSE
               PERFORM CIERRA-NOTA.

       BUSCA-CLIENTE.
           MOVE "Venta de mostrador" TO NOMBRE-CLIENTE.
           IF CLIENTE-NOTA NOT = ZERO
               MOVE "Desconocido" TO NOMBRE-CLIENTE
               IF CLIENTES-DISPONIBLE = "S"
                   MOVE CLIENTE-NOTA TO CLIENTES-ID
                   READ CLIENTES-ARCHIVO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTES-NOMBRE TO NOMBRE-CLIENTE.

       LISTA-LINEAS-FACTURA.
           DISPLAY " ".
           DISPLAY "  Lin  Art.  Vendido / Devuelto".
           MOVE "N" TO FIN-LINEAS.
           MOVE FACTURA-BUSCADA TO VENTAS-NUMERO.
           MOVE ZERO TO VENTAS-LINEA.
           START VENTAS-ARCHIVO KEY IS NOT LESS THAN VENTAS-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-LINEAS.
           PERFORM MUESTRA-LINEA-FACTURA UNTIL FIN-LINEAS = "S".

       MUESTRA-LINEA-FACTURA.
           READ VENTAS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-LINEAS.
           IF FIN-LINEAS = "N"
               IF VENTAS-NUMERO NOT = FACTURA-BUSCADA
                   MOVE "S" TO FIN-LINEAS
               ELSE
                   PERFORM SUMA-DEVUELTO
                   MOVE VENTAS-LINEA TO PAN-LINEA
                   MOVE VENTAS-ARTICULO-ID TO PAN-ARTICULO
                   MOVE VENTAS-CANTIDAD TO PAN-VENDIDA
                   MOVE CANTIDAD-YA-DEVUELTA TO PAN-DEVUELTA
                   MOVE VENTAS-PRECIO TO PAN-PRECIO
                   DISPLAY LINEA-PANTALLA.

       SUMA-DEVUELTO.
           MOVE ZERO TO CANTIDAD-YA-DEVUELTA.
           MOVE "N" TO FIN-DEVUELTOS.
           MOVE VENTAS-NUMERO TO DVC-VENTA-NUMERO.
           MOVE VENTAS-LINEA TO DVC-VENTA-LINEA.
           START DEVCLIENTES-ARCHIVO KEY IS EQUAL TO DVC-VENTA-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-DEVUELTOS.
           PERFORM ACUMULA-DEVUELTO UNTIL FIN-DEVUELTOS = "S".

       ACUMULA-DEVUELTO.
           READ DEVCLIENTES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-DEVUELTOS.
           IF FIN-DEVUELTOS = "N"
               IF DVC-VENTA-NUMERO NOT = VENTAS-NUMERO OR
                       DVC-VENTA-LINEA NOT = VENTAS-LINEA
                   MOVE "S" TO FIN-DEVUELTOS
               ELSE
                   ADD DVC-CANTIDAD TO CANTIDAD-YA-DEVUELTA.

       PIDE-LINEA-VENTA.
           DISPLAY " ".
           DISPLAY "Ingrese la linea de la factura a devolver".
           DISPLAY "(0 cierra la nota): ".
           ACCEPT CAMPO-LINEA-VENTA.
           MOVE CAMPO-LINEA-VENTA TO LINEA-BUSCADA.

       CAPTURA-LINEA-DEVOLUCION.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE FACTURA-BUSCADA TO VENTAS-NUMERO.
           MOVE LINEA-BUSCADA TO VENTAS-LINEA.
           READ VENTAS-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "No existe la linea " LINEA-BUSCADA
                   " de la factura " FACTURA-BUSCADA
           ELSE
               PERFORM CAPTURA-CANTIDAD.
           PERFORM PIDE-LINEA-VENTA.

       CAPTURA-CANTIDAD.
           PERFORM SUMA-DEVUELTO.
           COMPUTE CANTIDAD-DISPONIBLE =
               VENTAS-CANTIDAD - CANTIDAD-YA-DEVUELTA.
           DISPLAY " Articulo.........: " VENTAS-ARTICULO-ID.
           DISPLAY " Cantidad vendida.: " VENTAS-CANTIDAD.
           DISPLAY " Ya devuelto......: " CANTIDAD-YA-DEVUELTA.
           IF CANTIDAD-DISPONIBLE = ZERO
               DISPLAY "La linea ya fue devuelta completa."
           ELSE
               DISPLAY "Ingrese la cantidad devuelta (0 cancela): "
               ACCEPT CANTIDAD-DEVUELTA
               IF CANTIDAD-DEVUELTA NOT = ZERO
                   PERFORM PIDE-CONDICION
                   PERFORM VALIDA-DEVOLUCION
                   IF DEVOLUCION-VALIDA = "S"
                       PERFORM POSTEA-DEVOLUCION.

       PIDE-CONDICION.
           DISPLAY "Estado de la mercancia (R = revendible,"
               " D = danada): ".
           ACCEPT CONDICION-DEVOLUCION.
           MOVE FUNCTION UPPER-CASE(CONDICION-DEVOLUCION)
               TO CONDICION-DEVOLUCION.
           IF CONDICION-DEVOLUCION NOT = "R" AND
                   CONDICION-DEVOLUCION NOT = "D"
               DISPLAY "Responda R o D."
               PERFORM PIDE-CONDICION.

       VALIDA-DEVOLUCION.
           MOVE "S" TO DEVOLUCION-VALIDA.
           IF CANTIDAD-DEVUELTA > CANTIDAD-DISPONIBLE
               DISPLAY "No se puede devolver mas de lo vendido en la"
                   " linea."
               MOVE "N" TO DEVOLUCION-VALIDA.

       POSTEA-DEVOLUCION.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE VENTAS-ARTICULO-ID TO ARTICULOS-ID.
           MOVE ZERO TO REINTENTOS-LECTURA.
           PERFORM INTENTA-LEER.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "El articulo " VENTAS-ARTICULO-ID
                   " no existe; no se postea."
           ELSE
               PERFORM APLICA-DEVOLUCION.

       APLICA-DEVOLUCION.
           MOVE ARTICULOS-REGISTRO TO IMAGEN-ANTERIOR.
           IF CONDICION-DEVOLUCION = "R"
               ADD CANTIDAD-DEVUELTA TO ARTICULOS-CANTIDAD.
           MOVE ZERO TO REINTENTOS-ESCRITURA.
           PERFORM INTENTA-REESCRIBIR.
           IF ARCHIVO-STATUS = "00" OR ARCHIVO-STATUS = "02"
               IF LINEA-NOTA = ZERO
                   PERFORM ABRE-NOTA
               END-IF
               ADD 1 TO LINEA-NOTA
               COMPUTE IMPORTE-LINEA =
                   CANTIDAD-DEVUELTA * VENTAS-PRECIO
               ADD IMPORTE-LINEA TO TOTAL-NOTA
               PERFORM ESCRIBE-DEVOLUCION
               PERFORM REGISTRA-MOVIMIENTO
               IF CONDICION-DEVOLUCION = "R"
                   PERFORM REGISTRA-AUDITORIA
                   PERFORM REGISTRA-CAMBIO-PENDIENTE
               ELSE
                   PERFORM REGISTRA-MERMA
               END-IF
               PERFORM IMPRIME-LINEA-NOTA
               DISPLAY "Linea acreditada. Existencia: "
                   ARTICULOS-CANTIDAD.

       ABRE-NOTA.
           ADD 1 TO NUMERO-NOTA.
           ADD 1 TO CONTADOR-NOTAS.
           MOVE SPACE TO REFERENCIA-NOTA.
           STRING "NC" DELIMITED BY SIZE
               NUMERO-NOTA DELIMITED BY SIZE
               INTO REFERENCIA-NOTA.
           PERFORM IMPRIME-ENCABEZADO-NOTA.

       ESCRIBE-DEVOLUCION.
           MOVE SPACE TO DEVCLIENTES-REGISTRO.
           MOVE NUMERO-NOTA TO DVC-NUMERO.
           MOVE LINEA-NOTA TO DVC-LINEA.
           MOVE FECHA-HOY TO DVC-FECHA.
           MOVE VENTAS-NUMERO TO DVC-VENTA-NUMERO.
           MOVE VENTAS-LINEA TO DVC-VENTA-LINEA.
           MOVE CLIENTE-NOTA TO DVC-CLIENTE-ID.
           MOVE ARTICULOS-ID TO DVC-ARTICULO-ID.
           MOVE CANTIDAD-DEVUELTA TO DVC-CANTIDAD.
           MOVE VENTAS-PRECIO TO DVC-PRECIO.
           MOVE IMPORTE-LINEA TO DVC-IMPORTE.
           MOVE CREDITO-NOTA TO DVC-CREDITO.
           MOVE CONDICION-DEVOLUCION TO DVC-CONDICION.
           MOVE OPERADOR TO DVC-OPERADOR.
           WRITE DEVCLIENTES-REGISTRO
           INVALID KEY
               DISPLAY "Error al escribir la devolucion (estado: "
                   DEVCLIENTES-STATUS ")".

       REGISTRA-MOVIMIENTO.
           IF CONDICION-DEVOLUCION = "R"
               MOVE ARTICULOS-CANTIDAD TO CANTIDAD-INTERMEDIA
           ELSE
               COMPUTE CANTIDAD-INTERMEDIA =
                   ARTICULOS-CANTIDAD + CANTIDAD-DEVUELTA.
           MOVE SPACE TO MOVIMIENTOS-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:20) TO MOV-FECHA-HORA.
           MOVE "E" TO MOV-TIPO.
           MOVE ARTICULOS-ID TO MOV-ARTICULO-ID.
           MOVE CANTIDAD-DEVUELTA TO MOV-CANTIDAD.
           MOVE CANTIDAD-INTERMEDIA TO MOV-CANTIDAD-RESULTANTE.
           MOVE OPERADOR TO MOV-OPERADOR.
           MOVE REFERENCIA-NOTA TO MOV-REFERENCIA.
           WRITE MOVIMIENTOS-REGISTRO.

       REGISTRA-MERMA.
           MOVE SPACE TO MOVIMIENTOS-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:20) TO MOV-FECHA-HORA.
           MOVE "A" TO MOV-TIPO.
           MOVE ARTICULOS-ID TO MOV-ARTICULO-ID.
           MOVE CANTIDAD-DEVUELTA TO MOV-CANTIDAD.
           MOVE ARTICULOS-CANTIDAD TO MOV-CANTIDAD-RESULTANTE.
           MOVE OPERADOR TO MOV-OPERADOR.
           MOVE REFERENCIA-NOTA TO MOV-REFERENCIA.
           WRITE MOVIMIENTOS-REGISTRO.
           MOVE SPACE TO MERMAS-REGISTRO.
           MOVE MOV-FECHA-HORA TO MER-FECHA-HORA.
           MOVE ARTICULOS-ID TO MER-ARTICULO-ID.
           MOVE ARTICULOS-CATEGORIA TO MER-CATEGORIA.
           MOVE ZERO TO MER-UBICACION.
           MOVE "DA" TO MER-MOTIVO.
           MOVE CANTIDAD-DEVUELTA TO MER-CANTIDAD.
           MOVE ARTICULOS-COSTO TO MER-COSTO.
           MOVE OPERADOR TO MER-OPERADOR.
           MOVE REFERENCIA-NOTA TO MER-REFERENCIA.
           WRITE MERMAS-REGISTRO.

       REGISTRA-AUDITORIA.
           MOVE SPACE TO AUDITORIA-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:20) TO AUD-FECHA-HORA.
           MOVE "CUSTOMER-RETURN" TO AUD-PROGRAMA.
           MOVE OPERADOR TO AUD-OPERADOR.
           MOVE "C" TO AUD-ACCION.
           MOVE ARTICULOS-ID TO AUD-ARTICULO-ID.
           MOVE IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTERIOR.
           MOVE ARTICULOS-REGISTRO TO AUD-IMAGEN-NUEVA.
           WRITE AUDITORIA-REGISTRO.

       REGISTRA-CAMBIO-PENDIENTE.
           OPEN EXTEND CAMBIOS-ARCHIVO.
           IF CAMBIOS-STATUS NOT = "00"
               OPEN OUTPUT CAMBIOS-ARCHIVO.
           MOVE SPACE TO CAMBIOS-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:20) TO CAMBIO-FECHA-HORA.
           MOVE "C" TO CAMBIO-ACCION.
           MOVE ARTICULOS-ID TO CAMBIO-ARTICULO-ID.
           WRITE CAMBIOS-REGISTRO.
           CLOSE CAMBIOS-ARCHIVO.

       INTENTA-LEER.
           READ ARTICULOS-ARCHIVO RECORD WITH LOCK
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF ARCHIVO-STATUS = "9D" OR ARCHIVO-STATUS = "99"
               PERFORM ESPERA-Y-REINTENTA-LECTURA.

       ESPERA-Y-REINTENTA-LECTURA.
           ADD 1 TO REINTENTOS-LECTURA.
           IF REINTENTOS-LECTURA > MAX-REINTENTOS
               DISPLAY "No se pudo leer: el registro sigue ocupado."
               MOVE "N" TO REGISTRO-ENCONTRADO
           ELSE
               DISPLAY "Registro ocupado, reintentando..."
               CALL "C$SLEEP" USING 1
               PERFORM INTENTA-LEER.

       INTENTA-REESCRIBIR.
           REWRITE ARTICULOS-REGISTRO
           INVALID KEY
               DISPLAY "Error al actualizar el registro (estado: "
                   ARCHIVO-STATUS ")".
           IF ARCHIVO-STATUS = "9D" OR ARCHIVO-STATUS = "99"
               PERFORM ESPERA-Y-REINTENTA-ESCRITURA.

       ESPERA-Y-REINTENTA-ESCRITURA.
           ADD 1 TO REINTENTOS-ESCRITURA.
           IF REINTENTOS-ESCRITURA > MAX-REINTENTOS
               DISPLAY "No se pudo actualizar: el registro sigue"
                   " ocupado."
           ELSE
               DISPLAY "Registro ocupado, reintentando..."
               CALL "C$SLEEP" USING 1
               PERFORM INTENTA-REESCRIBIR.

       IMPRIME-ENCABEZADO-NOTA.
           MOVE NUMERO-NOTA TO DOC-NUMERO.
           MOVE FECHA-HOY TO DOC-FECHA.
           WRITE LINEA-DOCUMENTO FROM DOC-ENCABEZADO-NOTA.
           MOVE OPERADOR TO DOC-OPERADOR-ID.
           WRITE LINEA-DOCUMENTO FROM DOC-OPERADOR.
           MOVE FACTURA-BUSCADA TO DOC-FACTURA-NUMERO.
           MOVE FECHA-FACTURA TO DOC-FACTURA-FECHA.
           WRITE LINEA-DOCUMENTO FROM DOC-FACTURA.
           IF CLIENTE-NOTA NOT = ZERO
               MOVE CLIENTE-NOTA TO DOC-CLIENTE-ID
               MOVE NOMBRE-CLIENTE TO DOC-CLIENTE-NOMBRE
               IF CREDITO-NOTA = "S"
                   MOVE "A CREDITO" TO DOC-CLIENTE-CREDITO
               ELSE
                   MOVE "CONTADO" TO DOC-CLIENTE-CREDITO
               END-IF
               WRITE LINEA-DOCUMENTO FROM DOC-CLIENTE.
           WRITE LINEA-DOCUMENTO FROM DOC-COLUMNAS.

       IMPRIME-LINEA-NOTA.
           MOVE SPACE TO DOC-DETALLE.
           MOVE ARTICULOS-ID TO DOC-DET-ID.
           MOVE ARTICULOS-PRODUCTO TO DOC-DET-PRODUCTO.
           MOVE CANTIDAD-DEVUELTA TO DOC-DET-CANTIDAD.
           MOVE VENTAS-PRECIO TO DOC-DET-PRECIO.
           MOVE IMPORTE-LINEA TO DOC-DET-IMPORTE.
           IF CONDICION-DEVOLUCION = "R"
               MOVE "REVENTA" TO DOC-DET-ESTADO
           ELSE
               MOVE "DANADO" TO DOC-DET-ESTADO.
           WRITE LINEA-DOCUMENTO FROM DOC-DETALLE.

       CIERRA-NOTA.
           MOVE TOTAL-NOTA TO DOC-TOT-IMPORTE.
           WRITE LINEA-DOCUMENTO FROM DOC-TOTAL.
           MOVE SPACE TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           IF CREDITO-NOTA = "S"
               PERFORM ACREDITA-CARTERA.
           DISPLAY " ".
           DISPLAY "Nota de credito " NUMERO-NOTA " generada. Total: "
               TOTAL-NOTA.

       ACREDITA-CARTERA.
           MOVE ZERO TO IMPORTE-APLICADO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE FACTURA-BUSCADA TO CARTERA-FACTURA.
           READ CARTERA-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "Aviso: la factura " FACTURA-BUSCADA
                   " no esta en cartera; no se descarga saldo."
           ELSE
               PERFORM DESCARGA-FACTURA.
           COMPUTE IMPORTE-A-FAVOR = TOTAL-NOTA - IMPORTE-APLICADO.
           IF IMPORTE-A-FAVOR NOT = ZERO
               DISPLAY "Importe a favor del cliente: " IMPORTE-A-FAVOR.
           PERFORM REGISTRA-CREDITO-EN-PAGOS.

       REGISTRA-CREDITO-EN-PAGOS.
           OPEN I-O PAGOS-ARCHIVO.
           IF PAGOS-STATUS = "35"
               OPEN OUTPUT PAGOS-ARCHIVO
               CLOSE PAGOS-ARCHIVO
               OPEN I-O PAGOS-ARCHIVO.
           IF PAGOS-STATUS NOT = "00"
               DISPLAY "Aviso: no se pudo abrir pagos.dat; la nota de"
                   " credito no queda en el diario de cobros."
           ELSE
               PERFORM LEE-NUMERO-PAGO
               IF IMPORTE-APLICADO NOT = ZERO
                   PERFORM NUEVO-CREDITO
                   MOVE FACTURA-BUSCADA TO PAGO-FACTURA
                   MOVE IMPORTE-APLICADO TO PAGO-IMPORTE
                   PERFORM GRABA-CREDITO
               END-IF
               IF IMPORTE-A-FAVOR NOT = ZERO
                   PERFORM NUEVO-CREDITO
                   MOVE IMPORTE-A-FAVOR TO PAGO-IMPORTE
                   MOVE IMPORTE-A-FAVOR TO PAGO-POR-APLICAR
                   PERFORM GRABA-CREDITO
                   IF PAGOS-STATUS = "00"
                       DISPLAY "Saldo a favor registrado como recibo "
                           PAGO-NUMERO " para aplicarlo en cobranza."
                   END-IF
               END-IF
               PERFORM ESCRIBE-NUMERO-PAGO
               CLOSE PAGOS-ARCHIVO.

       LEE-NUMERO-PAGO.
           MOVE ZERO TO NUMERO-PAGO.
           OPEN INPUT CONTROL-PAGOS-ARCHIVO.
           IF CONTROL-PAGOS-STATUS = "00"
               READ CONTROL-PAGOS-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINEA-CONTROL-PAGOS TO NUMERO-PAGO
               END-READ
               CLOSE CONTROL-PAGOS-ARCHIVO.

       ESCRIBE-NUMERO-PAGO.
           OPEN OUTPUT CONTROL-PAGOS-ARCHIVO.
           MOVE NUMERO-PAGO TO LINEA-CONTROL-PAGOS.
           WRITE LINEA-CONTROL-PAGOS.
           CLOSE CONTROL-PAGOS-ARCHIVO.

       NUEVO-CREDITO.
           ADD 1 TO NUMERO-PAGO.
           MOVE SPACE TO PAGOS-REGISTRO.
           MOVE NUMERO-PAGO TO PAGO-NUMERO.
           MOVE FECHA-HOY TO PAGO-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PAGO-HORA.
           MOVE CLIENTE-NOTA TO PAGO-CLIENTE-ID.
           MOVE ZERO TO PAGO-FACTURA.
           MOVE ZERO TO PAGO-IMPORTE.
           MOVE "N" TO PAGO-FORMA.
           MOVE REFERENCIA-NOTA TO PAGO-REFERENCIA.
           MOVE OPERADOR TO PAGO-OPERADOR.
           MOVE ZERO TO PAGO-POR-APLICAR.
           MOVE ZERO TO PAGO-ORIGEN.

       GRABA-CREDITO.
           WRITE PAGOS-REGISTRO
           INVALID KEY
               IF PAGOS-STATUS NOT = "22"
                   DISPLAY "Error al registrar la nota en pagos.dat"
                       " (estado: " PAGOS-STATUS ")"
               END-IF
           END-WRITE.
           IF PAGOS-STATUS = "22"
               ADD 1 TO NUMERO-PAGO
               MOVE NUMERO-PAGO TO PAGO-NUMERO
               PERFORM GRABA-CREDITO.

       DESCARGA-FACTURA.
           COMPUTE SALDO-ABIERTO = CARTERA-IMPORTE - CARTERA-PAGADO.
           IF TOTAL-NOTA > SALDO-ABIERTO
               MOVE SALDO-ABIERTO TO IMPORTE-APLICADO
           ELSE
               MOVE TOTAL-NOTA TO IMPORTE-APLICADO.
           ADD IMPORTE-APLICADO TO CARTERA-PAGADO.
           IF CARTERA-PAGADO NOT < CARTERA-IMPORTE
               MOVE "P" TO CARTERA-ESTADO.
           REWRITE CARTERA-REGISTRO
           INVALID KEY
               DISPLAY "Error al acreditar la factura en cartera"
                   " (estado: " CARTERA-STATUS ")".
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE CLIENTE-NOTA TO CLIENTES-ID.
           READ CLIENTES-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "Aviso: no existe el cliente " CLIENTE-NOTA
                   "; no se actualiza su saldo."
           ELSE
               IF IMPORTE-APLICADO > CLIENTES-SALDO
                   MOVE ZERO TO CLIENTES-SALDO
               ELSE
                   SUBTRACT IMPORTE-APLICADO FROM CLIENTES-SALDO
               END-IF
               REWRITE CLIENTES-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el saldo del cliente"
                       " (estado: " CLIENTES-STATUS ")"
               END-REWRITE
               DISPLAY "Credito aplicado a cartera. Saldo del"
                   " cliente: " CLIENTES-SALDO.

       END PROGRAM CUSTOMER-RETURN.
