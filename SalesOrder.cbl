      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ORDER.

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

       SELECT CLIENTES-ARCHIVO
       ASSIGN TO "clientes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CLIENTES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CLIENTES-STATUS.

       SELECT PEDIDOS-VENTA-ARCHIVO
       ASSIGN TO "pedidos_venta.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PV-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PEDIDOS-VENTA-STATUS.

       SELECT PENDIENTES-ARCHIVO
       ASSIGN TO "pendientes_venta.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PEND-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PENDIENTES-STATUS.

       SELECT RESERVAS-ARCHIVO
       ASSIGN TO "reservas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS RESERVAS-STATUS.

       SELECT STOCK-UBI-ARCHIVO
       ASSIGN TO "stock_ubicacion.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS STOCK-UBI-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS STOCK-UBI-STATUS.

       SELECT UBICACIONES-ARCHIVO
       ASSIGN TO "ubicaciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS UBICACIONES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS UBICACIONES-STATUS.

       SELECT LOTES-ARCHIVO
       ASSIGN TO "lotes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS LOTES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS LOTES-STATUS.

       SELECT VENTAS-ARCHIVO
       ASSIGN TO "ventas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS VENTAS-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS VENTAS-STATUS.

       SELECT CARTERA-ARCHIVO
       ASSIGN TO "cartera.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CARTERA-FACTURA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CARTERA-STATUS.

       SELECT RETENCIONES-ARCHIVO
       ASSIGN TO "retenciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS RET-CLIENTE-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS RETENCIONES-STATUS.

       SELECT USUARIOS-ARCHIVO
       ASSIGN TO "usuarios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS USUARIOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS USUARIOS-STATUS.

       SELECT MOVIMIENTOS-ARCHIVO
       ASSIGN TO "movimientos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MOVIMIENTOS-STATUS.

       SELECT AUDITORIA-ARCHIVO
       ASSIGN TO "auditoria.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AUDITORIA-STATUS.

       SELECT CAMBIOS-ARCHIVO
       ASSIGN TO "cambios_pendientes.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CAMBIOS-STATUS.

       SELECT OPERADOR-ARCHIVO
       ASSIGN TO "operador_actual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OPERADOR-STATUS.

       SELECT CONTROL-ARCHIVO
       ASSIGN TO "pedidos_venta_control.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONTROL-STATUS.

       SELECT CONTROL-RESERVAS-ARCHIVO
       ASSIGN TO "reservas_control.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONTROL-RESERVAS-STATUS.

       SELECT CONTROL-VENTAS-ARCHIVO
       ASSIGN TO "ventas_control.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONTROL-VENTAS-STATUS.

       SELECT CONVENIOS-ARCHIVO
       ASSIGN TO "convenios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CONV-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CONVENIOS-STATUS.

       SELECT BAJO-LISTA-ARCHIVO
       ASSIGN TO "ventas_bajo_lista.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BAJO-LISTA-STATUS.

       SELECT SERIADOS-ARCHIVO
       ASSIGN TO "articulos_serializados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SERIADO-ARTICULO-ID
       ACCESS MODE IS RANDOM
       FILE STATUS IS SERIADOS-STATUS.

       SELECT SERIES-ARCHIVO
       ASSIGN TO "numeros_serie.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SERIE-CLAVE
       ALTERNATE RECORD KEY IS SERIE-NUMERO
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS SERIES-STATUS.

       SELECT SURTIDO-ARCHIVO
       ASSIGN TO "surtido.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SURTIDO-STATUS.

       SELECT DOCUMENTO-ARCHIVO
       ASSIGN TO "ventas_pedido.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DOCUMENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD CLIENTES-ARCHIVO.
       COPY "CLIENTES.cpy".

       FD PEDIDOS-VENTA-ARCHIVO.
       COPY "PEDIDOSVTA.cpy".

       FD PENDIENTES-ARCHIVO.
       COPY "PENDIENTES.cpy".

       FD RESERVAS-ARCHIVO.
       COPY "RESERVAS.cpy".

       FD STOCK-UBI-ARCHIVO.
       COPY "STOCKUBI.cpy".

       FD UBICACIONES-ARCHIVO.
       COPY "UBICACIONES.cpy".

       FD LOTES-ARCHIVO.
       COPY "LOTES.cpy".

       FD VENTAS-ARCHIVO.
       COPY "VENTAS.cpy".

       FD CARTERA-ARCHIVO.
       COPY "CARTERA.cpy".

       FD RETENCIONES-ARCHIVO.
       COPY "RETENCIONES.cpy".

       FD USUARIOS-ARCHIVO.
       COPY "USUARIOS.cpy".

       FD MOVIMIENTOS-ARCHIVO.
       COPY "MOVIMIENTOS.cpy".

       FD AUDITORIA-ARCHIVO.
       COPY "AUDITORIA.cpy".

       FD CAMBIOS-ARCHIVO.
       COPY "CAMBIOS.cpy".

       FD OPERADOR-ARCHIVO.
       01 LINEA-OPERADOR PIC X(10).

       FD CONTROL-ARCHIVO.
       01 LINEA-CONTROL PIC X(6).

       FD CONTROL-RESERVAS-ARCHIVO.
       01 LINEA-CONTROL-RESERVAS PIC X(6).

       FD CONTROL-VENTAS-ARCHIVO.
       01 LINEA-CONTROL-VENTAS PIC X(6).

       FD CONVENIOS-ARCHIVO.
       COPY "CONVENIOS.cpy".

       FD BAJO-LISTA-ARCHIVO.
       COPY "PRECIOAPL.cpy".

       FD SERIADOS-ARCHIVO.
       COPY "SERIADOS.cpy".

       FD SERIES-ARCHIVO.
       COPY "SERIES.cpy".

       FD SURTIDO-ARCHIVO.
       01 LINEA-SURTIDO PIC X(80).

       FD DOCUMENTO-ARCHIVO.
       01 LINEA-DOCUMENTO PIC X(80).

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 CLIENTES-STATUS PIC XX.
       77 PEDIDOS-VENTA-STATUS PIC XX.
       77 PENDIENTES-STATUS PIC XX.
       77 RESERVAS-STATUS PIC XX.
       77 STOCK-UBI-STATUS PIC XX.
       77 UBICACIONES-STATUS PIC XX.
       77 LOTES-STATUS PIC XX.
       77 VENTAS-STATUS PIC XX.
       77 CARTERA-STATUS PIC XX.
       77 RETENCIONES-STATUS PIC XX.
       77 USUARIOS-STATUS PIC XX.
       77 MOVIMIENTOS-STATUS PIC XX.
       77 AUDITORIA-STATUS PIC XX.
       77 CAMBIOS-STATUS PIC XX.
       77 OPERADOR-STATUS PIC XX.
       77 CONTROL-STATUS PIC XX.
       77 CONTROL-RESERVAS-STATUS PIC XX.
       77 CONTROL-VENTAS-STATUS PIC XX.
       77 SURTIDO-STATUS PIC XX.
       77 DOCUMENTO-STATUS PIC XX.
       77 STOCK-UBI-DISPONIBLE PIC X VALUE "N".
       77 UBICACIONES-DISPONIBLE PIC X VALUE "N".
       77 LOTES-DISPONIBLE PIC X VALUE "N".
       77 RETENCIONES-DISPONIBLE PIC X VALUE "N".
       77 USUARIOS-DISPONIBLE PIC X VALUE "N".
       77 CONVENIOS-STATUS PIC XX.
       77 CONVENIOS-DISPONIBLE PIC X VALUE "N".
       77 BAJO-LISTA-STATUS PIC XX.
       77 MODO PIC X.
       77 SALIR PIC X VALUE "N".
       77 CONFIRMA PIC X.
       77 OPERADOR PIC X(10).
       77 FECHA-HOY PIC X(8).
       77 CAMPO-CLIENTE-ID PIC Z(5).
       77 CLIENTE-PEDIDO PIC 9(4) VALUE ZERO.
       77 CLIENTE-OK PIC X.
       77 VENTA-CREDITO PIC X VALUE "N".
       77 CREDITO-OK PIC X.
       77 SUPERVISOR-ID PIC X(10).
       77 CAMPO-ARTICULOS-ID PIC Z(5).
       77 REGISTRO-ENCONTRADO PIC X.
       77 CAMPO-PEDIDO PIC Z(7).
       77 NUMERO-PEDIDO PIC 9(6) VALUE ZERO.
       77 PEDIDO-BUSCADO PIC 9(6).
       77 LINEA-PEDIDO PIC 9(3) VALUE ZERO.
       77 FECHA-PEDIDO PIC X(8).
       77 FIN-PEDIDO PIC X.
       77 LINEAS-ABIERTAS PIC 9(3).
       77 CANTIDAD-PEDIDA PIC 9(5).
       77 CANTIDAD-A-RESERVAR PIC 9(5).
       77 CANTIDAD-FALTANTE PIC 9(5).
       77 RESERVADO-TOTAL PIC 9(7).
       77 DISPONIBLE PIC S9(7).
       77 FIN-RESERVAS PIC X.
       77 NUMERO-RESERVA PIC 9(6) VALUE ZERO.
       77 REFERENCIA-PEDIDO PIC X(10).
       77 CONTADOR-PEDIDOS PIC 9(5) VALUE ZERO.
       77 CONTADOR-FACTURAS PIC 9(5) VALUE ZERO.
       77 NUMERO-FACTURA PIC 9(6) VALUE ZERO.
       77 LINEA-FACTURA PIC 9(3) VALUE ZERO.
       77 FACTURA-EXISTE PIC X.
       77 IMPORTE-LINEA PIC 9(9)V99.
       77 TOTAL-FACTURA PIC 9(9)V99.
       77 TOTAL-ESTIMADO PIC 9(9)V99.
       77 SALDO-PROYECTADO PIC 9(9)V99.
       77 REFERENCIA-FACTURA PIC X(10).
       77 SURTIDO-COMPLETO PIC X.
       77 CANTIDAD-SURTIDA PIC 9(5).
       77 CANTIDAD-NO-SURTIDA PIC 9(5).
       77 LINEA-OK PIC X.
       77 IMAGEN-ANTERIOR PIC X(90).
       77 REINTENTOS-LECTURA PIC 9(2) VALUE ZERO.
       77 REINTENTOS-ESCRITURA PIC 9(2) VALUE ZERO.
       77 MAX-REINTENTOS PIC 9(2) VALUE 5.
       77 POR-REPARTIR PIC 9(5).
       77 CANTIDAD-TOMADA PIC 9(5).
       77 FIN-UBICACIONES PIC X.
       77 LOTE-SUGERIDO PIC X(10).
       77 CADUCIDAD-SUGERIDA PIC X(8).
       77 FIN-LOTES PIC X.
       77 FIN-DESCARGA PIC X.
       77 TOTAL-SURTIDO PIC 9(3) VALUE ZERO.
       77 MAX-SURTIDO PIC 9(3) VALUE 200.
       77 K PIC 9(3).
       77 UBICACION-ACTUAL PIC 9(3).
       77 PRECIO-VENTA PIC 9999V99.
       77 ORIGEN-PRECIO PIC X.
       77 CONVENIO-BUSCADO PIC X(24).
       77 CONVENIO-HALLADO PIC X.
       77 FIN-CONVENIOS PIC X.
       77 T PIC 9.
       77 TRAMO-APLICADO PIC 9.
       77 SERIADOS-STATUS PIC XX.
       77 SERIES-STATUS PIC XX.
       77 SERIADOS-DISPONIBLE PIC X VALUE "N".
       77 SERIES-DISPONIBLE PIC X VALUE "N".
       77 ARTICULO-SERIADO PIC X.
       77 SERIE-CAPTURADA PIC X(20).
       77 SERIE-REPETIDA PIC X.
       77 ESTADO-TEXTO PIC X(24).
       77 TOTAL-SERIES PIC 9(3).
       77 PIEZA-SERIE PIC 9(3).
       77 MAX-SERIES PIC 9(3) VALUE 100.
       77 S PIC 9(3).

       01 TABLA-SERIES.
           05 SER-CAPTURADA OCCURS 100 TIMES PIC X(20).

       01 TRAMOS-VIGENTES.
           05 TRAMO-VIGENTE OCCURS 3 TIMES.
               10 VIG-CANTIDAD-MINIMA PIC 9(5).
               10 VIG-PRECIO PIC 9999V99.
               10 VIG-DESCUENTO PIC 99V99.

       01 TABLA-SURTIDO.
           05 SURTIDO-ENTRADA OCCURS 200 TIMES.
               10 SUR-UBICACION PIC 9(2).
               10 SUR-ARTICULO-ID PIC 9(4).
               10 SUR-PRODUCTO PIC X(30).
               10 SUR-CANTIDAD PIC 9(5).
               10 SUR-LOTE PIC X(10).
               10 SUR-CADUCIDAD PIC X(8).

       01 SUR-ENCABEZADO.
           05 FILLER PIC X(27) VALUE "LISTA DE SURTIDO - PEDIDO: ".
           05 SUR-ENC-PEDIDO PIC 9(6).
           05 FILLER PIC X(10) VALUE "   Fecha: ".
           05 SUR-ENC-FECHA PIC X(8).
       01 SUR-CLIENTE.
           05 FILLER PIC X(11) VALUE "Cliente..: ".
           05 SUR-CLI-ID PIC Z(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SUR-CLI-NOMBRE PIC X(30).
       01 SUR-COLUMNAS PIC X(80) VALUE
           "Ub Ubicacion             ID  Producto                   Cant
      -    " Lote       Caduca".
       01 SUR-DETALLE.
           05 SUR-DET-UBICACION PIC Z9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SUR-DET-NOMBRE PIC X(18).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SUR-DET-ID PIC Z(5).
           05 FILLER PIC X(2) VALUE SPACE.
           05 SUR-DET-PRODUCTO PIC X(24).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SUR-DET-CANTIDAD PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SUR-DET-LOTE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SUR-DET-CADUCIDAD PIC X(8).

       01 DOC-ENCABEZADO-FACTURA.
           05 FILLER PIC X(18) VALUE "FACTURA DE VENTA: ".
           05 DOC-NUMERO PIC 9(6).
           05 FILLER PIC X(10) VALUE "   Fecha: ".
           05 DOC-FECHA PIC X(8).
           05 FILLER PIC X(11) VALUE "   Pedido: ".
           05 DOC-PEDIDO PIC 9(6).
       01 DOC-OPERADOR.
           05 FILLER PIC X(11) VALUE "Operador.: ".
           05 DOC-OPERADOR-ID PIC X(10).
       01 DOC-CLIENTE.
           05 FILLER PIC X(11) VALUE "Cliente..: ".
           05 DOC-CLIENTE-ID PIC Z(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DOC-CLIENTE-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DOC-CLIENTE-CREDITO PIC X(9).
       01 DOC-COLUMNAS PIC X(72) VALUE
           "    ID   Producto                        Cantidad  Precio
      -    "     Importe".
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
       01 DOC-DETALLE-LISTA.
           05 FILLER PIC X(9) VALUE SPACE.
           05 DOC-LIS-TEXTO PIC X(30).
           05 FILLER PIC X(8) VALUE "Lista: ".
           05 DOC-LIS-PRECIO PIC ZZZ9.99.
       01 DOC-DETALLE-SERIE.
           05 FILLER PIC X(9) VALUE SPACE.
           05 FILLER PIC X(7) VALUE "Serie: ".
           05 DOC-SER-NUMERO PIC X(20).
       01 DOC-TOTAL.
           05 FILLER PIC X(41) VALUE SPACE.
           05 FILLER PIC X(14) VALUE "TOTAL.......: ".
           05 DOC-TOT-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       OPEN I-O ARTICULOS-ARCHIVO.
       IF ARCHIVO-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-ARCHIVO
           GOBACK.
       OPEN I-O CLIENTES-ARCHIVO.
       IF CLIENTES-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-CLIENTES
           CLOSE ARTICULOS-ARCHIVO
           GOBACK.
       PERFORM ABRIR-PEDIDOS-VENTA.
       IF PEDIDOS-VENTA-STATUS NOT = "00"
           CLOSE ARTICULOS-ARCHIVO
           CLOSE CLIENTES-ARCHIVO
           GOBACK.
       PERFORM ABRIR-PENDIENTES.
       PERFORM ABRIR-RESERVAS.
       PERFORM ABRIR-VENTAS.
       PERFORM ABRIR-CARTERA.
       PERFORM ABRIR-STOCK-UBI.
       PERFORM ABRIR-UBICACIONES.
       PERFORM ABRIR-LOTES.
       PERFORM ABRIR-RETENCIONES.
       PERFORM ABRIR-USUARIOS.
       PERFORM ABRIR-CONVENIOS.
       PERFORM ABRIR-SERIES.
       PERFORM ABRIR-MOVIMIENTOS.
       PERFORM ABRIR-AUDITORIA.
       PERFORM OBTIENE-OPERADOR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       OPEN OUTPUT SURTIDO-ARCHIVO.
       OPEN OUTPUT DOCUMENTO-ARCHIVO.
       PERFORM MUESTRA-MENU UNTIL SALIR = "S".
       CLOSE SURTIDO-ARCHIVO.
       CLOSE DOCUMENTO-ARCHIVO.
       CLOSE ARTICULOS-ARCHIVO.
       CLOSE CLIENTES-ARCHIVO.
       CLOSE PEDIDOS-VENTA-ARCHIVO.
       CLOSE PENDIENTES-ARCHIVO.
       CLOSE RESERVAS-ARCHIVO.
       CLOSE VENTAS-ARCHIVO.
       CLOSE CARTERA-ARCHIVO.
       CLOSE MOVIMIENTOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       IF STOCK-UBI-DISPONIBLE = "S"
           CLOSE STOCK-UBI-ARCHIVO.
       IF UBICACIONES-DISPONIBLE = "S"
           CLOSE UBICACIONES-ARCHIVO.
       IF LOTES-DISPONIBLE = "S"
           CLOSE LOTES-ARCHIVO.
       IF RETENCIONES-DISPONIBLE = "S"
           CLOSE RETENCIONES-ARCHIVO.
       IF USUARIOS-DISPONIBLE = "S"
           CLOSE USUARIOS-ARCHIVO.
       IF CONVENIOS-DISPONIBLE = "S"
           CLOSE CONVENIOS-ARCHIVO.
       IF SERIADOS-DISPONIBLE = "S"
           CLOSE SERIADOS-ARCHIVO.
       IF SERIES-DISPONIBLE = "S"
           CLOSE SERIES-ARCHIVO.
       CLOSE BAJO-LISTA-ARCHIVO.
       DISPLAY " ".
       IF CONTADOR-PEDIDOS NOT = ZERO
           DISPLAY "Pedidos capturados: " CONTADOR-PEDIDOS.
       IF CONTADOR-FACTURAS NOT = ZERO
           DISPLAY "Facturas generadas: " CONTADOR-FACTURAS
           DISPLAY "Documento generado: ventas_pedido.lst".
       DISPLAY "Listas de surtido en surtido.lst".
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

       MUESTRA-ERROR-CLIENTES.
           DISPLAY "No se pudo abrir el archivo de clientes.".
           EVALUATE CLIENTES-STATUS
               WHEN "35"
                   DISPLAY "El archivo clientes.dat no existe."
                   DISPLAY "Registre clientes con CUSTOMER-DATA-BASE."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " CLIENTES-STATUS
           END-EVALUATE.

       ABRIR-PEDIDOS-VENTA.
           OPEN I-O PEDIDOS-VENTA-ARCHIVO.
           IF PEDIDOS-VENTA-STATUS = "35"
               OPEN OUTPUT PEDIDOS-VENTA-ARCHIVO
               CLOSE PEDIDOS-VENTA-ARCHIVO
               OPEN I-O PEDIDOS-VENTA-ARCHIVO.
           IF PEDIDOS-VENTA-STATUS NOT = "00"
               DISPLAY "No se pudo abrir pedidos_venta.dat (estado: "
                   PEDIDOS-VENTA-STATUS ")".

       ABRIR-PENDIENTES.
           OPEN I-O PENDIENTES-ARCHIVO.
           IF PENDIENTES-STATUS = "35"
               OPEN OUTPUT PENDIENTES-ARCHIVO
               CLOSE PENDIENTES-ARCHIVO
               OPEN I-O PENDIENTES-ARCHIVO.

       ABRIR-RESERVAS.
           OPEN I-O RESERVAS-ARCHIVO.
           IF RESERVAS-STATUS = "35"
               OPEN OUTPUT RESERVAS-ARCHIVO
               CLOSE RESERVAS-ARCHIVO
               OPEN I-O RESERVAS-ARCHIVO.

       ABRIR-VENTAS.
           OPEN I-O VENTAS-ARCHIVO.
           IF VENTAS-STATUS = "35"
               OPEN OUTPUT VENTAS-ARCHIVO
               CLOSE VENTAS-ARCHIVO
               OPEN I-O VENTAS-ARCHIVO.

       ABRIR-CARTERA.
           OPEN I-O CARTERA-ARCHIVO.
           IF CARTERA-STATUS = "35"
               OPEN OUTPUT CARTERA-ARCHIVO
               CLOSE CARTERA-ARCHIVO
               OPEN I-O CARTERA-ARCHIVO.

       ABRIR-STOCK-UBI.
           OPEN I-O STOCK-UBI-ARCHIVO.
           IF STOCK-UBI-STATUS = "00"
               MOVE "S" TO STOCK-UBI-DISPONIBLE
           ELSE
               MOVE "N" TO STOCK-UBI-DISPONIBLE
               DISPLAY "Aviso: no hay existencia por ubicacion; la"
                   " lista de surtido no indica ubicaciones.".

       ABRIR-UBICACIONES.
           OPEN INPUT UBICACIONES-ARCHIVO.
           IF UBICACIONES-STATUS = "00"
               MOVE "S" TO UBICACIONES-DISPONIBLE
           ELSE
               MOVE "N" TO UBICACIONES-DISPONIBLE.

       ABRIR-LOTES.
           OPEN I-O LOTES-ARCHIVO.
           IF LOTES-STATUS = "00"
               MOVE "S" TO LOTES-DISPONIBLE
           ELSE
               MOVE "N" TO LOTES-DISPONIBLE.

       ABRIR-RETENCIONES.
           OPEN INPUT RETENCIONES-ARCHIVO.
           IF RETENCIONES-STATUS = "00"
               MOVE "S" TO RETENCIONES-DISPONIBLE.

       ABRIR-USUARIOS.
           OPEN INPUT USUARIOS-ARCHIVO.
           IF USUARIOS-STATUS = "00"
               MOVE "S" TO USUARIOS-DISPONIBLE.

       ABRIR-CONVENIOS.
           OPEN INPUT CONVENIOS-ARCHIVO.
           IF CONVENIOS-STATUS = "00"
               MOVE "S" TO CONVENIOS-DISPONIBLE.
           OPEN EXTEND BAJO-LISTA-ARCHIVO.
           IF BAJO-LISTA-STATUS NOT = "00"
               OPEN OUTPUT BAJO-LISTA-ARCHIVO.

      * Sin articulos_serializados.dat no hay articulos con serie.
      * Si existe pero numeros_serie.dat no abre, no se facturan
      * los articulos serializados.
       ABRIR-SERIES.
           OPEN INPUT SERIADOS-ARCHIVO.
           IF SERIADOS-STATUS = "00"
               MOVE "S" TO SERIADOS-DISPONIBLE
               OPEN I-O SERIES-ARCHIVO
               IF SERIES-STATUS = "00"
                   MOVE "S" TO SERIES-DISPONIBLE
               ELSE
                   DISPLAY "Aviso: no se pudo abrir numeros_serie.dat;"
                       " no se facturan articulos con numero de"
                       " serie.".

       ABRIR-MOVIMIENTOS.
           OPEN EXTEND MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-STATUS NOT = "00"
               OPEN OUTPUT MOVIMIENTOS-ARCHIVO.

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

       LEE-NUMERO-PEDIDO.
           MOVE ZERO TO NUMERO-PEDIDO.
           OPEN INPUT CONTROL-ARCHIVO.
           IF CONTROL-STATUS = "00"
               READ CONTROL-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINEA-CONTROL TO NUMERO-PEDIDO
               END-READ
               CLOSE CONTROL-ARCHIVO.

       ESCRIBE-NUMERO-PEDIDO.
           OPEN OUTPUT CONTROL-ARCHIVO.
           MOVE NUMERO-PEDIDO TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-ARCHIVO.

       LEE-NUMERO-RESERVA.
           MOVE ZERO TO NUMERO-RESERVA.
           OPEN INPUT CONTROL-RESERVAS-ARCHIVO.
           IF CONTROL-RESERVAS-STATUS = "00"
               READ CONTROL-RESERVAS-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINEA-CONTROL-RESERVAS TO NUMERO-RESERVA
               END-READ
               CLOSE CONTROL-RESERVAS-ARCHIVO.

       ESCRIBE-NUMERO-RESERVA.
           OPEN OUTPUT CONTROL-RESERVAS-ARCHIVO.
           MOVE NUMERO-RESERVA TO LINEA-CONTROL-RESERVAS.
           WRITE LINEA-CONTROL-RESERVAS.
           CLOSE CONTROL-RESERVAS-ARCHIVO.

       LEE-NUMERO-FACTURA.
           MOVE ZERO TO NUMERO-FACTURA.
           OPEN INPUT CONTROL-VENTAS-ARCHIVO.
           IF CONTROL-VENTAS-STATUS = "00"
               READ CONTROL-VENTAS-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINEA-CONTROL-VENTAS TO NUMERO-FACTURA
               END-READ
               CLOSE CONTROL-VENTAS-ARCHIVO.

       ESCRIBE-NUMERO-FACTURA.
           OPEN OUTPUT CONTROL-VENTAS-ARCHIVO.
           MOVE NUMERO-FACTURA TO LINEA-CONTROL-VENTAS.
           WRITE LINEA-CONTROL-VENTAS.
           CLOSE CONTROL-VENTAS-ARCHIVO.

       MUESTRA-MENU.
           DISPLAY " ".
           DISPLAY "=== PEDIDOS DE VENTA ===".
           DISPLAY "C. Capturar un pedido".
           DISPLAY "L. Imprimir la lista de surtido de un pedido".
           DISPLAY "F. Facturar lo surtido de un pedido".
           DISPLAY "X. Cancelar un pedido".
           DISPLAY "S. Salir".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT MODO.
           MOVE FUNCTION UPPER-CASE(MODO) TO MODO.
           EVALUATE MODO
               WHEN "C"
                   PERFORM CAPTURA-PEDIDO
               WHEN "L"
                   PERFORM REIMPRIME-SURTIDO
               WHEN "F"
                   PERFORM FACTURA-PEDIDO
               WHEN "X"
                   PERFORM CANCELA-PEDIDO
               WHEN "S"
                   MOVE "S" TO SALIR
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       CAPTURA-PEDIDO.
           MOVE ZERO TO LINEA-PEDIDO.
           MOVE "N" TO VENTA-CREDITO.
           PERFORM PIDE-CLIENTE-PEDIDO.
           IF CLIENTE-PEDIDO NOT = ZERO
               PERFORM PIDE-VENTA-CREDITO
               PERFORM AVISA-RETENCION
               PERFORM PIDE-ARTICULO
               PERFORM CAPTURA-LINEA-PEDIDO
                   UNTIL ARTICULOS-ID = ZEROES
               IF LINEA-PEDIDO = ZERO
                   DISPLAY "El pedido quedo vacio; no se genera."
               ELSE
                   DISPLAY " "
                   DISPLAY "Pedido " NUMERO-PEDIDO " capturado con "
                       LINEA-PEDIDO " lineas."
                   MOVE NUMERO-PEDIDO TO PEDIDO-BUSCADO
                   PERFORM IMPRIME-LISTA-SURTIDO.

       PIDE-CLIENTE-PEDIDO.
           DISPLAY " ".
           DISPLAY "Ingrese el ID del cliente (0 cancela): ".
           ACCEPT CAMPO-CLIENTE-ID.
           MOVE CAMPO-CLIENTE-ID TO CLIENTE-PEDIDO.
           IF CLIENTE-PEDIDO NOT = ZERO
               MOVE "S" TO CLIENTE-OK
               MOVE CLIENTE-PEDIDO TO CLIENTES-ID
               READ CLIENTES-ARCHIVO RECORD
               INVALID KEY
                   MOVE "N" TO CLIENTE-OK
               END-READ
               IF CLIENTE-OK = "N"
                   DISPLAY "No existe el cliente " CLIENTE-PEDIDO
                   PERFORM PIDE-CLIENTE-PEDIDO
               ELSE
                   DISPLAY " Cliente: " CLIENTES-NOMBRE.

       PIDE-VENTA-CREDITO.
           DISPLAY "¿Venta a credito? (S/N): ".
           ACCEPT VENTA-CREDITO.
           IF VENTA-CREDITO = "s"
               MOVE "S" TO VENTA-CREDITO.
           IF VENTA-CREDITO NOT = "S"
               MOVE "N" TO VENTA-CREDITO.

       AVISA-RETENCION.
           IF VENTA-CREDITO = "S" AND RETENCIONES-DISPONIBLE = "S"
               MOVE CLIENTE-PEDIDO TO RET-CLIENTE-ID
               READ RETENCIONES-ARCHIVO RECORD
               INVALID KEY
                   MOVE "L" TO RET-ESTADO
               END-READ
               IF RET-ESTADO = "R"
                   DISPLAY "Aviso: el cliente esta RETENIDO por"
                       " credito; al facturar se pedira la"
                       " autorizacion de un supervisor.".

       PIDE-ARTICULO.
           DISPLAY " ".
           DISPLAY "Ingrese el ID del articulo (0 termina el"
               " pedido): ".
           ACCEPT CAMPO-ARTICULOS-ID.
           MOVE CAMPO-ARTICULOS-ID TO ARTICULOS-ID.

       CAPTURA-LINEA-PEDIDO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARTICULOS-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "No se encontró el registro"
           ELSE
               PERFORM CAPTURA-CANTIDAD-PEDIDO.
           PERFORM PIDE-ARTICULO.

       CAPTURA-CANTIDAD-PEDIDO.
           PERFORM CALCULA-RESERVADO.
           COMPUTE DISPONIBLE =
               ARTICULOS-CANTIDAD - RESERVADO-TOTAL.
           IF DISPONIBLE < ZERO
               MOVE ZERO TO DISPONIBLE.
           DISPLAY " Producto....: " ARTICULOS-PRODUCTO.
           DISPLAY " Precio lista: " ARTICULOS-PRECIO.
           DISPLAY " Existencia..: " ARTICULOS-CANTIDAD.
           DISPLAY " Disponible..: " DISPONIBLE.
           DISPLAY "Ingrese la cantidad pedida: ".
           ACCEPT CANTIDAD-PEDIDA.
           IF CANTIDAD-PEDIDA = ZERO
               DISPLAY "La cantidad no puede ser cero."
           ELSE
               PERFORM BUSCA-PRECIO-CONVENIO
               PERFORM GRABA-LINEA-PEDIDO.

       BUSCA-PRECIO-CONVENIO.
           MOVE ARTICULOS-PRECIO TO PRECIO-VENTA.
           MOVE "L" TO ORIGEN-PRECIO.
           MOVE ZERO TO TRAMO-APLICADO.
           IF CONVENIOS-DISPONIBLE = "S"
               MOVE SPACE TO CONV-CLAVE
               MOVE CLIENTE-PEDIDO TO CONV-CLIENTE-ID
               MOVE "A" TO CONV-TIPO
               MOVE ARTICULOS-ID TO CONV-ARTICULO-ID
               PERFORM BUSCA-CONVENIO
               IF CONVENIO-HALLADO = "N"
                   MOVE SPACE TO CONV-CLAVE
                   MOVE CLIENTE-PEDIDO TO CONV-CLIENTE-ID
                   MOVE "C" TO CONV-TIPO
                   MOVE ZERO TO CONV-ARTICULO-ID
                   MOVE ARTICULOS-CATEGORIA TO CONV-CATEGORIA
                   PERFORM BUSCA-CONVENIO
               END-IF
               IF CONVENIO-HALLADO NOT = "N"
                   PERFORM APLICA-TRAMO VARYING T FROM 1 BY 1
                       UNTIL T > 3.
           IF TRAMO-APLICADO NOT = ZERO
               MOVE CONVENIO-HALLADO TO ORIGEN-PRECIO
               DISPLAY " Precio de convenio: " PRECIO-VENTA
                   "  (lista: " ARTICULOS-PRECIO ")".

       BUSCA-CONVENIO.
           MOVE "N" TO CONVENIO-HALLADO.
           MOVE "N" TO FIN-CONVENIOS.
           MOVE CONV-CLAVE(1:24) TO CONVENIO-BUSCADO.
           START CONVENIOS-ARCHIVO
               KEY IS NOT LESS THAN CONV-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-CONVENIOS.
           PERFORM LEE-CONVENIO UNTIL FIN-CONVENIOS = "S".

       LEE-CONVENIO.
           READ CONVENIOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-CONVENIOS.
           IF FIN-CONVENIOS = "N"
               IF CONV-CLAVE(1:24) NOT = CONVENIO-BUSCADO OR
                       CONV-DESDE > FECHA-HOY
                   MOVE "S" TO FIN-CONVENIOS
               ELSE
                   IF CONV-HASTA = SPACE OR CONV-HASTA >= FECHA-HOY
                       MOVE CONV-TIPO TO CONVENIO-HALLADO
                       MOVE CONV-TRAMOS TO TRAMOS-VIGENTES.

       APLICA-TRAMO.
           IF (T = 1 OR VIG-CANTIDAD-MINIMA(T) NOT = ZERO) AND
                   CANTIDAD-PEDIDA NOT < VIG-CANTIDAD-MINIMA(T)
               MOVE T TO TRAMO-APLICADO
               IF VIG-PRECIO(T) NOT = ZERO
                   MOVE VIG-PRECIO(T) TO PRECIO-VENTA
               ELSE
                   COMPUTE PRECIO-VENTA ROUNDED = ARTICULOS-PRECIO *
                       (100 - VIG-DESCUENTO(T)) / 100.

       CALCULA-RESERVADO.
           MOVE ZERO TO RESERVADO-TOTAL.
           MOVE "N" TO FIN-RESERVAS.
           MOVE ARTICULOS-ID TO RES-ARTICULO-ID.
           MOVE ZEROES TO RES-NUMERO.
           START RESERVAS-ARCHIVO
               KEY IS NOT LESS THAN RES-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-RESERVAS.
           PERFORM SUMA-UNA-RESERVA UNTIL FIN-RESERVAS = "S".

       SUMA-UNA-RESERVA.
           READ RESERVAS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-RESERVAS.
           IF FIN-RESERVAS = "N" AND
                   RES-ARTICULO-ID NOT = ARTICULOS-ID
               MOVE "S" TO FIN-RESERVAS.
           IF FIN-RESERVAS = "N" AND RES-ESTADO = "A" AND
                   (RES-FECHA-VENCE = SPACE OR
                   RES-FECHA-VENCE >= FECHA-HOY)
               ADD RES-CANTIDAD TO RESERVADO-TOTAL.

       GRABA-LINEA-PEDIDO.
           IF LINEA-PEDIDO = ZERO
               PERFORM ABRE-PEDIDO.
           ADD 1 TO LINEA-PEDIDO.
           IF CANTIDAD-PEDIDA > DISPONIBLE
               MOVE DISPONIBLE TO CANTIDAD-A-RESERVAR
               COMPUTE CANTIDAD-FALTANTE =
                   CANTIDAD-PEDIDA - DISPONIBLE
           ELSE
               MOVE CANTIDAD-PEDIDA TO CANTIDAD-A-RESERVAR
               MOVE ZERO TO CANTIDAD-FALTANTE.
           MOVE ZERO TO NUMERO-RESERVA.
           IF CANTIDAD-A-RESERVAR NOT = ZERO
               PERFORM CREA-RESERVA.
           IF CANTIDAD-FALTANTE NOT = ZERO
               PERFORM CREA-PENDIENTE.
           MOVE SPACE TO PEDIDOS-VENTA-REGISTRO.
           MOVE NUMERO-PEDIDO TO PV-NUMERO.
           MOVE LINEA-PEDIDO TO PV-LINEA.
           MOVE FECHA-HOY TO PV-FECHA.
           MOVE CLIENTE-PEDIDO TO PV-CLIENTE-ID.
           MOVE VENTA-CREDITO TO PV-CREDITO.
           MOVE ARTICULOS-ID TO PV-ARTICULO-ID.
           MOVE PRECIO-VENTA TO PV-PRECIO.
           MOVE ORIGEN-PRECIO TO PV-ORIGEN-PRECIO.
           MOVE CANTIDAD-PEDIDA TO PV-CANTIDAD-PEDIDA.
           MOVE CANTIDAD-A-RESERVAR TO PV-CANTIDAD-RESERVADA.
           MOVE CANTIDAD-FALTANTE TO PV-CANTIDAD-PENDIENTE.
           MOVE ZERO TO PV-CANTIDAD-FACTURADA.
           MOVE NUMERO-RESERVA TO PV-RESERVA.
           MOVE ZERO TO PV-FACTURA.
           MOVE "A" TO PV-ESTADO.
           MOVE OPERADOR TO PV-OPERADOR.
           WRITE PEDIDOS-VENTA-REGISTRO
           INVALID KEY
               DISPLAY "Error al grabar la linea del pedido (estado: "
                   PEDIDOS-VENTA-STATUS ")".
           DISPLAY "Linea " LINEA-PEDIDO ": reservado "
               CANTIDAD-A-RESERVAR ", pendiente " CANTIDAD-FALTANTE
               ".".

       ABRE-PEDIDO.
           PERFORM LEE-NUMERO-PEDIDO.
           ADD 1 TO NUMERO-PEDIDO.
           PERFORM ESCRIBE-NUMERO-PEDIDO.
           ADD 1 TO CONTADOR-PEDIDOS.
           MOVE SPACE TO REFERENCIA-PEDIDO.
           STRING "PV" DELIMITED BY SIZE
               NUMERO-PEDIDO DELIMITED BY SIZE
               INTO REFERENCIA-PEDIDO.

       CREA-RESERVA.
           PERFORM LEE-NUMERO-RESERVA.
           ADD 1 TO NUMERO-RESERVA.
           MOVE SPACE TO RESERVAS-REGISTRO.
           MOVE ARTICULOS-ID TO RES-ARTICULO-ID.
           MOVE NUMERO-RESERVA TO RES-NUMERO.
           MOVE CANTIDAD-A-RESERVAR TO RES-CANTIDAD.
           MOVE REFERENCIA-PEDIDO TO RES-REFERENCIA.
           MOVE "A" TO RES-ESTADO.
           PERFORM GRABA-RESERVA.
           PERFORM ESCRIBE-NUMERO-RESERVA.

       GRABA-RESERVA.
           WRITE RESERVAS-REGISTRO
           INVALID KEY
               IF RESERVAS-STATUS NOT = "22"
                   DISPLAY "Error al grabar la reserva (estado: "
                       RESERVAS-STATUS ")"
               END-IF
           END-WRITE.
           IF RESERVAS-STATUS = "22"
               ADD 1 TO NUMERO-RESERVA
               MOVE NUMERO-RESERVA TO RES-NUMERO
               PERFORM GRABA-RESERVA.

       CREA-PENDIENTE.
           MOVE SPACE TO PENDIENTES-REGISTRO.
           MOVE ARTICULOS-ID TO PEND-ARTICULO-ID.
           MOVE NUMERO-PEDIDO TO PEND-PEDIDO.
           MOVE LINEA-PEDIDO TO PEND-LINEA.
           MOVE FECHA-HOY TO PEND-FECHA.
           MOVE CLIENTE-PEDIDO TO PEND-CLIENTE-ID.
           MOVE CANTIDAD-FALTANTE TO PEND-CANTIDAD.
           MOVE "P" TO PEND-ESTADO.
           WRITE PENDIENTES-REGISTRO
           INVALID KEY
               DISPLAY "Error al registrar el pendiente (estado: "
                   PENDIENTES-STATUS ")".
           DISPLAY "Faltan " CANTIDAD-FALTANTE " unidades; quedan"
               " pendientes hasta que llegue mercancia.".

       PIDE-NUMERO-PEDIDO.
           DISPLAY " ".
           DISPLAY "Ingrese el numero de pedido de venta (0 cancela): ".
           ACCEPT CAMPO-PEDIDO.
           MOVE CAMPO-PEDIDO TO PEDIDO-BUSCADO.

       POSICIONA-PEDIDO.
           MOVE "N" TO FIN-PEDIDO.
           MOVE PEDIDO-BUSCADO TO PV-NUMERO.
           MOVE ZEROES TO PV-LINEA.
           START PEDIDOS-VENTA-ARCHIVO
               KEY IS NOT LESS THAN PV-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-PEDIDO.
           IF FIN-PEDIDO = "N"
               PERFORM LEE-LINEA-PEDIDO.

       LEE-LINEA-PEDIDO.
           READ PEDIDOS-VENTA-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-PEDIDO.
           IF FIN-PEDIDO = "N" AND PV-NUMERO NOT = PEDIDO-BUSCADO
               MOVE "S" TO FIN-PEDIDO.

       REIMPRIME-SURTIDO.
           PERFORM PIDE-NUMERO-PEDIDO.
           IF PEDIDO-BUSCADO NOT = ZERO
               PERFORM IMPRIME-LISTA-SURTIDO.

       IMPRIME-LISTA-SURTIDO.
           MOVE ZERO TO TOTAL-SURTIDO.
           MOVE ZERO TO CLIENTE-PEDIDO.
           MOVE SPACE TO FECHA-PEDIDO.
           PERFORM POSICIONA-PEDIDO.
           PERFORM ARMA-SURTIDO-LINEA UNTIL FIN-PEDIDO = "S".
           IF TOTAL-SURTIDO = ZERO
               DISPLAY "El pedido " PEDIDO-BUSCADO " no tiene"
                   " mercancia reservada por surtir."
           ELSE
               PERFORM IMPRIME-ENCABEZADO-SURTIDO
               PERFORM IMPRIME-UBICACION-SURTIDO
                   VARYING UBICACION-ACTUAL FROM 0 BY 1
                   UNTIL UBICACION-ACTUAL > 99
               MOVE SPACE TO LINEA-SURTIDO
               WRITE LINEA-SURTIDO
               DISPLAY "Lista de surtido del pedido " PEDIDO-BUSCADO
                   " enviada a surtido.lst".

       ARMA-SURTIDO-LINEA.
           MOVE PV-CLIENTE-ID TO CLIENTE-PEDIDO.
           MOVE PV-FECHA TO FECHA-PEDIDO.
           IF PV-ESTADO = "A" AND PV-CANTIDAD-RESERVADA NOT = ZERO
               MOVE PV-ARTICULO-ID TO ARTICULOS-ID
               READ ARTICULOS-ARCHIVO RECORD
               INVALID KEY
                   MOVE SPACE TO ARTICULOS-PRODUCTO
               END-READ
               MOVE PV-ARTICULO-ID TO ARTICULOS-ID
               PERFORM SUGIERE-LOTE
               PERFORM REPARTE-POR-UBICACION.
           PERFORM LEE-LINEA-PEDIDO.

       REPARTE-POR-UBICACION.
           MOVE PV-CANTIDAD-RESERVADA TO POR-REPARTIR.
           IF STOCK-UBI-DISPONIBLE = "S"
               MOVE "N" TO FIN-UBICACIONES
               MOVE PV-ARTICULO-ID TO STOCK-UBI-ARTICULO-ID
               MOVE ZEROES TO STOCK-UBI-UBICACION-ID
               START STOCK-UBI-ARCHIVO
                   KEY IS NOT LESS THAN STOCK-UBI-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-UBICACIONES
               END-START
               PERFORM TOMA-DE-UBICACION
                   UNTIL FIN-UBICACIONES = "S" OR
                   POR-REPARTIR = ZERO.
           IF POR-REPARTIR NOT = ZERO
               MOVE ZERO TO STOCK-UBI-UBICACION-ID
               MOVE POR-REPARTIR TO CANTIDAD-TOMADA
               PERFORM AGREGA-RENGLON-SURTIDO.

       TOMA-DE-UBICACION.
           READ STOCK-UBI-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-UBICACIONES.
           IF FIN-UBICACIONES = "N" AND
                   STOCK-UBI-ARTICULO-ID NOT = PV-ARTICULO-ID
               MOVE "S" TO FIN-UBICACIONES.
           IF FIN-UBICACIONES = "N" AND
                   STOCK-UBI-CANTIDAD NOT = ZERO
               IF STOCK-UBI-CANTIDAD > POR-REPARTIR
                   MOVE POR-REPARTIR TO CANTIDAD-TOMADA
               ELSE
                   MOVE STOCK-UBI-CANTIDAD TO CANTIDAD-TOMADA
               END-IF
               SUBTRACT CANTIDAD-TOMADA FROM POR-REPARTIR
               PERFORM AGREGA-RENGLON-SURTIDO.

       AGREGA-RENGLON-SURTIDO.
           IF TOTAL-SURTIDO >= MAX-SURTIDO
               DISPLAY "La lista de surtido excede " MAX-SURTIDO
                   " renglones; se omite el articulo "
                   PV-ARTICULO-ID "."
           ELSE
               ADD 1 TO TOTAL-SURTIDO
               MOVE STOCK-UBI-UBICACION-ID
                   TO SUR-UBICACION(TOTAL-SURTIDO)
               MOVE PV-ARTICULO-ID TO SUR-ARTICULO-ID(TOTAL-SURTIDO)
               MOVE ARTICULOS-PRODUCTO TO SUR-PRODUCTO(TOTAL-SURTIDO)
               MOVE CANTIDAD-TOMADA TO SUR-CANTIDAD(TOTAL-SURTIDO)
               MOVE LOTE-SUGERIDO TO SUR-LOTE(TOTAL-SURTIDO)
               IF LOTE-SUGERIDO = SPACE
                   MOVE SPACE TO SUR-CADUCIDAD(TOTAL-SURTIDO)
               ELSE
                   MOVE CADUCIDAD-SUGERIDA
                       TO SUR-CADUCIDAD(TOTAL-SURTIDO).

       SUGIERE-LOTE.
           MOVE SPACE TO LOTE-SUGERIDO.
           MOVE HIGH-VALUES TO CADUCIDAD-SUGERIDA.
           IF LOTES-DISPONIBLE = "S"
               MOVE "N" TO FIN-LOTES
               MOVE ARTICULOS-ID TO LOTES-ARTICULO-ID
               MOVE SPACE TO LOTES-NUMERO
               START LOTES-ARCHIVO
                   KEY IS NOT LESS THAN LOTES-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-LOTES
               END-START
               PERFORM REVISA-UN-LOTE UNTIL FIN-LOTES = "S".

       REVISA-UN-LOTE.
           READ LOTES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-LOTES.
           IF FIN-LOTES = "N" AND
                   LOTES-ARTICULO-ID NOT = ARTICULOS-ID
               MOVE "S" TO FIN-LOTES.
           IF FIN-LOTES = "N" AND LOTES-CANTIDAD NOT = ZERO AND
                   LOTES-FECHA-CADUCIDAD < CADUCIDAD-SUGERIDA
               MOVE LOTES-NUMERO TO LOTE-SUGERIDO
               MOVE LOTES-FECHA-CADUCIDAD TO CADUCIDAD-SUGERIDA.

       IMPRIME-ENCABEZADO-SURTIDO.
           MOVE PEDIDO-BUSCADO TO SUR-ENC-PEDIDO.
           MOVE FECHA-PEDIDO TO SUR-ENC-FECHA.
           WRITE LINEA-SURTIDO FROM SUR-ENCABEZADO.
           MOVE CLIENTE-PEDIDO TO CLIENTES-ID.
           READ CLIENTES-ARCHIVO RECORD
           INVALID KEY
               MOVE SPACE TO CLIENTES-NOMBRE.
           MOVE CLIENTE-PEDIDO TO SUR-CLI-ID.
           MOVE CLIENTES-NOMBRE TO SUR-CLI-NOMBRE.
           WRITE LINEA-SURTIDO FROM SUR-CLIENTE.
           WRITE LINEA-SURTIDO FROM SUR-COLUMNAS.

       IMPRIME-UBICACION-SURTIDO.
           PERFORM IMPRIME-RENGLON-SURTIDO
               VARYING K FROM 1 BY 1 UNTIL K > TOTAL-SURTIDO.

       IMPRIME-RENGLON-SURTIDO.
           IF SUR-UBICACION(K) = UBICACION-ACTUAL
               MOVE SPACE TO SUR-DETALLE
               MOVE SUR-UBICACION(K) TO SUR-DET-UBICACION
               PERFORM NOMBRE-UBICACION-SURTIDO
               MOVE SUR-ARTICULO-ID(K) TO SUR-DET-ID
               MOVE SUR-PRODUCTO(K) TO SUR-DET-PRODUCTO
               MOVE SUR-CANTIDAD(K) TO SUR-DET-CANTIDAD
               MOVE SUR-LOTE(K) TO SUR-DET-LOTE
               MOVE SUR-CADUCIDAD(K) TO SUR-DET-CADUCIDAD
               WRITE LINEA-SURTIDO FROM SUR-DETALLE.

       NOMBRE-UBICACION-SURTIDO.
           IF SUR-UBICACION(K) = ZERO
               MOVE "SIN UBICACION" TO SUR-DET-NOMBRE
           ELSE
               IF UBICACIONES-DISPONIBLE = "S"
                   MOVE SUR-UBICACION(K) TO UBICACIONES-ID
                   READ UBICACIONES-ARCHIVO RECORD
                   INVALID KEY
                       MOVE SPACE TO UBICACIONES-NOMBRE
                   END-READ
                   MOVE UBICACIONES-NOMBRE TO SUR-DET-NOMBRE.

       FACTURA-PEDIDO.
           PERFORM PIDE-NUMERO-PEDIDO.
           IF PEDIDO-BUSCADO NOT = ZERO
               PERFORM REVISA-PEDIDO-A-FACTURAR
               IF LINEAS-ABIERTAS = ZERO
                   DISPLAY "El pedido " PEDIDO-BUSCADO " no existe o"
                       " no tiene nada surtido por facturar."
               ELSE
                   PERFORM PREPARA-FACTURA-PEDIDO.

       REVISA-PEDIDO-A-FACTURAR.
           MOVE ZERO TO LINEAS-ABIERTAS.
           MOVE ZERO TO TOTAL-ESTIMADO.
           PERFORM POSICIONA-PEDIDO.
           PERFORM SUMA-LINEA-A-FACTURAR UNTIL FIN-PEDIDO = "S".

       SUMA-LINEA-A-FACTURAR.
           IF PV-ESTADO = "A" AND PV-CANTIDAD-RESERVADA NOT = ZERO
               ADD 1 TO LINEAS-ABIERTAS
               MOVE PV-CLIENTE-ID TO CLIENTE-PEDIDO
               MOVE PV-CREDITO TO VENTA-CREDITO
               COMPUTE TOTAL-ESTIMADO = TOTAL-ESTIMADO +
                   PV-CANTIDAD-RESERVADA * PV-PRECIO.
           PERFORM LEE-LINEA-PEDIDO.

       PREPARA-FACTURA-PEDIDO.
           MOVE "S" TO CLIENTE-OK.
           MOVE CLIENTE-PEDIDO TO CLIENTES-ID.
           READ CLIENTES-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO CLIENTE-OK.
           IF CLIENTE-OK = "N"
               DISPLAY "El cliente " CLIENTE-PEDIDO " ya no existe;"
                   " no se puede facturar el pedido."
           ELSE
               DISPLAY " Cliente: " CLIENTES-NOMBRE
               DISPLAY " Lineas por facturar: " LINEAS-ABIERTAS
               DISPLAY " Importe estimado...: " TOTAL-ESTIMADO
               IF VENTA-CREDITO = "S"
                   PERFORM VERIFICA-RETENCION
               END-IF
               IF VENTA-CREDITO = "S"
                   PERFORM VALIDA-CREDITO
               END-IF
               PERFORM PIDE-SURTIDO-COMPLETO
               PERFORM GENERA-FACTURA-PEDIDO.

       VERIFICA-RETENCION.
           IF RETENCIONES-DISPONIBLE = "S"
               MOVE CLIENTE-PEDIDO TO RET-CLIENTE-ID
               READ RETENCIONES-ARCHIVO RECORD
               INVALID KEY
                   MOVE "L" TO RET-ESTADO
               END-READ
               IF RET-ESTADO = "R"
                   PERFORM ATIENDE-RETENCION.

       ATIENDE-RETENCION.
           DISPLAY "El cliente esta RETENIDO por credito desde el "
               RET-FECHA ".".
           IF RET-MOTIVO = "V" OR RET-MOTIVO = "A"
               DISPLAY " Tiene facturas abiertas de " RET-DIAS
                   " dias.".
           IF RET-MOTIVO = "L" OR RET-MOTIVO = "A"
               DISPLAY " Su saldo excede el limite de credito.".
           PERFORM PIDE-AUTORIZACION.
           IF CREDITO-OK = "S"
               PERFORM REGISTRA-AUTORIZACION-RETENCION
           ELSE
               DISPLAY "Venta a credito rechazada; la factura sera de"
                   " contado."
               MOVE "N" TO VENTA-CREDITO.

       REGISTRA-AUTORIZACION-RETENCION.
           MOVE SPACE TO AUDITORIA-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:20) TO AUD-FECHA-HORA.
           MOVE "SALES-ORDER" TO AUD-PROGRAMA.
           MOVE OPERADOR TO AUD-OPERADOR.
           MOVE "R" TO AUD-ACCION.
           MOVE ZERO TO AUD-ARTICULO-ID.
           STRING "CLIENTE " DELIMITED BY SIZE
               CLIENTE-PEDIDO DELIMITED BY SIZE
               " RETENIDO POR CREDITO DESDE " DELIMITED BY SIZE
               RET-FECHA DELIMITED BY SIZE
               INTO AUD-IMAGEN-ANTERIOR.
           STRING "VENTA A CREDITO AUTORIZADA POR " DELIMITED BY SIZE
               SUPERVISOR-ID DELIMITED BY SPACE
               INTO AUD-IMAGEN-NUEVA.
           WRITE AUDITORIA-REGISTRO.

       VALIDA-CREDITO.
           COMPUTE SALDO-PROYECTADO = CLIENTES-SALDO + TOTAL-ESTIMADO.
           IF SALDO-PROYECTADO > CLIENTES-LIMITE-CREDITO
               DISPLAY "La factura excede el limite de credito del"
                   " cliente."
               DISPLAY " Limite...........: " CLIENTES-LIMITE-CREDITO
               DISPLAY " Saldo proyectado.: " SALDO-PROYECTADO
               PERFORM PIDE-AUTORIZACION
               IF CREDITO-OK NOT = "S"
                   DISPLAY "Venta a credito rechazada; la factura"
                       " sera de contado."
                   MOVE "N" TO VENTA-CREDITO.

       PIDE-AUTORIZACION.
           MOVE "N" TO CREDITO-OK.
           IF USUARIOS-DISPONIBLE NOT = "S"
               DISPLAY "No hay forma de autorizar la operacion."
           ELSE
               DISPLAY "Ingrese el ID de un supervisor para"
                   " autorizar (vacio cancela): "
               ACCEPT SUPERVISOR-ID
               IF SUPERVISOR-ID NOT = SPACE
                   PERFORM VERIFICA-SUPERVISOR.

       VERIFICA-SUPERVISOR.
           MOVE SUPERVISOR-ID TO USUARIOS-ID.
           READ USUARIOS-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "Operador no registrado."
           NOT INVALID KEY
               IF USUARIOS-NIVEL < 3
                   DISPLAY "El operador " USUARIOS-ID
                       " no es supervisor."
               ELSE
                   MOVE "S" TO CREDITO-OK
                   DISPLAY "Autorizado por " USUARIOS-ID "."
           END-READ.

       PIDE-SURTIDO-COMPLETO.
           DISPLAY "¿Se surtio todo lo reservado? (S/N): ".
           ACCEPT SURTIDO-COMPLETO.
           IF SURTIDO-COMPLETO = "s"
               MOVE "S" TO SURTIDO-COMPLETO.
           IF SURTIDO-COMPLETO NOT = "S"
               MOVE "N" TO SURTIDO-COMPLETO.

       GENERA-FACTURA-PEDIDO.
           MOVE ZERO TO LINEA-FACTURA.
           MOVE ZERO TO TOTAL-FACTURA.
           PERFORM POSICIONA-PEDIDO.
           PERFORM FACTURA-LINEA-PEDIDO UNTIL FIN-PEDIDO = "S".
           IF LINEA-FACTURA = ZERO
               DISPLAY "No se facturo ninguna linea del pedido."
           ELSE
               PERFORM CIERRA-FACTURA.

       FACTURA-LINEA-PEDIDO.
           IF PV-ESTADO = "A" AND PV-CANTIDAD-RESERVADA NOT = ZERO
               PERFORM SURTE-LINEA-PEDIDO.
           PERFORM LEE-LINEA-PEDIDO.

       SURTE-LINEA-PEDIDO.
           MOVE PV-CANTIDAD-RESERVADA TO CANTIDAD-SURTIDA.
           IF SURTIDO-COMPLETO = "N"
               PERFORM PIDE-CANTIDAD-SURTIDA.
           COMPUTE CANTIDAD-NO-SURTIDA =
               PV-CANTIDAD-RESERVADA - CANTIDAD-SURTIDA.
           MOVE "S" TO LINEA-OK.
           IF CANTIDAD-SURTIDA NOT = ZERO
               PERFORM POSTEA-LINEA-PEDIDO.
           IF LINEA-OK = "S"
               IF CANTIDAD-NO-SURTIDA NOT = ZERO
                   PERFORM DEVUELVE-A-PENDIENTE
               END-IF
               PERFORM AJUSTA-RESERVA-LINEA
               IF PV-CANTIDAD-RESERVADA = ZERO AND
                       PV-CANTIDAD-PENDIENTE = ZERO
                   MOVE "F" TO PV-ESTADO
               END-IF
               REWRITE PEDIDOS-VENTA-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar la linea del pedido"
                       " (estado: " PEDIDOS-VENTA-STATUS ")".

       PIDE-CANTIDAD-SURTIDA.
           DISPLAY " ".
           DISPLAY "Linea " PV-LINEA " articulo " PV-ARTICULO-ID
               " reservado " PV-CANTIDAD-RESERVADA.
           DISPLAY "Ingrese la cantidad surtida: ".
           ACCEPT CANTIDAD-SURTIDA.
           IF CANTIDAD-SURTIDA > PV-CANTIDAD-RESERVADA
               DISPLAY "No se puede surtir mas de lo reservado."
               PERFORM PIDE-CANTIDAD-SURTIDA.

       POSTEA-LINEA-PEDIDO.
           MOVE PV-ARTICULO-ID TO ARTICULOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE ZERO TO REINTENTOS-LECTURA.
           PERFORM INTENTA-LEER.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "El articulo " PV-ARTICULO-ID " no existe;"
                   " la linea " PV-LINEA " no se factura."
               MOVE "N" TO LINEA-OK
           ELSE
               IF CANTIDAD-SURTIDA > ARTICULOS-CANTIDAD
                   DISPLAY "No hay existencia suficiente para la"
                       " linea " PV-LINEA "; no se factura."
                   MOVE "N" TO LINEA-OK
               ELSE
                   PERFORM REVISA-ARTICULO-SERIADO
                   IF ARTICULO-SERIADO = "S"
                       PERFORM CAPTURA-SERIES-VENTA
                   END-IF
                   IF LINEA-OK = "S"
                       PERFORM POSTEA-LINEA.

       POSTEA-LINEA.
           MOVE ARTICULOS-REGISTRO TO IMAGEN-ANTERIOR.
           SUBTRACT CANTIDAD-SURTIDA FROM ARTICULOS-CANTIDAD.
           MOVE ZERO TO REINTENTOS-ESCRITURA.
           PERFORM INTENTA-REESCRIBIR.
           IF ARCHIVO-STATUS = "00" OR ARCHIVO-STATUS = "02"
               IF LINEA-FACTURA = ZERO
                   PERFORM ABRE-FACTURA
               END-IF
               ADD 1 TO LINEA-FACTURA
               COMPUTE IMPORTE-LINEA = CANTIDAD-SURTIDA * PV-PRECIO
               ADD IMPORTE-LINEA TO TOTAL-FACTURA
               PERFORM ESCRIBE-LINEA-VENTA
               IF PV-PRECIO < ARTICULOS-PRECIO
                   PERFORM REGISTRA-BAJO-LISTA
               END-IF
               PERFORM IMPRIME-LINEA-FACTURA
               IF ARTICULO-SERIADO = "S"
                   PERFORM MARCA-SERIES-VENDIDAS
                       VARYING S FROM 1 BY 1 UNTIL S > TOTAL-SERIES
               END-IF
               PERFORM REGISTRA-MOVIMIENTO
               PERFORM REGISTRA-AUDITORIA
               PERFORM REGISTRA-CAMBIO-PENDIENTE
               IF STOCK-UBI-DISPONIBLE = "S"
                   PERFORM DESCARGA-UBICACIONES
               END-IF
               IF LOTES-DISPONIBLE = "S"
                   PERFORM DESCARGA-LOTES
               END-IF
               ADD CANTIDAD-SURTIDA TO PV-CANTIDAD-FACTURADA
               SUBTRACT CANTIDAD-SURTIDA FROM PV-CANTIDAD-RESERVADA
               MOVE NUMERO-FACTURA TO PV-FACTURA
           ELSE
               MOVE "N" TO LINEA-OK.

      ******************************************************************
      * Articulos serializados: una serie en existencia por pieza
      * surtida; si no se capturan todas, la linea queda reservada sin
      * facturar.
      ******************************************************************
       REVISA-ARTICULO-SERIADO.
           MOVE "N" TO ARTICULO-SERIADO.
           IF SERIADOS-DISPONIBLE = "S"
               MOVE ARTICULOS-ID TO SERIADO-ARTICULO-ID
               READ SERIADOS-ARCHIVO RECORD
               INVALID KEY
                   MOVE "N" TO ARTICULO-SERIADO
               NOT INVALID KEY
                   MOVE "S" TO ARTICULO-SERIADO
               END-READ.

       CAPTURA-SERIES-VENTA.
           MOVE ZERO TO TOTAL-SERIES.
           IF SERIES-DISPONIBLE NOT = "S"
               DISPLAY "El articulo lleva numero de serie y no hay"
                   " archivo de series; la linea " PV-LINEA
                   " no se factura."
               MOVE "N" TO LINEA-OK
           ELSE
               IF CANTIDAD-SURTIDA > MAX-SERIES
                   DISPLAY "Maximo " MAX-SERIES " piezas con serie"
                       " por linea; surta la linea " PV-LINEA
                       " en partes."
                   MOVE "N" TO LINEA-OK
               ELSE
                   DISPLAY "Linea " PV-LINEA " articulo "
                       ARTICULOS-ID " con numero de serie: capture"
                       " una serie por pieza (vacio deja la linea"
                       " sin facturar)."
                   PERFORM PIDE-SERIE-VENTA
                       UNTIL TOTAL-SERIES = CANTIDAD-SURTIDA OR
                       LINEA-OK = "N".

       PIDE-SERIE-VENTA.
           COMPUTE PIEZA-SERIE = TOTAL-SERIES + 1.
           DISPLAY "Serie de la pieza " PIEZA-SERIE ": ".
           MOVE SPACE TO SERIE-CAPTURADA.
           ACCEPT SERIE-CAPTURADA.
           IF SERIE-CAPTURADA = SPACE
               DISPLAY "La linea " PV-LINEA " queda reservada sin"
                   " facturar."
               MOVE "N" TO LINEA-OK
           ELSE
               PERFORM VALIDA-SERIE-VENTA.

       VALIDA-SERIE-VENTA.
           MOVE "N" TO SERIE-REPETIDA.
           PERFORM COMPARA-SERIE
               VARYING S FROM 1 BY 1 UNTIL S > TOTAL-SERIES.
           IF SERIE-REPETIDA = "S"
               DISPLAY "La serie ya se capturo en esta linea."
           ELSE
               MOVE ARTICULOS-ID TO SERIE-ARTICULO-ID
               MOVE SERIE-CAPTURADA TO SERIE-NUMERO
               READ SERIES-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "La serie " SERIE-CAPTURADA " no esta"
                       " registrada para este articulo."
               NOT INVALID KEY
                   IF SERIE-ESTADO = "I"
                       ADD 1 TO TOTAL-SERIES
                       MOVE SERIE-CAPTURADA
                           TO SER-CAPTURADA(TOTAL-SERIES)
                   ELSE
                       PERFORM DESCRIBE-ESTADO-SERIE
                       DISPLAY "La serie no esta en existencia ("
                           ESTADO-TEXTO ")."
                   END-IF
               END-READ.

       COMPARA-SERIE.
           IF SER-CAPTURADA(S) = SERIE-CAPTURADA
               MOVE "S" TO SERIE-REPETIDA.

       DESCRIBE-ESTADO-SERIE.
           EVALUATE SERIE-ESTADO
               WHEN "V"
                   MOVE "VENDIDA" TO ESTADO-TEXTO
               WHEN "D"
                   MOVE "DEVUELTA AL PROVEEDOR" TO ESTADO-TEXTO
               WHEN "B"
                   MOVE "DADA DE BAJA" TO ESTADO-TEXTO
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO ESTADO-TEXTO
           END-EVALUATE.

       MARCA-SERIES-VENDIDAS.
           MOVE ARTICULOS-ID TO SERIE-ARTICULO-ID.
           MOVE SER-CAPTURADA(S) TO SERIE-NUMERO.
           READ SERIES-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "Error al leer la serie " SER-CAPTURADA(S)
           NOT INVALID KEY
               MOVE "V" TO SERIE-ESTADO
               MOVE NUMERO-FACTURA TO SERIE-FACTURA
               MOVE CLIENTE-PEDIDO TO SERIE-CLIENTE-ID
               MOVE FECHA-HOY TO SERIE-FECHA-VENTA
               MOVE OPERADOR TO SERIE-OPERADOR
               REWRITE SERIE-REGISTRO
               INVALID KEY
                   DISPLAY "Error al marcar vendida la serie "
                       SER-CAPTURADA(S) " (estado: " SERIES-STATUS ")"
               END-REWRITE
           END-READ.
           MOVE SER-CAPTURADA(S) TO DOC-SER-NUMERO.
           WRITE LINEA-DOCUMENTO FROM DOC-DETALLE-SERIE.

       ABRE-FACTURA.
           PERFORM LEE-NUMERO-FACTURA.
           ADD 1 TO NUMERO-FACTURA.
           MOVE "S" TO FACTURA-EXISTE.
           PERFORM BUSCA-FACTURA-LIBRE UNTIL FACTURA-EXISTE = "N".
           PERFORM ESCRIBE-NUMERO-FACTURA.
           ADD 1 TO CONTADOR-FACTURAS.
           MOVE SPACE TO REFERENCIA-FACTURA.
           STRING "FA" DELIMITED BY SIZE
               NUMERO-FACTURA DELIMITED BY SIZE
               INTO REFERENCIA-FACTURA.
           PERFORM IMPRIME-ENCABEZADO-FACTURA.

       BUSCA-FACTURA-LIBRE.
           MOVE NUMERO-FACTURA TO VENTAS-NUMERO.
           MOVE 1 TO VENTAS-LINEA.
           READ VENTAS-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO FACTURA-EXISTE.
           IF FACTURA-EXISTE = "S"
               ADD 1 TO NUMERO-FACTURA.

       ESCRIBE-LINEA-VENTA.
           MOVE SPACE TO VENTAS-REGISTRO.
           MOVE NUMERO-FACTURA TO VENTAS-NUMERO.
           MOVE LINEA-FACTURA TO VENTAS-LINEA.
           MOVE FECHA-HOY TO VENTAS-FECHA.
           MOVE ARTICULOS-ID TO VENTAS-ARTICULO-ID.
           MOVE CANTIDAD-SURTIDA TO VENTAS-CANTIDAD.
           MOVE PV-PRECIO TO VENTAS-PRECIO.
           MOVE IMPORTE-LINEA TO VENTAS-IMPORTE.
           MOVE CLIENTE-PEDIDO TO VENTAS-CLIENTE-ID.
           MOVE VENTA-CREDITO TO VENTAS-CREDITO.
           WRITE VENTAS-REGISTRO
           INVALID KEY
               DISPLAY "Error al escribir la linea de venta (estado: "
                   VENTAS-STATUS ")".

       REGISTRA-BAJO-LISTA.
           MOVE SPACE TO BAJO-LISTA-REGISTRO.
           MOVE CLIENTE-PEDIDO TO BLIS-CLIENTE-ID.
           MOVE FECHA-HOY TO BLIS-FECHA.
           MOVE NUMERO-FACTURA TO BLIS-FACTURA.
           MOVE LINEA-FACTURA TO BLIS-LINEA.
           MOVE ARTICULOS-ID TO BLIS-ARTICULO-ID.
           MOVE CANTIDAD-SURTIDA TO BLIS-CANTIDAD.
           MOVE ARTICULOS-PRECIO TO BLIS-PRECIO-LISTA.
           MOVE PV-PRECIO TO BLIS-PRECIO.
           IF PV-ORIGEN-PRECIO = "A" OR PV-ORIGEN-PRECIO = "C"
               MOVE PV-ORIGEN-PRECIO TO BLIS-ORIGEN
           ELSE
               MOVE "P" TO BLIS-ORIGEN.
           MOVE OPERADOR TO BLIS-OPERADOR.
           WRITE BAJO-LISTA-REGISTRO.

       REGISTRA-MOVIMIENTO.
           MOVE SPACE TO MOVIMIENTOS-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:20) TO MOV-FECHA-HORA.
           MOVE "S" TO MOV-TIPO.
           MOVE ARTICULOS-ID TO MOV-ARTICULO-ID.
           MOVE CANTIDAD-SURTIDA TO MOV-CANTIDAD.
           MOVE ARTICULOS-CANTIDAD TO MOV-CANTIDAD-RESULTANTE.
           MOVE OPERADOR TO MOV-OPERADOR.
           MOVE REFERENCIA-FACTURA TO MOV-REFERENCIA.
           WRITE MOVIMIENTOS-REGISTRO.

       REGISTRA-AUDITORIA.
           MOVE SPACE TO AUDITORIA-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:20) TO AUD-FECHA-HORA.
           MOVE "SALES-ORDER" TO AUD-PROGRAMA.
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

       DESCARGA-UBICACIONES.
           MOVE CANTIDAD-SURTIDA TO POR-REPARTIR.
           MOVE "N" TO FIN-UBICACIONES.
           MOVE ARTICULOS-ID TO STOCK-UBI-ARTICULO-ID.
           MOVE ZEROES TO STOCK-UBI-UBICACION-ID.
           START STOCK-UBI-ARCHIVO
               KEY IS NOT LESS THAN STOCK-UBI-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-UBICACIONES.
           PERFORM DESCARGA-UNA-UBICACION
               UNTIL FIN-UBICACIONES = "S" OR POR-REPARTIR = ZERO.
           IF POR-REPARTIR NOT = ZERO
               DISPLAY "Aviso: " POR-REPARTIR " unidades del articulo "
                   ARTICULOS-ID " no estaban en ninguna ubicacion.".

       DESCARGA-UNA-UBICACION.
           READ STOCK-UBI-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-UBICACIONES.
           IF FIN-UBICACIONES = "N" AND
                   STOCK-UBI-ARTICULO-ID NOT = ARTICULOS-ID
               MOVE "S" TO FIN-UBICACIONES.
           IF FIN-UBICACIONES = "N" AND
                   STOCK-UBI-CANTIDAD NOT = ZERO
               IF STOCK-UBI-CANTIDAD > POR-REPARTIR
                   MOVE POR-REPARTIR TO CANTIDAD-TOMADA
               ELSE
                   MOVE STOCK-UBI-CANTIDAD TO CANTIDAD-TOMADA
               END-IF
               SUBTRACT CANTIDAD-TOMADA FROM STOCK-UBI-CANTIDAD
               SUBTRACT CANTIDAD-TOMADA FROM POR-REPARTIR
               REWRITE STOCK-UBI-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar la existencia por"
                       " ubicacion (estado: " STOCK-UBI-STATUS ")".

       DESCARGA-LOTES.
           MOVE CANTIDAD-SURTIDA TO POR-REPARTIR.
           MOVE "N" TO FIN-DESCARGA.
           PERFORM DESCARGA-UN-LOTE
               UNTIL FIN-DESCARGA = "S" OR POR-REPARTIR = ZERO.

       DESCARGA-UN-LOTE.
           PERFORM SUGIERE-LOTE.
           IF LOTE-SUGERIDO = SPACE
               MOVE "S" TO FIN-DESCARGA
           ELSE
               MOVE ARTICULOS-ID TO LOTES-ARTICULO-ID
               MOVE LOTE-SUGERIDO TO LOTES-NUMERO
               READ LOTES-ARCHIVO RECORD
               INVALID KEY
                   MOVE "S" TO FIN-DESCARGA
               NOT INVALID KEY
                   PERFORM AFECTA-LOTE
               END-READ.

       AFECTA-LOTE.
           IF LOTES-CANTIDAD > POR-REPARTIR
               MOVE POR-REPARTIR TO CANTIDAD-TOMADA
           ELSE
               MOVE LOTES-CANTIDAD TO CANTIDAD-TOMADA.
           SUBTRACT CANTIDAD-TOMADA FROM LOTES-CANTIDAD.
           SUBTRACT CANTIDAD-TOMADA FROM POR-REPARTIR.
           REWRITE LOTES-REGISTRO
           INVALID KEY
               DISPLAY "Error al actualizar el lote (estado: "
                   LOTES-STATUS ")"
               MOVE "S" TO FIN-DESCARGA.

       DEVUELVE-A-PENDIENTE.
           SUBTRACT CANTIDAD-NO-SURTIDA FROM PV-CANTIDAD-RESERVADA.
           ADD CANTIDAD-NO-SURTIDA TO PV-CANTIDAD-PENDIENTE.
           MOVE PV-ARTICULO-ID TO PEND-ARTICULO-ID.
           MOVE PV-NUMERO TO PEND-PEDIDO.
           MOVE PV-LINEA TO PEND-LINEA.
           READ PENDIENTES-ARCHIVO RECORD
           INVALID KEY
               MOVE SPACE TO PENDIENTES-REGISTRO
               MOVE PV-ARTICULO-ID TO PEND-ARTICULO-ID
               MOVE PV-NUMERO TO PEND-PEDIDO
               MOVE PV-LINEA TO PEND-LINEA
               MOVE FECHA-HOY TO PEND-FECHA
               MOVE PV-CLIENTE-ID TO PEND-CLIENTE-ID
               MOVE CANTIDAD-NO-SURTIDA TO PEND-CANTIDAD
               MOVE "P" TO PEND-ESTADO
               WRITE PENDIENTES-REGISTRO
               INVALID KEY
                   DISPLAY "Error al registrar el pendiente (estado: "
                       PENDIENTES-STATUS ")"
               END-WRITE
           NOT INVALID KEY
               ADD CANTIDAD-NO-SURTIDA TO PEND-CANTIDAD
               MOVE "P" TO PEND-ESTADO
               REWRITE PENDIENTES-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el pendiente (estado: "
                       PENDIENTES-STATUS ")"
               END-REWRITE
           END-READ.
           DISPLAY "Linea " PV-LINEA ": " CANTIDAD-NO-SURTIDA
               " unidades no surtidas quedan pendientes.".

       AJUSTA-RESERVA-LINEA.
           IF PV-RESERVA NOT = ZERO
               MOVE PV-ARTICULO-ID TO RES-ARTICULO-ID
               MOVE PV-RESERVA TO RES-NUMERO
               READ RESERVAS-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "Aviso: la reserva " PV-RESERVA
                       " del pedido ya no existe."
               NOT INVALID KEY
                   PERFORM ACTUALIZA-RESERVA
               END-READ.

       ACTUALIZA-RESERVA.
           MOVE PV-CANTIDAD-RESERVADA TO RES-CANTIDAD.
           IF RES-CANTIDAD = ZERO
               IF PV-CANTIDAD-FACTURADA = ZERO
                   MOVE "L" TO RES-ESTADO
               ELSE
                   MOVE "C" TO RES-ESTADO.
           REWRITE RESERVAS-REGISTRO
           INVALID KEY
               DISPLAY "Error al actualizar la reserva (estado: "
                   RESERVAS-STATUS ")".

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

       IMPRIME-ENCABEZADO-FACTURA.
           MOVE NUMERO-FACTURA TO DOC-NUMERO.
           MOVE FECHA-HOY TO DOC-FECHA.
           MOVE PEDIDO-BUSCADO TO DOC-PEDIDO.
           WRITE LINEA-DOCUMENTO FROM DOC-ENCABEZADO-FACTURA.
           MOVE OPERADOR TO DOC-OPERADOR-ID.
           WRITE LINEA-DOCUMENTO FROM DOC-OPERADOR.
           MOVE CLIENTE-PEDIDO TO DOC-CLIENTE-ID.
           MOVE CLIENTES-NOMBRE TO DOC-CLIENTE-NOMBRE.
           IF VENTA-CREDITO = "S"
               MOVE "A CREDITO" TO DOC-CLIENTE-CREDITO
           ELSE
               MOVE "CONTADO" TO DOC-CLIENTE-CREDITO.
           WRITE LINEA-DOCUMENTO FROM DOC-CLIENTE.
           WRITE LINEA-DOCUMENTO FROM DOC-COLUMNAS.

       IMPRIME-LINEA-FACTURA.
           MOVE SPACE TO DOC-DETALLE.
           MOVE ARTICULOS-ID TO DOC-DET-ID.
           MOVE ARTICULOS-PRODUCTO TO DOC-DET-PRODUCTO.
           MOVE CANTIDAD-SURTIDA TO DOC-DET-CANTIDAD.
           MOVE PV-PRECIO TO DOC-DET-PRECIO.
           MOVE IMPORTE-LINEA TO DOC-DET-IMPORTE.
           WRITE LINEA-DOCUMENTO FROM DOC-DETALLE.
           IF PV-PRECIO NOT = ARTICULOS-PRECIO
               EVALUATE PV-ORIGEN-PRECIO
                   WHEN "A"
                       MOVE "Precio de convenio" TO DOC-LIS-TEXTO
                   WHEN "C"
                       MOVE "Precio de convenio (categoria)"
                           TO DOC-LIS-TEXTO
                   WHEN OTHER
                       MOVE "Precio pactado en el pedido"
                           TO DOC-LIS-TEXTO
               END-EVALUATE
               MOVE ARTICULOS-PRECIO TO DOC-LIS-PRECIO
               WRITE LINEA-DOCUMENTO FROM DOC-DETALLE-LISTA.

       CIERRA-FACTURA.
           MOVE TOTAL-FACTURA TO DOC-TOT-IMPORTE.
           WRITE LINEA-DOCUMENTO FROM DOC-TOTAL.
           MOVE SPACE TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           IF VENTA-CREDITO = "S"
               PERFORM POSTEA-CARTERA.
           DISPLAY " ".
           DISPLAY "Factura " NUMERO-FACTURA " generada del pedido "
               PEDIDO-BUSCADO ". Total: " TOTAL-FACTURA.

       POSTEA-CARTERA.
           MOVE SPACE TO CARTERA-REGISTRO.
           MOVE NUMERO-FACTURA TO CARTERA-FACTURA.
           MOVE CLIENTE-PEDIDO TO CARTERA-CLIENTE-ID.
           MOVE FECHA-HOY TO CARTERA-FECHA.
           MOVE TOTAL-FACTURA TO CARTERA-IMPORTE.
           MOVE ZERO TO CARTERA-PAGADO.
           MOVE "A" TO CARTERA-ESTADO.
           WRITE CARTERA-REGISTRO
           INVALID KEY
               DISPLAY "Error al abrir la factura en cartera"
                   " (estado: " CARTERA-STATUS ")".
           MOVE CLIENTE-PEDIDO TO CLIENTES-ID.
           READ CLIENTES-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "Error al leer el cliente " CLIENTE-PEDIDO
           NOT INVALID KEY
               ADD TOTAL-FACTURA TO CLIENTES-SALDO
               REWRITE CLIENTES-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el saldo del cliente"
                       " (estado: " CLIENTES-STATUS ")"
               END-REWRITE
               DISPLAY "Factura abierta en cartera. Saldo del"
                   " cliente: " CLIENTES-SALDO
           END-READ.

       CANCELA-PEDIDO.
           PERFORM PIDE-NUMERO-PEDIDO.
           IF PEDIDO-BUSCADO NOT = ZERO
               PERFORM REVISA-PEDIDO-ABIERTO
               IF LINEAS-ABIERTAS = ZERO
                   DISPLAY "El pedido " PEDIDO-BUSCADO " no existe o"
                       " ya no tiene lineas abiertas."
               ELSE
                   PERFORM CONFIRMA-CANCELACION.

       REVISA-PEDIDO-ABIERTO.
           MOVE ZERO TO LINEAS-ABIERTAS.
           PERFORM POSICIONA-PEDIDO.
           PERFORM CUENTA-LINEA-ABIERTA UNTIL FIN-PEDIDO = "S".

       CUENTA-LINEA-ABIERTA.
           IF PV-ESTADO = "A"
               ADD 1 TO LINEAS-ABIERTAS.
           PERFORM LEE-LINEA-PEDIDO.

       CONFIRMA-CANCELACION.
           DISPLAY "El pedido tiene " LINEAS-ABIERTAS
               " lineas abiertas.".
           DISPLAY "¿Seguro que quiere cancelarlo? (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA = "s"
               MOVE "S" TO CONFIRMA.
           IF CONFIRMA NOT = "S"
               DISPLAY "Cancelacion abandonada."
           ELSE
               PERFORM POSICIONA-PEDIDO
               PERFORM CANCELA-LINEA-PEDIDO UNTIL FIN-PEDIDO = "S"
               DISPLAY "Pedido " PEDIDO-BUSCADO " cancelado; sus"
                   " reservas y pendientes quedaron liberados.".

       CANCELA-LINEA-PEDIDO.
           IF PV-ESTADO = "A"
               MOVE ZERO TO PV-CANTIDAD-RESERVADA
               PERFORM AJUSTA-RESERVA-LINEA
               IF PV-CANTIDAD-PENDIENTE NOT = ZERO
                   PERFORM CANCELA-PENDIENTE
               END-IF
               MOVE ZERO TO PV-CANTIDAD-PENDIENTE
               MOVE "C" TO PV-ESTADO
               REWRITE PEDIDOS-VENTA-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar la linea del pedido"
                       " (estado: " PEDIDOS-VENTA-STATUS ")".
           PERFORM LEE-LINEA-PEDIDO.

       CANCELA-PENDIENTE.
           MOVE PV-ARTICULO-ID TO PEND-ARTICULO-ID.
           MOVE PV-NUMERO TO PEND-PEDIDO.
           MOVE PV-LINEA TO PEND-LINEA.
           READ PENDIENTES-ARCHIVO RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE ZERO TO PEND-CANTIDAD
               MOVE "C" TO PEND-ESTADO
               REWRITE PENDIENTES-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el pendiente (estado: "
                       PENDIENTES-STATUS ")"
               END-REWRITE
           END-READ.

       END PROGRAM SALES-ORDER.
