       ACCESS MODE IS DYNAMIC
       FILE STATUS IS USUARIOS-STATUS.

       SELECT RETENCIONES-ARCHIVO
       ASSIGN TO "retenciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS RET-CLIENTE-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS RETENCIONES-STATUS.

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

       SELECT CONTROL-ARCHIVO
       ASSIGN TO "ventas_control.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DOCUMENTO-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD ARTICULOS-ARCHIVO.
       FD USUARIOS-ARCHIVO.
       COPY "USUARIOS.cpy".

       FD RETENCIONES-ARCHIVO.
       COPY "RETENCIONES.cpy".

       FD CONVENIOS-ARCHIVO.
       COPY "CONVENIOS.cpy".

       FD BAJO-LISTA-ARCHIVO.
       COPY "PRECIOAPL.cpy".

       FD CONTROL-ARCHIVO.
       01 LINEA-CONTROL PIC X(6).

       FD DOCUMENTO-ARCHIVO.
       01 LINEA-DOCUMENTO PIC X(80).

       FD SERIADOS-ARCHIVO.
       COPY "SERIADOS.cpy".

       FD SERIES-ARCHIVO.
       COPY "SERIES.cpy".

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 VENTAS-STATUS PIC XX.
       77 USUARIOS-STATUS PIC XX.
       77 CLIENTES-DISPONIBLE PIC X VALUE "N".
       77 USUARIOS-DISPONIBLE PIC X VALUE "N".
       77 RETENCIONES-STATUS PIC XX.
       77 RETENCIONES-DISPONIBLE PIC X VALUE "N".
       77 CAMPO-CLIENTE-ID PIC Z(5).
       77 CLIENTE-FACTURA PIC 9(4) VALUE ZERO.
       77 CLIENTE-OK PIC X.
       77 CREDITO-OK PIC X.
       77 SALDO-PROYECTADO PIC 9(9)V99.
       77 SUPERVISOR-ID PIC X(10).
       77 CONVENIOS-STATUS PIC XX.
       77 CONVENIOS-DISPONIBLE PIC X VALUE "N".
       77 BAJO-LISTA-STATUS PIC XX.
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

       01 DOC-ENCABEZADO-FACTURA.
           05 FILLER PIC X(18) VALUE "FACTURA DE VENTA: ".
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
       PERFORM ABRIR-MOVIMIENTOS.
       PERFORM ABRIR-AUDITORIA.
       PERFORM ABRIR-CLIENTES.
       PERFORM ABRIR-SERIES.
       PERFORM OBTIENE-OPERADOR.
       PERFORM LEE-NUMERO-FACTURA.
       OPEN OUTPUT DOCUMENTO-ARCHIVO.
           CLOSE CARTERA-ARCHIVO.
       IF USUARIOS-DISPONIBLE = "S"
           CLOSE USUARIOS-ARCHIVO.
       IF RETENCIONES-DISPONIBLE = "S"
           CLOSE RETENCIONES-ARCHIVO.
       IF CONVENIOS-DISPONIBLE = "S"
           CLOSE CONVENIOS-ARCHIVO
           CLOSE BAJO-LISTA-ARCHIVO.
       IF SERIADOS-DISPONIBLE = "S"
           CLOSE SERIADOS-ARCHIVO.
       IF SERIES-DISPONIBLE = "S"
           CLOSE SERIES-ARCHIVO.
       GOBACK.

       MUESTRA-ERROR-ARCHIVO.
               MOVE "S" TO CLIENTES-DISPONIBLE
               PERFORM ABRIR-CARTERA
               PERFORM ABRIR-USUARIOS
               PERFORM ABRIR-RETENCIONES
               PERFORM ABRIR-CONVENIOS
           ELSE
               DISPLAY "Aviso: no se pudo abrir clientes.dat; solo"
               DISPLAY "se capturan ventas de mostrador.".
               DISPLAY "Aviso: no se pudo abrir usuarios.dat; no"
                   " habra autorizacion de sobregiro.".

       ABRIR-RETENCIONES.
           OPEN INPUT RETENCIONES-ARCHIVO.
           IF RETENCIONES-STATUS = "00"
               MOVE "S" TO RETENCIONES-DISPONIBLE.

       ABRIR-CONVENIOS.
           OPEN INPUT CONVENIOS-ARCHIVO.
           IF CONVENIOS-STATUS = "00"
               MOVE "S" TO CONVENIOS-DISPONIBLE
               OPEN EXTEND BAJO-LISTA-ARCHIVO
               IF BAJO-LISTA-STATUS NOT = "00"
                   OPEN OUTPUT BAJO-LISTA-ARCHIVO.

      * Sin articulos_serializados.dat no hay articulos con serie.
      * Si existe pero numeros_serie.dat no abre, no se pueden vender
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
                       " no se venden articulos con numero de serie.".

       ABRIR-MOVIMIENTOS.
           OPEN EXTEND MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-STATUS NOT = "00"
                   PERFORM PIDE-CLIENTE-FACTURA
               ELSE
                   DISPLAY " Cliente: " CLIENTES-NOMBRE
                   PERFORM PIDE-VENTA-CREDITO
                   PERFORM VERIFICA-RETENCION.

       PIDE-VENTA-CREDITO.
           DISPLAY "¿Venta a credito? (S/N): ".
           IF VENTA-CREDITO NOT = "S"
               MOVE "N" TO VENTA-CREDITO.

       VERIFICA-RETENCION.
           IF VENTA-CREDITO = "S" AND RETENCIONES-DISPONIBLE = "S"
               MOVE CLIENTE-FACTURA TO RET-CLIENTE-ID
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
           MOVE "SALES-INVOICE" TO AUD-PROGRAMA.
           MOVE OPERADOR TO AUD-OPERADOR.
           MOVE "R" TO AUD-ACCION.
           MOVE ZERO TO AUD-ARTICULO-ID.
           STRING "CLIENTE " DELIMITED BY SIZE
               CLIENTE-FACTURA DELIMITED BY SIZE
               " RETENIDO POR CREDITO DESDE " DELIMITED BY SIZE
               RET-FECHA DELIMITED BY SIZE
               INTO AUD-IMAGEN-ANTERIOR.
           STRING "VENTA A CREDITO AUTORIZADA POR " DELIMITED BY SIZE
               SUPERVISOR-ID DELIMITED BY SPACE
               INTO AUD-IMAGEN-NUEVA.
           WRITE AUDITORIA-REGISTRO.

       PIDE-ARTICULO.
           DISPLAY " ".
           DISPLAY "Ingrese el ID del articulo (0 termina la"
               MOVE "N" TO LINEA-VALIDA.
           IF CANTIDAD-VENDIDA > ARTICULOS-CANTIDAD
               DISPLAY "No hay existencia suficiente para la venta."
               DISPLAY " Capture un pedido de venta (SALES-ORDER) para"
                   " reservar lo que hay y dejar pendiente el resto."
               MOVE "N" TO LINEA-VALIDA.
           IF LINEA-VALIDA = "S"
               PERFORM BUSCA-PRECIO-CONVENIO
               COMPUTE IMPORTE-LINEA =
                   CANTIDAD-VENDIDA * PRECIO-VENTA
               IF VENTA-CREDITO = "S"
                   PERFORM VALIDA-CREDITO.
           IF LINEA-VALIDA = "S"
               PERFORM REVISA-ARTICULO-SERIADO
               IF ARTICULO-SERIADO = "S"
                   PERFORM CAPTURA-SERIES-VENTA.

       BUSCA-PRECIO-CONVENIO.
           MOVE ARTICULOS-PRECIO TO PRECIO-VENTA.
           MOVE "L" TO ORIGEN-PRECIO.
           MOVE ZERO TO TRAMO-APLICADO.
           IF CLIENTE-FACTURA NOT = ZERO AND
                   CONVENIOS-DISPONIBLE = "S"
               MOVE SPACE TO CONV-CLAVE
               MOVE CLIENTE-FACTURA TO CONV-CLIENTE-ID
               MOVE "A" TO CONV-TIPO
               MOVE ARTICULOS-ID TO CONV-ARTICULO-ID
               PERFORM BUSCA-CONVENIO
               IF CONVENIO-HALLADO = "N"
                   MOVE SPACE TO CONV-CLAVE
                   MOVE CLIENTE-FACTURA TO CONV-CLIENTE-ID
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
                   CANTIDAD-VENDIDA NOT < VIG-CANTIDAD-MINIMA(T)
               MOVE T TO TRAMO-APLICADO
               IF VIG-PRECIO(T) NOT = ZERO
                   MOVE VIG-PRECIO(T) TO PRECIO-VENTA
               ELSE
                   COMPUTE PRECIO-VENTA ROUNDED = ARTICULOS-PRECIO *
                       (100 - VIG-DESCUENTO(T)) / 100.

       VALIDA-CREDITO.
           COMPUTE SALDO-PROYECTADO = CLIENTES-SALDO +
       PIDE-AUTORIZACION.
           MOVE "N" TO CREDITO-OK.
           IF USUARIOS-DISPONIBLE NOT = "S"
               DISPLAY "No hay forma de autorizar la operacion."
           ELSE
               DISPLAY "Ingrese el ID de un supervisor para"
                   " autorizar (vacio cancela): "
                       " no es supervisor."
               ELSE
                   MOVE "S" TO CREDITO-OK
                   DISPLAY "Autorizado por " USUARIOS-ID "."
           END-READ.

       POSTEA-LINEA.
               ADD 1 TO LINEA-FACTURA
               ADD IMPORTE-LINEA TO TOTAL-FACTURA
               PERFORM ESCRIBE-LINEA-VENTA
               IF PRECIO-VENTA < ARTICULOS-PRECIO
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
               DISPLAY "Linea registrada. Nueva cantidad: "
                   ARTICULOS-CANTIDAD.

      ******************************************************************
      * Articulos serializados: una serie en existencia por pieza.
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
                   " archivo de series; linea rechazada."
               MOVE "N" TO LINEA-VALIDA
           ELSE
               IF CANTIDAD-VENDIDA > MAX-SERIES
                   DISPLAY "Maximo " MAX-SERIES " piezas con serie"
                       " por linea; divida la venta."
                   MOVE "N" TO LINEA-VALIDA
               ELSE
                   DISPLAY "Articulo con numero de serie: capture"
                       " una serie por pieza (vacio cancela la"
                       " linea)."
                   PERFORM PIDE-SERIE-VENTA
                       UNTIL TOTAL-SERIES = CANTIDAD-VENDIDA OR
                       LINEA-VALIDA = "N".

       PIDE-SERIE-VENTA.
           COMPUTE PIEZA-SERIE = TOTAL-SERIES + 1.
           DISPLAY "Serie de la pieza " PIEZA-SERIE ": ".
           MOVE SPACE TO SERIE-CAPTURADA.
           ACCEPT SERIE-CAPTURADA.
           IF SERIE-CAPTURADA = SPACE
               DISPLAY "Linea cancelada."
               MOVE "N" TO LINEA-VALIDA
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
               MOVE CLIENTE-FACTURA TO SERIE-CLIENTE-ID
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
           ADD 1 TO NUMERO-FACTURA.
           ADD 1 TO CONTADOR-FACTURAS.
           MOVE FECHA-HOY TO VENTAS-FECHA.
           MOVE ARTICULOS-ID TO VENTAS-ARTICULO-ID.
           MOVE CANTIDAD-VENDIDA TO VENTAS-CANTIDAD.
           MOVE PRECIO-VENTA TO VENTAS-PRECIO.
           MOVE IMPORTE-LINEA TO VENTAS-IMPORTE.
           MOVE CLIENTE-FACTURA TO VENTAS-CLIENTE-ID.
           MOVE VENTA-CREDITO TO VENTAS-CREDITO.
               DISPLAY "Error al escribir la linea de venta (estado: "
                   VENTAS-STATUS ")".

       REGISTRA-BAJO-LISTA.
           MOVE SPACE TO BAJO-LISTA-REGISTRO.
           MOVE CLIENTE-FACTURA TO BLIS-CLIENTE-ID.
           MOVE FECHA-HOY TO BLIS-FECHA.
           MOVE NUMERO-FACTURA TO BLIS-FACTURA.
           MOVE LINEA-FACTURA TO BLIS-LINEA.
           MOVE ARTICULOS-ID TO BLIS-ARTICULO-ID.
           MOVE CANTIDAD-VENDIDA TO BLIS-CANTIDAD.
           MOVE ARTICULOS-PRECIO TO BLIS-PRECIO-LISTA.
           MOVE PRECIO-VENTA TO BLIS-PRECIO.
           MOVE ORIGEN-PRECIO TO BLIS-ORIGEN.
           MOVE OPERADOR TO BLIS-OPERADOR.
           WRITE BAJO-LISTA-REGISTRO.

       REGISTRA-MOVIMIENTO.
           MOVE SPACE TO MOVIMIENTOS-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:20) TO MOV-FECHA-HORA.
           MOVE ARTICULOS-ID TO DOC-DET-ID.
           MOVE ARTICULOS-PRODUCTO TO DOC-DET-PRODUCTO.
           MOVE CANTIDAD-VENDIDA TO DOC-DET-CANTIDAD.
           MOVE PRECIO-VENTA TO DOC-DET-PRECIO.
           MOVE IMPORTE-LINEA TO DOC-DET-IMPORTE.
           WRITE LINEA-DOCUMENTO FROM DOC-DETALLE.
           IF PRECIO-VENTA NOT = ARTICULOS-PRECIO
               IF ORIGEN-PRECIO = "A"
                   MOVE "Precio de convenio" TO DOC-LIS-TEXTO
               ELSE
                   MOVE "Precio de convenio (categoria)"
                       TO DOC-LIS-TEXTO
               END-IF
               MOVE ARTICULOS-PRECIO TO DOC-LIS-PRECIO
               WRITE LINEA-DOCUMENTO FROM DOC-DETALLE-LISTA.

       CIERRA-FACTURA.
           MOVE TOTAL-FACTURA TO DOC-TOT-IMPORTE.
