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
       FD DOCUMENTO-ARCHIVO.
       01 LINEA-DOCUMENTO PIC X(80).

       FD SERIADOS-ARCHIVO.
       COPY "SERIADOS.cpy".

       FD SERIES-ARCHIVO.
       COPY "SERIES.cpy".

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 PEDIDOS-STATUS PIC XX.
       77 REFERENCIA-DEVOLUCION PIC X(10).
       77 FECHA-HOY PIC X(8).
       77 CONTADOR-DEVOLUCIONES PIC 9(5) VALUE ZERO.
       77 SERIADOS-STATUS PIC XX.
       77 SERIES-STATUS PIC XX.
       77 SERIADOS-DISPONIBLE PIC X VALUE "N".
       77 SERIES-DISPONIBLE PIC X VALUE "N".
       77 ARTICULO-SERIADO PIC X.
       77 SERIE-CAPTURADA PIC X(20).
       77 SERIE-REPETIDA PIC X.
       77 TOTAL-SERIES PIC 9(3).
       77 PIEZA-SERIE PIC 9(3).
       77 MAX-SERIES PIC 9(3) VALUE 100.
       77 S PIC 9(3).

       01 TABLA-SERIES.
           05 SER-CAPTURADA OCCURS 100 TIMES PIC X(20).

       01 DOC-ENCABEZADO.
           05 FILLER PIC X(15) VALUE "NOTA DE CARGO: ".
           05 DOC-DET-CANTIDAD PIC ZZ,ZZ9.
           05 FILLER PIC X(9) VALUE "  Motivo:".
           05 DOC-DET-MOTIVO PIC X(10).
       01 DOC-DETALLE-SERIE.
           05 FILLER PIC X(9) VALUE SPACE.
           05 FILLER PIC X(7) VALUE "Serie: ".
           05 DOC-SER-NUMERO PIC X(20).

       PROCEDURE DIVISION.

       PERFORM ABRIR-PROVEEDORES.
       PERFORM ABRIR-MOVIMIENTOS.
       PERFORM ABRIR-AUDITORIA.
       PERFORM ABRIR-SERIES.
       PERFORM OBTIENE-OPERADOR.
       PERFORM LEE-NUMERO-DEVOLUCION.
       OPEN OUTPUT DOCUMENTO-ARCHIVO.
       CLOSE DOCUMENTO-ARCHIVO.
       IF PROVEEDOR-DISPONIBLE = "S"
           CLOSE PROVEEDORES-ARCHIVO.
       IF SERIADOS-DISPONIBLE = "S"
           CLOSE SERIADOS-ARCHIVO.
       IF SERIES-DISPONIBLE = "S"
           CLOSE SERIES-ARCHIVO.
       GOBACK.

       MUESTRA-ERROR-ARCHIVO.
               DISPLAY "las notas se imprimen sin datos del"
                   " proveedor.".

       ABRIR-SERIES.
           OPEN INPUT SERIADOS-ARCHIVO.
           IF SERIADOS-STATUS = "00"
               MOVE "S" TO SERIADOS-DISPONIBLE
               OPEN I-O SERIES-ARCHIVO
               IF SERIES-STATUS = "00"
                   MOVE "S" TO SERIES-DISPONIBLE
               ELSE
                   DISPLAY "Aviso: no se pudo abrir numeros_serie.dat;"
                       " no se devuelven articulos con numero de"
                       " serie.".

       ABRIR-MOVIMIENTOS.
           OPEN EXTEND MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-STATUS NOT = "00"
           IF MOTIVO-DEVOLUCION = SPACE
               DISPLAY "El motivo no puede quedar en blanco."
               MOVE "N" TO DEVOLUCION-VALIDA.
           IF DEVOLUCION-VALIDA = "S"
               PERFORM REVISA-ARTICULO-SERIADO
               IF ARTICULO-SERIADO = "S"
                   PERFORM CAPTURA-SERIES-DEVOLUCION.

       POSTEA-DEVOLUCION.
           MOVE "S" TO REGISTRO-ENCONTRADO.
               PERFORM REGISTRA-MOVIMIENTO
               PERFORM REGISTRA-AUDITORIA
               PERFORM REGISTRA-CAMBIO-PENDIENTE
               IF ARTICULO-SERIADO = "S"
                   PERFORM MARCA-SERIES-DEVUELTAS
                       VARYING S FROM 1 BY 1 UNTIL S > TOTAL-SERIES
               END-IF
               PERFORM IMPRIME-NOTA-CARGO
               DISPLAY "Devolucion " NUMERO-DEVOLUCION
                   " registrada. Nueva cantidad: "
                   ARTICULOS-CANTIDAD.

      ******************************************************************
      * Articulos serializados: se devuelve una serie en existencia
      * por pieza, recibida de este proveedor o de la carga inicial.
      ******************************************************************
       REVISA-ARTICULO-SERIADO.
           MOVE "N" TO ARTICULO-SERIADO.
           IF SERIADOS-DISPONIBLE = "S"
               MOVE PEDIDOS-ARTICULO-ID TO SERIADO-ARTICULO-ID
               READ SERIADOS-ARCHIVO RECORD
               INVALID KEY
                   MOVE "N" TO ARTICULO-SERIADO
               NOT INVALID KEY
                   MOVE "S" TO ARTICULO-SERIADO
               END-READ.

       CAPTURA-SERIES-DEVOLUCION.
           MOVE ZERO TO TOTAL-SERIES.
           IF SERIES-DISPONIBLE NOT = "S"
               DISPLAY "El articulo lleva numero de serie y no hay"
                   " archivo de series; devolucion rechazada."
               MOVE "N" TO DEVOLUCION-VALIDA
           ELSE
               IF CANTIDAD-DEVUELTA > MAX-SERIES
                   DISPLAY "Maximo " MAX-SERIES " piezas con serie"
                       " por devolucion; divida la devolucion."
                   MOVE "N" TO DEVOLUCION-VALIDA
               ELSE
                   DISPLAY "Articulo con numero de serie: capture"
                       " una serie por pieza (vacio cancela)."
                   PERFORM PIDE-SERIE-DEVOLUCION
                       UNTIL TOTAL-SERIES = CANTIDAD-DEVUELTA OR
                       DEVOLUCION-VALIDA = "N".

       PIDE-SERIE-DEVOLUCION.
           COMPUTE PIEZA-SERIE = TOTAL-SERIES + 1.
           DISPLAY "Serie de la pieza " PIEZA-SERIE ": ".
           MOVE SPACE TO SERIE-CAPTURADA.
           ACCEPT SERIE-CAPTURADA.
           IF SERIE-CAPTURADA = SPACE
               DISPLAY "Devolucion cancelada."
               MOVE "N" TO DEVOLUCION-VALIDA
           ELSE
               PERFORM VALIDA-SERIE-DEVOLUCION.

       VALIDA-SERIE-DEVOLUCION.
           MOVE "N" TO SERIE-REPETIDA.
           PERFORM COMPARA-SERIE
               VARYING S FROM 1 BY 1 UNTIL S > TOTAL-SERIES.
           IF SERIE-REPETIDA = "S"
               DISPLAY "La serie ya se capturo en esta devolucion."
           ELSE
               MOVE PEDIDOS-ARTICULO-ID TO SERIE-ARTICULO-ID
               MOVE SERIE-CAPTURADA TO SERIE-NUMERO
               READ SERIES-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "La serie " SERIE-CAPTURADA " no esta"
                       " registrada para este articulo."
               NOT INVALID KEY
                   PERFORM ACEPTA-SERIE-DEVOLUCION
               END-READ.

       ACEPTA-SERIE-DEVOLUCION.
           IF SERIE-ESTADO NOT = "I"
               DISPLAY "La serie no esta en existencia."
           ELSE
               IF SERIE-PROVEEDOR-ID NOT = ZERO AND
                       SERIE-PROVEEDOR-ID NOT = PEDIDOS-PROVEEDOR-ID
                   DISPLAY "La serie se recibio del proveedor "
                       SERIE-PROVEEDOR-ID "."
               ELSE
                   ADD 1 TO TOTAL-SERIES
                   MOVE SERIE-CAPTURADA TO SER-CAPTURADA(TOTAL-SERIES).

       COMPARA-SERIE.
           IF SER-CAPTURADA(S) = SERIE-CAPTURADA
               MOVE "S" TO SERIE-REPETIDA.

       MARCA-SERIES-DEVUELTAS.
           MOVE PEDIDOS-ARTICULO-ID TO SERIE-ARTICULO-ID.
           MOVE SER-CAPTURADA(S) TO SERIE-NUMERO.
           READ SERIES-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "Error al leer la serie " SER-CAPTURADA(S)
           NOT INVALID KEY
               MOVE "D" TO SERIE-ESTADO
               MOVE NUMERO-DEVOLUCION TO SERIE-DEVOLUCION
               MOVE FECHA-HOY TO SERIE-FECHA-SALIDA
               MOVE OPERADOR TO SERIE-OPERADOR
               REWRITE SERIE-REGISTRO
               INVALID KEY
                   DISPLAY "Error al marcar devuelta la serie "
                       SER-CAPTURADA(S) " (estado: " SERIES-STATUS ")"
               END-REWRITE
           END-READ.

       ANOTA-LINEA-PEDIDO.
           SUBTRACT CANTIDAD-DEVUELTA
               FROM PEDIDOS-CANTIDAD-RECIBIDA.
           MOVE CANTIDAD-DEVUELTA TO DOC-DET-CANTIDAD.
           MOVE MOTIVO-DEVOLUCION TO DOC-DET-MOTIVO.
           WRITE LINEA-DOCUMENTO FROM DOC-DETALLE.
           IF ARTICULO-SERIADO = "S"
               PERFORM IMPRIME-SERIE
                   VARYING S FROM 1 BY 1 UNTIL S > TOTAL-SERIES.
           MOVE SPACE TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.

       IMPRIME-SERIE.
           MOVE SER-CAPTURADA(S) TO DOC-SER-NUMERO.
           WRITE LINEA-DOCUMENTO FROM DOC-DETALLE-SERIE.

       BUSCA-PROVEEDOR.
           MOVE "Desconocido" TO DOC-PROVEEDOR-NOMBRE.
           IF PROVEEDOR-DISPONIBLE = "S"
