       ACCESS MODE IS DYNAMIC
       FILE STATUS IS BARRAS-STATUS.

       SELECT LISTA-ARCHIVO
       ASSIGN TO "conteo_del_dia.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LISTA-STATUS.

       SELECT TRANSITO-ARCHIVO
       ASSIGN TO "en_transito.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TRN-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TRANSITO-STATUS.

       SELECT ABC-ARCHIVO
       ASSIGN TO "clasificacion_abc.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ABC-ARTICULO-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ABC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARTICULOS-ARCHIVO.
       FD BARRAS-ARCHIVO.
       COPY "CODBARRAS.cpy".

       FD LISTA-ARCHIVO.
       COPY "CONTEODIA.cpy".

       FD TRANSITO-ARCHIVO.
       COPY "TRANSITO.cpy".

       FD ABC-ARCHIVO.
       COPY "CLASEABC.cpy".

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 MOVIMIENTOS-STATUS PIC XX.
       77 AUDITORIA-STATUS PIC XX.
       77 CAMBIOS-STATUS PIC XX.
       77 IMAGEN-ANTERIOR PIC X(90).
       77 LISTA-STATUS PIC XX.
       77 ABC-STATUS PIC XX.
       77 ABC-DISPONIBLE PIC X VALUE "N".
       77 FIN-LISTA PIC X VALUE "N".
       77 CARGA-LISTA PIC X.
       77 CAMPO-CANTIDAD-CONTADA PIC X(7).
       77 FECHA-HOY PIC X(8).
       77 FECHA-PROXIMA-NUM PIC 9(8).
       77 CONTEOS-FECHADOS PIC 9(4) VALUE ZERO.
       77 TRANSITO-STATUS PIC XX.
       77 FIN-TRANSITO PIC X.

       01 TABLA-CONTEO.
           05 ENTRADA-CONTEO OCCURS 1000 TIMES.
               10 CONTEO-PRODUCTO PIC X(30).
               10 CONTEO-CANTIDAD-LIBRO PIC 9(5).
               10 CONTEO-CANTIDAD-FISICA PIC 9(5).
               10 CONTEO-CANTIDAD-TRANSITO PIC 9(5).
               10 CONTEO-PRECIO PIC 9999V99.

       01 LINEA-VARIANZA.
           05 FILLER PIC X(1) VALUE SPACE.
           05 VAR-FISICO PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 VAR-TRANSITO PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 VAR-DIFERENCIA PIC +ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 VAR-VALOR PIC +ZZZ,ZZZ,ZZ9.99.
       PERFORM ABRIR-MOVIMIENTOS.
       PERFORM ABRIR-AUDITORIA.
       PERFORM ABRIR-CODIGOS-BARRAS.
       PERFORM ABRIR-CLASIFICACION.
       PERFORM OBTIENE-OPERADOR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       DISPLAY " ".
       DISPLAY "CONTEO FISICO DE INVENTARIO".
       PERFORM OFRECE-LISTA-DEL-DIA.
       DISPLAY " ".
       DISPLAY "Ingrese articulos contados; ID 0 termina la captura.".
       PERFORM CAPTURA-CONTEO.
       PERFORM CAPTURA-CONTEO UNTIL ID-CONTADO = ZEROES.
           PERFORM REPORTE-VARIANZAS
           IF CONTADOR-VARIANZAS = ZERO
               DISPLAY "No hay diferencias; no se requiere ajuste."
               PERFORM REGISTRA-FECHAS-CONTEO
           ELSE
               PERFORM PIDE-CONFIRMACION
               IF CONFIRMA = "S"
                   PERFORM APLICA-AJUSTES
                   PERFORM REGISTRA-FECHAS-CONTEO
                   DISPLAY "Ajustes aplicados: " CONTADOR-AJUSTES
               ELSE
                   DISPLAY "Conteo descartado; no se aplico ningun"
       CLOSE AUDITORIA-ARCHIVO.
       IF BARRAS-DISPONIBLE = "S"
           CLOSE BARRAS-ARCHIVO.
       IF ABC-DISPONIBLE = "S"
           CLOSE ABC-ARCHIVO.
       GOBACK.

       MUESTRA-ERROR-ARCHIVO.
           ELSE
               MOVE "N" TO BARRAS-DISPONIBLE.

       ABRIR-CLASIFICACION.
           OPEN I-O ABC-ARCHIVO.
           IF ABC-STATUS = "00"
               MOVE "S" TO ABC-DISPONIBLE
           ELSE
               MOVE "N" TO ABC-DISPONIBLE.

       OFRECE-LISTA-DEL-DIA.
           OPEN INPUT LISTA-ARCHIVO.
           IF LISTA-STATUS = "00"
               READ LISTA-ARCHIVO
                   AT END
                       MOVE "S" TO FIN-LISTA
               END-READ
               IF FIN-LISTA = "N"
                   PERFORM PREGUNTA-CARGA-LISTA
               END-IF
               CLOSE LISTA-ARCHIVO.

       PREGUNTA-CARGA-LISTA.
           DISPLAY "Hay una lista de conteo ciclico del " CDIA-FECHA
               " (hojas_conteo.lst).".
           DISPLAY "¿Cargarla? (S/N): ".
           ACCEPT CARGA-LISTA.
           IF CARGA-LISTA = "s"
               MOVE "S" TO CARGA-LISTA.
           IF CARGA-LISTA = "S"
               DISPLAY "Capture el total contado del articulo sumando"
                   " todas sus ubicaciones,"
               DISPLAY "sin la mercancia en transito (se suma sola);"
                   " vacio = no se conto."
               PERFORM CAPTURA-DE-LISTA UNTIL FIN-LISTA = "S".

       CAPTURA-DE-LISTA.
           MOVE CDIA-ARTICULO-ID TO ID-CONTADO.
           MOVE ID-CONTADO TO ARTICULOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARTICULOS-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "El articulo " ID-CONTADO " ya no existe; se"
                   " omite."
           ELSE
               DISPLAY " "
               DISPLAY " Articulo " ARTICULOS-ID " (ubicacion "
                   CDIA-UBICACION-ID "): " ARTICULOS-PRODUCTO
               DISPLAY "Ingrese la cantidad contada: "
               MOVE SPACE TO CAMPO-CANTIDAD-CONTADA
               ACCEPT CAMPO-CANTIDAD-CONTADA
               IF CAMPO-CANTIDAD-CONTADA NOT = SPACE
                   COMPUTE CANTIDAD-CONTADA =
                       FUNCTION NUMVAL(CAMPO-CANTIDAD-CONTADA)
                   PERFORM GUARDA-CONTEO.
           READ LISTA-ARCHIVO
           AT END
               MOVE "S" TO FIN-LISTA.

       CAPTURA-CONTEO.
           PERFORM PIDE-ID-CONTADO.
           IF ID-CONTADO NOT = ZEROES
                       TO CONTEO-CANTIDAD-LIBRO(ENTRADAS-CONTEO)
                   MOVE CANTIDAD-CONTADA
                       TO CONTEO-CANTIDAD-FISICA(ENTRADAS-CONTEO)
                   MOVE ZERO
                       TO CONTEO-CANTIDAD-TRANSITO(ENTRADAS-CONTEO)
                   MOVE ARTICULOS-PRECIO
                       TO CONTEO-PRECIO(ENTRADAS-CONTEO).

               MOVE I TO POSICION-EXISTENTE.
           ADD 1 TO I.

      * Lo despachado por STOCK-TRANSFER y aun no recibido sigue en
      * ARTICULOS-CANTIDAD pero no esta en ninguna ubicacion: se suma
      * a lo contado para no reportarlo como faltante.
       REPORTE-VARIANZAS.
           PERFORM SUMA-TRANSITO.
           DISPLAY " ".
           DISPLAY "REPORTE DE VARIANZAS DEL CONTEO".
           DISPLAY "    ID  Producto                        Libro"
               " Fisico Trans.  Difer.          Valor".
           MOVE 1 TO I.
           PERFORM MUESTRA-VARIANZA
               UNTIL I > ENTRADAS-CONTEO.
           DISPLAY "Articulos contados......: " ENTRADAS-CONTEO.
           DISPLAY "Articulos con diferencia: " CONTADOR-VARIANZAS.

       SUMA-TRANSITO.
           OPEN INPUT TRANSITO-ARCHIVO.
           IF TRANSITO-STATUS = "00"
               MOVE "N" TO FIN-TRANSITO
               PERFORM LEE-TRANSITO
               PERFORM ACUMULA-TRANSITO UNTIL FIN-TRANSITO = "S"
               CLOSE TRANSITO-ARCHIVO.

       LEE-TRANSITO.
           READ TRANSITO-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-TRANSITO.

       ACUMULA-TRANSITO.
           IF TRN-ESTADO = "T"
               MOVE TRN-ARTICULO-ID TO ARTICULOS-ID
               PERFORM BUSCA-CONTEO-EXISTENTE
               IF POSICION-EXISTENTE NOT = ZERO
                   ADD TRN-CANTIDAD
                       TO CONTEO-CANTIDAD-TRANSITO(POSICION-EXISTENTE).
           PERFORM LEE-TRANSITO.

       MUESTRA-VARIANZA.
           COMPUTE DIFERENCIA =
               CONTEO-CANTIDAD-FISICA(I) + CONTEO-CANTIDAD-TRANSITO(I)
               - CONTEO-CANTIDAD-LIBRO(I).
           COMPUTE VALOR-DIFERENCIA = DIFERENCIA * CONTEO-PRECIO(I).
           MOVE CONTEO-ARTICULO-ID(I) TO VAR-ID.
           MOVE CONTEO-PRODUCTO(I) TO VAR-PRODUCTO.
           MOVE CONTEO-CANTIDAD-LIBRO(I) TO VAR-LIBRO.
           MOVE CONTEO-CANTIDAD-FISICA(I) TO VAR-FISICO.
           MOVE CONTEO-CANTIDAD-TRANSITO(I) TO VAR-TRANSITO.
           MOVE DIFERENCIA TO VAR-DIFERENCIA.
           MOVE VALOR-DIFERENCIA TO VAR-VALOR.
           DISPLAY LINEA-VARIANZA.
           MOVE ZERO TO REINTENTOS-LECTURA.
           PERFORM INTENTA-LEER.
           IF REGISTRO-ENCONTRADO = "S"
               COMPUTE DIFERENCIA = CONTEO-CANTIDAD-FISICA(I)
                   + CONTEO-CANTIDAD-TRANSITO(I) - ARTICULOS-CANTIDAD
               IF DIFERENCIA = ZERO
                   CONTINUE
               ELSE

       POSTEA-AJUSTE.
           MOVE ARTICULOS-REGISTRO TO IMAGEN-ANTERIOR.
           COMPUTE ARTICULOS-CANTIDAD = CONTEO-CANTIDAD-FISICA(I)
               + CONTEO-CANTIDAD-TRANSITO(I).
           MOVE ZERO TO REINTENTOS-ESCRITURA.
           PERFORM INTENTA-REESCRIBIR.
           IF ARCHIVO-STATUS = "00" OR ARCHIVO-STATUS = "02"
               PERFORM REGISTRA-AUDITORIA
               PERFORM REGISTRA-CAMBIO-PENDIENTE.

      * Todo articulo contado, tenga o no diferencia, queda con fecha
      * de ultimo conteo y se le programa el siguiente segun su clase.
       REGISTRA-FECHAS-CONTEO.
           IF ABC-DISPONIBLE = "S"
               MOVE 1 TO I
               PERFORM FECHA-UN-CONTEO UNTIL I > ENTRADAS-CONTEO
               DISPLAY "Calendario de conteo actualizado: "
                   CONTEOS-FECHADOS " articulos.".

       FECHA-UN-CONTEO.
           MOVE CONTEO-ARTICULO-ID(I) TO ABC-ARTICULO-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ABC-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "S"
               MOVE FECHA-HOY TO ABC-ULTIMO-CONTEO
               COMPUTE FECHA-PROXIMA-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FECHA-HOY))
                   + ABC-DIAS-CICLO)
               MOVE FECHA-PROXIMA-NUM TO ABC-PROXIMO-CONTEO
               REWRITE ABC-REGISTRO
               INVALID KEY
                   DISPLAY "Error al fechar el conteo del articulo "
                       ABC-ARTICULO-ID " (estado: " ABC-STATUS ")"
               NOT INVALID KEY
                   ADD 1 TO CONTEOS-FECHADOS
               END-REWRITE.
           ADD 1 TO I.

       REGISTRA-AUDITORIA.
           MOVE SPACE TO AUDITORIA-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:20) TO AUD-FECHA-HORA.
