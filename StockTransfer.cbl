       ACCESS MODE IS DYNAMIC
       FILE STATUS IS STOCK-UBI-STATUS.

       SELECT TRANSITO-ARCHIVO
       ASSIGN TO "en_transito.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TRN-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TRANSITO-STATUS.

       SELECT LOTES-ARCHIVO
       ASSIGN TO "lotes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS LOTES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS LOTES-STATUS.

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

       SELECT CAMBIOS-ARCHIVO
       ASSIGN TO "cambios_pendientes.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CAMBIOS-STATUS.

       SELECT OPERADOR-ARCHIVO
       ASSIGN TO "operador_actual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OPERADOR-STATUS.

       SELECT CONTROL-ARCHIVO
       ASSIGN TO "traspasos_control.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONTROL-STATUS.

       SELECT DOCUMENTO-ARCHIVO
       ASSIGN TO "traspasos.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DOCUMENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARTICULOS-ARCHIVO.
       FD STOCK-UBI-ARCHIVO.
       COPY "STOCKUBI.cpy".

       FD TRANSITO-ARCHIVO.
       COPY "TRANSITO.cpy".

       FD LOTES-ARCHIVO.
       COPY "LOTES.cpy".

       FD MOVIMIENTOS-ARCHIVO.
       COPY "MOVIMIENTOS.cpy".

       FD MERMAS-ARCHIVO.
       COPY "MERMAS.cpy".

       FD AUDITORIA-ARCHIVO.
       COPY "AUDITORIA.cpy".

       FD CAMBIOS-ARCHIVO.
       COPY "CAMBIOS.cpy".

       FD OPERADOR-ARCHIVO.
       01 LINEA-OPERADOR PIC X(10).

       FD CONTROL-ARCHIVO.
       01 LINEA-CONTROL PIC X(6).

       FD DOCUMENTO-ARCHIVO.
       01 LINEA-DOCUMENTO PIC X(80).

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 UBICACIONES-STATUS PIC XX.
       77 STOCK-UBI-STATUS PIC XX.
       77 TRANSITO-STATUS PIC XX.
       77 MOVIMIENTOS-STATUS PIC XX.
       77 AUDITORIA-STATUS PIC XX.
       77 CAMBIOS-STATUS PIC XX.
       77 CONTROL-STATUS PIC XX.
       77 DOCUMENTO-STATUS PIC XX.
       77 OPERADOR PIC X(10).
       77 OPERADOR-STATUS PIC XX.
       77 MODO PIC X.
       77 SALIR PIC X VALUE "N".
       77 CAMPO-ARTICULOS-ID PIC Z(5).
       77 CAMPO-NUMERO-TRASPASO PIC Z(7).
       77 ARTICULO-TRANSFERIR PIC 9(4).
       77 UBICACION-ORIGEN PIC 9(2).
       77 UBICACION-DESTINO PIC 9(2).
       77 CANTIDAD-TRANSFERIR PIC 9(5).
       77 CANTIDAD-EN-ORIGEN PIC 9(5).
       77 CANTIDAD-RECIBIDA PIC 9(5).
       77 CANTIDAD-DANADA PIC 9(5).
       77 CANTIDAD-FALTANTE PIC 9(5).
       77 CANTIDAD-POR-EXPLICAR PIC 9(5).
       77 CANTIDAD-AJUSTE PIC 9(5).
       77 MERMAS-STATUS PIC XX.
       77 TRANSFERENCIA-VALIDA PIC X.
       77 RUTA-VALIDA PIC X.
       77 UBICACION-OK PIC X.
       77 REGISTRO-ENCONTRADO PIC X.
       77 TRASPASO-ENCONTRADO PIC X.
       77 FIN-TRASPASO PIC X.
       77 NUMERO-TRASPASO PIC 9(6) VALUE ZERO.
       77 NUMERO-BUSCADO PIC 9(6).
       77 NUMERO-REFERENCIA PIC 9(6).
       77 LINEAS-TRASPASO PIC 9(3) VALUE ZERO.
       77 LINEAS-RECIBIDAS PIC 9(3) VALUE ZERO.
       77 PREFIJO-REFERENCIA PIC X(3).
       77 REFERENCIA-TRASPASO PIC X(10).
       77 FECHA-HOY PIC X(8).
       77 REINTENTOS-LECTURA PIC 9(2) VALUE ZERO.
       77 REINTENTOS-ESCRITURA PIC 9(2) VALUE ZERO.
       77 MAX-REINTENTOS PIC 9(2) VALUE 5.
       77 IMAGEN-ANTERIOR PIC X(90).
       77 LOTES-STATUS PIC XX.
       77 LOTES-DISPONIBLE PIC X VALUE "N".
       77 POR-REPARTIR PIC 9(5).
       77 CANTIDAD-TOMADA PIC 9(5).
       77 LOTE-SUGERIDO PIC X(10).
       77 CADUCIDAD-SUGERIDA PIC X(8).
       77 FIN-LOTES PIC X.
       77 FIN-DESCARGA PIC X.

       01 DOC-ENCABEZADO.
           05 FILLER PIC X(21) VALUE "TRASPASO DE MERCANCIA".
           05 FILLER PIC X(4) VALUE " No.".
           05 DOC-NUMERO PIC 9(6).
           05 FILLER PIC X(10) VALUE "   Fecha: ".
           05 DOC-FECHA PIC X(8).
       01 DOC-RUTA.
           05 FILLER PIC X(8) VALUE "Origen: ".
           05 DOC-ORIGEN-ID PIC Z9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DOC-ORIGEN-NOMBRE PIC X(30).
       01 DOC-DESTINO.
           05 FILLER PIC X(8) VALUE "Destino:".
           05 DOC-DESTINO-ID PIC Z9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DOC-DESTINO-NOMBRE PIC X(30).
       01 DOC-OPERADOR.
           05 FILLER PIC X(14) VALUE "Despachado por".
           05 FILLER PIC X(2) VALUE ": ".
           05 DOC-OPERADOR-SALIDA PIC X(10).
       01 DOC-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "  Lin    ID  Producto                  ".
           05 FILLER PIC X(25) VALUE
               "       Cantidad  Recibido".
       01 DOC-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DOC-DET-LINEA PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DOC-DET-ID PIC Z(5).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DOC-DET-PRODUCTO PIC X(30).
           05 FILLER PIC X(4) VALUE SPACE.
           05 DOC-DET-CANTIDAD PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  ________".
       01 DOC-FIRMA.
           05 FILLER PIC X(46) VALUE
               "Recibido en destino por: ____________________ ".
           05 FILLER PIC X(16) VALUE " Fecha: ________".

       PROCEDURE DIVISION.

           CLOSE ARTICULOS-ARCHIVO
           GOBACK.
       PERFORM ABRIR-STOCK-UBI.
       PERFORM ABRIR-TRANSITO.
       PERFORM ABRIR-LOTES.
       PERFORM ABRIR-MOVIMIENTOS.
       PERFORM ABRIR-MERMAS.
       PERFORM ABRIR-AUDITORIA.
       PERFORM OBTIENE-OPERADOR.
       PERFORM LEE-NUMERO-TRASPASO.
       OPEN OUTPUT DOCUMENTO-ARCHIVO.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       PERFORM MUESTRA-MENU UNTIL SALIR = "S".
       CLOSE ARTICULOS-ARCHIVO.
       CLOSE UBICACIONES-ARCHIVO.
       CLOSE STOCK-UBI-ARCHIVO.
       CLOSE TRANSITO-ARCHIVO.
       IF LOTES-DISPONIBLE = "S"
           CLOSE LOTES-ARCHIVO.
       CLOSE MOVIMIENTOS-ARCHIVO.
       CLOSE MERMAS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE DOCUMENTO-ARCHIVO.
       GOBACK.

       MUESTRA-ERROR-ARCHIVO.
               CLOSE UBICACIONES-ARCHIVO
               GOBACK.

       ABRIR-TRANSITO.
           OPEN I-O TRANSITO-ARCHIVO.
           IF TRANSITO-STATUS = "35"
               OPEN OUTPUT TRANSITO-ARCHIVO
               CLOSE TRANSITO-ARCHIVO
               OPEN I-O TRANSITO-ARCHIVO.
           IF TRANSITO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir en_transito.dat (estado: "
                   TRANSITO-STATUS ")"
               CLOSE ARTICULOS-ARCHIVO
               CLOSE UBICACIONES-ARCHIVO
               CLOSE STOCK-UBI-ARCHIVO
               GOBACK.

       ABRIR-LOTES.
           OPEN I-O LOTES-ARCHIVO.
           IF LOTES-STATUS = "00"
               MOVE "S" TO LOTES-DISPONIBLE
           ELSE
               MOVE "N" TO LOTES-DISPONIBLE.

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
           IF OPERADOR = SPACE
               PERFORM PIDE-OPERADOR.

       LEE-NUMERO-TRASPASO.
           MOVE ZERO TO NUMERO-TRASPASO.
           OPEN INPUT CONTROL-ARCHIVO.
           IF CONTROL-STATUS = "00"
               READ CONTROL-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINEA-CONTROL TO NUMERO-TRASPASO
               END-READ
               CLOSE CONTROL-ARCHIVO.

       ESCRIBE-NUMERO-TRASPASO.
           OPEN OUTPUT CONTROL-ARCHIVO.
           MOVE NUMERO-TRASPASO TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-ARCHIVO.

       MUESTRA-MENU.
           DISPLAY " ".
           DISPLAY "=== TRASPASOS ENTRE UBICACIONES ===".
           DISPLAY "D. Despachar un traspaso (imprime el vale)".
           DISPLAY "R. Recibir un traspaso en destino".
           DISPLAY "S. Salir".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT MODO.
           MOVE FUNCTION UPPER-CASE(MODO) TO MODO.
           EVALUATE MODO
               WHEN "D"
                   PERFORM DESPACHA-TRASPASO
               WHEN "R"
                   PERFORM RECIBE-TRASPASO
               WHEN "S"
                   MOVE "S" TO SALIR
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

       DESPACHA-TRASPASO.
           PERFORM PIDE-RUTA.
           IF RUTA-VALIDA = "S"
               ADD 1 TO NUMERO-TRASPASO
               MOVE ZERO TO LINEAS-TRASPASO
               PERFORM PIDE-ARTICULO
               PERFORM PROCESA-TRANSFERENCIA
                   UNTIL ARTICULO-TRANSFERIR = ZEROES
               PERFORM CIERRA-DESPACHO.

       CIERRA-DESPACHO.
           IF LINEAS-TRASPASO = ZERO
               SUBTRACT 1 FROM NUMERO-TRASPASO
               DISPLAY "Traspaso sin lineas; no se registra."
           ELSE
               MOVE SPACE TO LINEA-DOCUMENTO
               WRITE LINEA-DOCUMENTO
               WRITE LINEA-DOCUMENTO FROM DOC-FIRMA
               MOVE SPACE TO LINEA-DOCUMENTO
               WRITE LINEA-DOCUMENTO
               WRITE LINEA-DOCUMENTO
               PERFORM ESCRIBE-NUMERO-TRASPASO
               DISPLAY "Traspaso " NUMERO-TRASPASO " despachado con "
                   LINEAS-TRASPASO " linea(s)."
               DISPLAY "Vale impreso en traspasos.lst".

       PIDE-RUTA.
           MOVE "N" TO RUTA-VALIDA.
           DISPLAY "Ingrese la ubicacion de origen: ".
           ACCEPT UBICACION-ORIGEN.
           MOVE UBICACION-ORIGEN TO UBICACIONES-ID.
           IF UBICACION-OK = "N"
               DISPLAY "La ubicacion de origen no existe."
           ELSE
               MOVE UBICACIONES-NOMBRE TO DOC-ORIGEN-NOMBRE
               DISPLAY "Ingrese la ubicacion de destino: "
               ACCEPT UBICACION-DESTINO
               MOVE UBICACION-DESTINO TO UBICACIONES-ID
                       DISPLAY "Origen y destino son la misma"
                           " ubicacion."
                   ELSE
                       MOVE UBICACIONES-NOMBRE TO DOC-DESTINO-NOMBRE
                       MOVE "S" TO RUTA-VALIDA.

       VALIDA-UBICACION.
           MOVE "S" TO UBICACION-OK.
           INVALID KEY
               MOVE "N" TO UBICACION-OK.

       PIDE-ARTICULO.
           DISPLAY " ".
           DISPLAY "Ingrese el ID del articulo a despachar".
           DISPLAY "(0 para cerrar el traspaso): ".
           ACCEPT CAMPO-ARTICULOS-ID.
           MOVE CAMPO-ARTICULOS-ID TO ARTICULO-TRANSFERIR.

       PROCESA-TRANSFERENCIA.
           MOVE ARTICULO-TRANSFERIR TO ARTICULOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARTICULOS-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "El articulo " ARTICULO-TRANSFERIR
                   " no existe."
           ELSE
               DISPLAY " Producto: " ARTICULOS-PRODUCTO
               MOVE "N" TO TRANSFERENCIA-VALIDA
               PERFORM PIDE-CANTIDAD
               IF TRANSFERENCIA-VALIDA = "S"
                   PERFORM APLICA-TRANSFERENCIA.
           PERFORM PIDE-ARTICULO.

       PIDE-CANTIDAD.
           PERFORM LEE-CANTIDAD-ORIGEN.
           DISPLAY "Existencia en origen: " CANTIDAD-EN-ORIGEN.
               MOVE STOCK-UBI-CANTIDAD TO CANTIDAD-EN-ORIGEN.

       APLICA-TRANSFERENCIA.
           ADD 1 TO LINEAS-TRASPASO.
           MOVE NUMERO-TRASPASO TO NUMERO-REFERENCIA.
           IF LINEAS-TRASPASO = 1
               PERFORM IMPRIME-ENCABEZADO-VALE.
           PERFORM DESCUENTA-ORIGEN.
           PERFORM REGISTRA-TRANSITO.
           MOVE "TRS" TO PREFIJO-REFERENCIA.
           PERFORM REGISTRA-TRANSFERENCIA.
           PERFORM IMPRIME-LINEA-VALE.
           DISPLAY "Linea " LINEAS-TRASPASO " en transito.".

       DESCUENTA-ORIGEN.
           MOVE ARTICULO-TRANSFERIR TO STOCK-UBI-ARTICULO-ID.
                   DISPLAY "Error al actualizar la ubicacion de"
                       " origen (estado: " STOCK-UBI-STATUS ")".

       REGISTRA-TRANSITO.
           MOVE SPACE TO TRANSITO-REGISTRO.
           MOVE NUMERO-TRASPASO TO TRN-NUMERO.
           MOVE LINEAS-TRASPASO TO TRN-LINEA.
           MOVE ARTICULO-TRANSFERIR TO TRN-ARTICULO-ID.
           MOVE UBICACION-ORIGEN TO TRN-ORIGEN.
           MOVE UBICACION-DESTINO TO TRN-DESTINO.
           MOVE CANTIDAD-TRANSFERIR TO TRN-CANTIDAD.
           MOVE FECHA-HOY TO TRN-FECHA-SALIDA.
           MOVE OPERADOR TO TRN-OPERADOR-SALIDA.
           MOVE "T" TO TRN-ESTADO.
           MOVE ZERO TO TRN-RECIBIDA TRN-FALTANTE TRN-DANADA.
           WRITE TRANSITO-REGISTRO
           INVALID KEY
               DISPLAY "Error al registrar el traspaso en transito"
                   " (estado: " TRANSITO-STATUS ")".

       IMPRIME-ENCABEZADO-VALE.
           MOVE NUMERO-TRASPASO TO DOC-NUMERO.
           MOVE FECHA-HOY TO DOC-FECHA.
           WRITE LINEA-DOCUMENTO FROM DOC-ENCABEZADO.
           MOVE UBICACION-ORIGEN TO DOC-ORIGEN-ID.
           WRITE LINEA-DOCUMENTO FROM DOC-RUTA.
           MOVE UBICACION-DESTINO TO DOC-DESTINO-ID.
           WRITE LINEA-DOCUMENTO FROM DOC-DESTINO.
           MOVE OPERADOR TO DOC-OPERADOR-SALIDA.
           WRITE LINEA-DOCUMENTO FROM DOC-OPERADOR.
           MOVE SPACE TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO FROM DOC-COLUMNAS.

       IMPRIME-LINEA-VALE.
           MOVE LINEAS-TRASPASO TO DOC-DET-LINEA.
           MOVE ARTICULO-TRANSFERIR TO DOC-DET-ID.
           MOVE ARTICULOS-PRODUCTO TO DOC-DET-PRODUCTO.
           MOVE CANTIDAD-TRANSFERIR TO DOC-DET-CANTIDAD.
           WRITE LINEA-DOCUMENTO FROM DOC-DETALLE.

       RECIBE-TRASPASO.
           DISPLAY "Ingrese el numero de traspaso a recibir: ".
           ACCEPT CAMPO-NUMERO-TRASPASO.
           MOVE CAMPO-NUMERO-TRASPASO TO NUMERO-BUSCADO.
           IF NUMERO-BUSCADO NOT = ZERO
               PERFORM RECORRE-TRASPASO.

       RECORRE-TRASPASO.
           MOVE "N" TO TRASPASO-ENCONTRADO.
           MOVE "N" TO FIN-TRASPASO.
           MOVE ZERO TO LINEAS-RECIBIDAS.
           MOVE NUMERO-BUSCADO TO TRN-NUMERO.
           MOVE ZEROES TO TRN-LINEA.
           START TRANSITO-ARCHIVO KEY IS NOT LESS THAN TRN-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-TRASPASO.
           IF FIN-TRASPASO = "N"
               PERFORM LEE-LINEA-TRASPASO
               PERFORM PROCESA-LINEA-TRASPASO
                   UNTIL FIN-TRASPASO = "S".
           IF TRASPASO-ENCONTRADO = "N"
               DISPLAY "No existe el traspaso " NUMERO-BUSCADO "."
           ELSE
               IF LINEAS-RECIBIDAS = ZERO
                   DISPLAY "El traspaso " NUMERO-BUSCADO
                       " ya estaba recibido."
               ELSE
                   DISPLAY "Traspaso " NUMERO-BUSCADO ": "
                       LINEAS-RECIBIDAS " linea(s) recibida(s).".

       LEE-LINEA-TRASPASO.
           READ TRANSITO-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-TRASPASO.
           IF FIN-TRASPASO = "N" AND TRN-NUMERO NOT = NUMERO-BUSCADO
               MOVE "S" TO FIN-TRASPASO.

       PROCESA-LINEA-TRASPASO.
           MOVE "S" TO TRASPASO-ENCONTRADO.
           IF TRN-ESTADO = "T"
               PERFORM RECIBE-LINEA.
           PERFORM LEE-LINEA-TRASPASO.

       RECIBE-LINEA.
           MOVE TRN-ARTICULO-ID TO ARTICULO-TRANSFERIR.
           MOVE TRN-ORIGEN TO UBICACION-ORIGEN.
           MOVE TRN-DESTINO TO UBICACION-DESTINO.
           MOVE TRN-CANTIDAD TO CANTIDAD-TRANSFERIR.
           MOVE TRN-NUMERO TO NUMERO-REFERENCIA.
           MOVE ARTICULO-TRANSFERIR TO ARTICULOS-ID.
           READ ARTICULOS-ARCHIVO RECORD
           INVALID KEY
               MOVE "Articulo no encontrado" TO ARTICULOS-PRODUCTO.
           DISPLAY " ".
           DISPLAY "Linea " TRN-LINEA ": articulo "
               ARTICULO-TRANSFERIR " " ARTICULOS-PRODUCTO.
           DISPLAY " De U" UBICACION-ORIGEN " a U" UBICACION-DESTINO
               ", despachado el " TRN-FECHA-SALIDA
               ", cantidad " CANTIDAD-TRANSFERIR.
           PERFORM PIDE-CANTIDAD-RECIBIDA.
           MOVE ZERO TO CANTIDAD-DANADA.
           COMPUTE CANTIDAD-POR-EXPLICAR =
               CANTIDAD-TRANSFERIR - CANTIDAD-RECIBIDA.
           IF CANTIDAD-POR-EXPLICAR NOT = ZERO
               PERFORM PIDE-CANTIDAD-DANADA.
           COMPUTE CANTIDAD-FALTANTE =
               CANTIDAD-POR-EXPLICAR - CANTIDAD-DANADA.
           IF CANTIDAD-RECIBIDA NOT = ZERO
               PERFORM ACREDITA-DESTINO
               MOVE CANTIDAD-RECIBIDA TO CANTIDAD-TRANSFERIR
               MOVE "TRE" TO PREFIJO-REFERENCIA
               PERFORM REGISTRA-TRANSFERENCIA.
           IF CANTIDAD-FALTANTE NOT = ZERO
               MOVE CANTIDAD-FALTANTE TO CANTIDAD-AJUSTE
               MOVE "TRF" TO PREFIJO-REFERENCIA
               PERFORM AJUSTA-ARTICULO.
           IF CANTIDAD-DANADA NOT = ZERO
               MOVE CANTIDAD-DANADA TO CANTIDAD-AJUSTE
               MOVE "TRD" TO PREFIJO-REFERENCIA
               PERFORM AJUSTA-ARTICULO.
           PERFORM CIERRA-LINEA-TRANSITO.
           ADD 1 TO LINEAS-RECIBIDAS.

       PIDE-CANTIDAD-RECIBIDA.
           DISPLAY "Cantidad recibida en buen estado: ".
           ACCEPT CANTIDAD-RECIBIDA.
           IF CANTIDAD-RECIBIDA > TRN-CANTIDAD
               DISPLAY "No puede recibir mas de lo despachado."
               PERFORM PIDE-CANTIDAD-RECIBIDA.

       PIDE-CANTIDAD-DANADA.
           DISPLAY "De las " CANTIDAD-POR-EXPLICAR
               " no recibidas, cuantas llegaron danadas: ".
           ACCEPT CANTIDAD-DANADA.
           IF CANTIDAD-DANADA > CANTIDAD-POR-EXPLICAR
               DISPLAY "La cantidad danada excede lo no recibido."
               PERFORM PIDE-CANTIDAD-DANADA.

       ACREDITA-DESTINO.
           MOVE ARTICULO-TRANSFERIR TO STOCK-UBI-ARTICULO-ID.
           MOVE UBICACION-DESTINO TO STOCK-UBI-UBICACION-ID.
           INVALID KEY
               PERFORM CREA-DESTINO
           NOT INVALID KEY
               ADD CANTIDAD-RECIBIDA TO STOCK-UBI-CANTIDAD
               REWRITE STOCK-UBI-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar la ubicacion de"
       CREA-DESTINO.
           MOVE ARTICULO-TRANSFERIR TO STOCK-UBI-ARTICULO-ID.
           MOVE UBICACION-DESTINO TO STOCK-UBI-UBICACION-ID.
           MOVE CANTIDAD-RECIBIDA TO STOCK-UBI-CANTIDAD.
           WRITE STOCK-UBI-REGISTRO
           INVALID KEY
               DISPLAY "Error al crear la existencia de destino"
                   " (estado: " STOCK-UBI-STATUS ")".

       CIERRA-LINEA-TRANSITO.
           MOVE "R" TO TRN-ESTADO.
           MOVE CANTIDAD-RECIBIDA TO TRN-RECIBIDA.
           MOVE CANTIDAD-FALTANTE TO TRN-FALTANTE.
           MOVE CANTIDAD-DANADA TO TRN-DANADA.
           MOVE FECHA-HOY TO TRN-FECHA-RECEPCION.
           MOVE OPERADOR TO TRN-OPERADOR-RECEPCION.
           REWRITE TRANSITO-REGISTRO
           INVALID KEY
               DISPLAY "Error al cerrar la linea en transito"
                   " (estado: " TRANSITO-STATUS ")".

       AJUSTA-ARTICULO.
           MOVE ARTICULO-TRANSFERIR TO ARTICULOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE ZERO TO REINTENTOS-LECTURA.
           PERFORM INTENTA-LEER.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "No se pudo ajustar el articulo "
                   ARTICULO-TRANSFERIR "."
           ELSE
               MOVE ARTICULOS-REGISTRO TO IMAGEN-ANTERIOR
               IF CANTIDAD-AJUSTE > ARTICULOS-CANTIDAD
                   MOVE ZERO TO ARTICULOS-CANTIDAD
               ELSE
                   SUBTRACT CANTIDAD-AJUSTE FROM ARTICULOS-CANTIDAD
               END-IF
               MOVE ZERO TO REINTENTOS-ESCRITURA
               PERFORM INTENTA-REESCRIBIR
               IF LOTES-DISPONIBLE = "S"
                   PERFORM DESCARGA-LOTES
               END-IF
               PERFORM REGISTRA-AUDITORIA
               PERFORM REGISTRA-CAMBIO-PENDIENTE
               PERFORM REGISTRA-AJUSTE
               PERFORM REGISTRA-MERMA
               DISPLAY "Ajuste " PREFIJO-REFERENCIA " por "
                   CANTIDAD-AJUSTE " unidad(es) registrado.".

      * El faltante o dano sale de los lotes del articulo empezando
      * por el que caduca antes, igual que una salida por venta.
       DESCARGA-LOTES.
           MOVE CANTIDAD-AJUSTE TO POR-REPARTIR.
           MOVE "N" TO FIN-DESCARGA.
           PERFORM DESCARGA-UN-LOTE
               UNTIL FIN-DESCARGA = "S" OR POR-REPARTIR = ZERO.

       DESCARGA-UN-LOTE.
           PERFORM SUGIERE-LOTE.
           IF LOTE-SUGERIDO = SPACE
               MOVE "S" TO FIN-DESCARGA
           ELSE
               MOVE ARTICULO-TRANSFERIR TO LOTES-ARTICULO-ID
               MOVE LOTE-SUGERIDO TO LOTES-NUMERO
               READ LOTES-ARCHIVO RECORD
               INVALID KEY
                   MOVE "S" TO FIN-DESCARGA
               NOT INVALID KEY
                   PERFORM AFECTA-LOTE
               END-READ.

       SUGIERE-LOTE.
           MOVE SPACE TO LOTE-SUGERIDO.
           MOVE HIGH-VALUES TO CADUCIDAD-SUGERIDA.
           MOVE "N" TO FIN-LOTES.
           MOVE ARTICULO-TRANSFERIR TO LOTES-ARTICULO-ID.
           MOVE SPACE TO LOTES-NUMERO.
           START LOTES-ARCHIVO
               KEY IS NOT LESS THAN LOTES-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-LOTES
           END-START.
           PERFORM REVISA-UN-LOTE UNTIL FIN-LOTES = "S".

       REVISA-UN-LOTE.
           READ LOTES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-LOTES.
           IF FIN-LOTES = "N" AND
                   LOTES-ARTICULO-ID NOT = ARTICULO-TRANSFERIR
               MOVE "S" TO FIN-LOTES.
           IF FIN-LOTES = "N" AND LOTES-CANTIDAD NOT = ZERO AND
                   LOTES-FECHA-CADUCIDAD < CADUCIDAD-SUGERIDA
               MOVE LOTES-NUMERO TO LOTE-SUGERIDO
               MOVE LOTES-FECHA-CADUCIDAD TO CADUCIDAD-SUGERIDA.

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

       REGISTRA-TRANSFERENCIA.
           MOVE SPACE TO MOVIMIENTOS-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:20) TO MOV-FECHA-HORA.
           MOVE CANTIDAD-TRANSFERIR TO MOV-CANTIDAD.
           MOVE ARTICULOS-CANTIDAD TO MOV-CANTIDAD-RESULTANTE.
           MOVE OPERADOR TO MOV-OPERADOR.
           PERFORM ARMA-REFERENCIA.
           MOVE REFERENCIA-TRASPASO TO MOV-REFERENCIA.
           WRITE MOVIMIENTOS-REGISTRO.

       REGISTRA-AJUSTE.
           MOVE SPACE TO MOVIMIENTOS-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:20) TO MOV-FECHA-HORA.
           MOVE "A" TO MOV-TIPO.
           MOVE ARTICULO-TRANSFERIR TO MOV-ARTICULO-ID.
           MOVE CANTIDAD-AJUSTE TO MOV-CANTIDAD.
           MOVE ARTICULOS-CANTIDAD TO MOV-CANTIDAD-RESULTANTE.
           MOVE OPERADOR TO MOV-OPERADOR.
           PERFORM ARMA-REFERENCIA.
           MOVE REFERENCIA-TRASPASO TO MOV-REFERENCIA.
           WRITE MOVIMIENTOS-REGISTRO.

       REGISTRA-MERMA.
           MOVE SPACE TO MERMAS-REGISTRO.
           MOVE MOV-FECHA-HORA TO MER-FECHA-HORA.
           MOVE ARTICULO-TRANSFERIR TO MER-ARTICULO-ID.
           MOVE ARTICULOS-CATEGORIA TO MER-CATEGORIA.
           MOVE TRN-DESTINO TO MER-UBICACION.
           IF PREFIJO-REFERENCIA = "TRD"
               MOVE "DA" TO MER-MOTIVO
           ELSE
               MOVE "FT" TO MER-MOTIVO.
           MOVE CANTIDAD-AJUSTE TO MER-CANTIDAD.
           MOVE ARTICULOS-COSTO TO MER-COSTO.
           MOVE OPERADOR TO MER-OPERADOR.
           MOVE REFERENCIA-TRASPASO TO MER-REFERENCIA.
           WRITE MERMAS-REGISTRO.

       ARMA-REFERENCIA.
           MOVE SPACE TO REFERENCIA-TRASPASO.
           STRING PREFIJO-REFERENCIA DELIMITED BY SIZE
               NUMERO-REFERENCIA DELIMITED BY SIZE
               INTO REFERENCIA-TRASPASO.

       REGISTRA-AUDITORIA.
           MOVE SPACE TO AUDITORIA-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:20) TO AUD-FECHA-HORA.
           MOVE "STOCK-TRANSFER" TO AUD-PROGRAMA.
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

       END PROGRAM STOCK-TRANSFER.
