      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-OFF.

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

       SELECT MOTIVOS-ARCHIVO
       ASSIGN TO "motivos_merma.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS MOTIVO-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS MOTIVOS-STATUS.

       SELECT UBICACIONES-ARCHIVO
       ASSIGN TO "ubicaciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS UBICACIONES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS UBICACIONES-STATUS.

       SELECT STOCK-UBI-ARCHIVO
       ASSIGN TO "stock_ubicacion.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS STOCK-UBI-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS STOCK-UBI-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD MOTIVOS-ARCHIVO.
       COPY "MOTIVOS.cpy".

       FD UBICACIONES-ARCHIVO.
       COPY "UBICACIONES.cpy".

       FD STOCK-UBI-ARCHIVO.
       COPY "STOCKUBI.cpy".

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

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 MOTIVOS-STATUS PIC XX.
       77 UBICACIONES-STATUS PIC XX.
       77 STOCK-UBI-STATUS PIC XX.
       77 LOTES-STATUS PIC XX.
       77 MOVIMIENTOS-STATUS PIC XX.
       77 MERMAS-STATUS PIC XX.
       77 AUDITORIA-STATUS PIC XX.
       77 CAMBIOS-STATUS PIC XX.
       77 OPERADOR-STATUS PIC XX.
       77 UBICACIONES-DISPONIBLE PIC X VALUE "N".
       77 STOCK-UBI-DISPONIBLE PIC X VALUE "N".
       77 LOTES-DISPONIBLE PIC X VALUE "N".
       77 OPERADOR PIC X(10).
       77 MODO PIC X.
       77 SALIR PIC X VALUE "N".
       77 CONFIRMA PIC X.
       77 CAMPO-ARTICULOS-ID PIC Z(5).
       77 ARTICULO-BAJA PIC 9(4).
       77 CANTIDAD-BAJA PIC 9(5).
       77 UBICACION-BAJA PIC 9(2).
       77 UBICACION-DESCONTADA PIC 9(2).
       77 UBICACIONES-CON-EXISTENCIA PIC 9(2).
       77 FIN-STOCK-UBI PIC X.
       77 MODO-UBICACION PIC X.
       77 LOTE-BAJA PIC X(10).
       77 MOTIVO-BAJA PIC X(2).
       77 REFERENCIA-BAJA PIC X(10).
       77 BAJA-VALIDA PIC X.
       77 REGISTRO-ENCONTRADO PIC X.
       77 UBICACION-OK PIC X.
       77 MOTIVO-OK PIC X.
       77 LOTE-OK PIC X.
       77 ARTICULO-CON-LOTES PIC X.
       77 FIN-LOTES PIC X.
       77 CANTIDAD-EN-UBICACION PIC 9(5).
       77 LOTES-VENCIDOS PIC 9(5) VALUE ZERO.
       77 UNIDADES-VENCIDAS PIC 9(7) VALUE ZERO.
       77 BAJAS-REGISTRADAS PIC 9(5) VALUE ZERO.
       77 FECHA-HOY PIC X(8).
       77 REINTENTOS-LECTURA PIC 9(2) VALUE ZERO.
       77 REINTENTOS-ESCRITURA PIC 9(2) VALUE ZERO.
       77 MAX-REINTENTOS PIC 9(2) VALUE 5.
       77 IMAGEN-ANTERIOR PIC X(90).

       PROCEDURE DIVISION.

       OPEN I-O ARTICULOS-ARCHIVO.
       IF ARCHIVO-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-ARCHIVO
           GOBACK.
       OPEN INPUT MOTIVOS-ARCHIVO.
       IF MOTIVOS-STATUS NOT = "00"
           DISPLAY "No se pudo abrir motivos_merma.dat (estado: "
               MOTIVOS-STATUS ")"
           DISPLAY "Ejecute primero SHRINK-REASON-DATA-BASE."
           CLOSE ARTICULOS-ARCHIVO
           GOBACK.
       PERFORM ABRIR-STOCK-UBI.
       PERFORM ABRIR-UBICACIONES.
       PERFORM ABRIR-LOTES.
       PERFORM ABRIR-MOVIMIENTOS.
       PERFORM ABRIR-MERMAS.
       PERFORM ABRIR-AUDITORIA.
       PERFORM OBTIENE-OPERADOR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       PERFORM MUESTRA-MENU UNTIL SALIR = "S".
       IF BAJAS-REGISTRADAS NOT = ZERO
           DISPLAY "Bajas registradas: " BAJAS-REGISTRADAS.
       CLOSE ARTICULOS-ARCHIVO.
       CLOSE MOTIVOS-ARCHIVO.
       CLOSE MOVIMIENTOS-ARCHIVO.
       CLOSE MERMAS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       IF STOCK-UBI-DISPONIBLE = "S"
           CLOSE STOCK-UBI-ARCHIVO.
       IF UBICACIONES-DISPONIBLE = "S"
           CLOSE UBICACIONES-ARCHIVO.
       IF LOTES-DISPONIBLE = "S"
           CLOSE LOTES-ARCHIVO.
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

       ABRIR-STOCK-UBI.
           OPEN I-O STOCK-UBI-ARCHIVO.
           IF STOCK-UBI-STATUS = "00"
               MOVE "S" TO STOCK-UBI-DISPONIBLE
           ELSE
               MOVE "N" TO STOCK-UBI-DISPONIBLE.

       ABRIR-UBICACIONES.
           MOVE "N" TO UBICACIONES-DISPONIBLE.
           IF STOCK-UBI-DISPONIBLE = "S"
               OPEN INPUT UBICACIONES-ARCHIVO
               IF UBICACIONES-STATUS = "00"
                   MOVE "S" TO UBICACIONES-DISPONIBLE.

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

       MUESTRA-MENU.
           DISPLAY " ".
           DISPLAY "=== BAJAS DE INVENTARIO ===".
           DISPLAY "B. Registrar una baja (motivo, ubicacion y lote)".
           DISPLAY "C. Dar de baja todos los lotes caducados".
           DISPLAY "S. Salir".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT MODO.
           MOVE FUNCTION UPPER-CASE(MODO) TO MODO.
           EVALUATE MODO
               WHEN "B"
                   PERFORM BAJA-INDIVIDUAL
               WHEN "C"
                   PERFORM BAJA-CADUCADOS
               WHEN "S"
                   MOVE "S" TO SALIR
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       BAJA-INDIVIDUAL.
           MOVE "N" TO BAJA-VALIDA.
           DISPLAY " ".
           DISPLAY "Ingrese el ID del articulo (0 cancela): ".
           ACCEPT CAMPO-ARTICULOS-ID.
           MOVE CAMPO-ARTICULOS-ID TO ARTICULO-BAJA.
           IF ARTICULO-BAJA NOT = ZERO
               PERFORM LEE-ARTICULO-BAJA
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM CAPTURA-BAJA.
           IF BAJA-VALIDA = "S"
               PERFORM CONFIRMA-BAJA.

       LEE-ARTICULO-BAJA.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE ARTICULO-BAJA TO ARTICULOS-ID.
           READ ARTICULOS-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "El articulo " ARTICULO-BAJA " no existe.".

       CAPTURA-BAJA.
           DISPLAY " Producto: " ARTICULOS-PRODUCTO.
           DISPLAY " Existencia: " ARTICULOS-CANTIDAD.
           PERFORM PIDE-MOTIVO-BAJA.
           IF MOTIVO-BAJA NOT = SPACE
               PERFORM PIDE-CANTIDAD-BAJA
               IF BAJA-VALIDA = "S"
                   PERFORM PIDE-UBICACION-BAJA
                   PERFORM VALIDA-UBICACION-BAJA
                   IF BAJA-VALIDA = "S"
                       PERFORM PIDE-LOTE-BAJA.

       PIDE-MOTIVO-BAJA.
           DISPLAY "Motivo (DA danado, CA caducado, RO robo,"
               " MU muestra, CI consumo interno; vacio cancela): ".
           ACCEPT MOTIVO-BAJA.
           MOVE FUNCTION UPPER-CASE(MOTIVO-BAJA) TO MOTIVO-BAJA.
           IF MOTIVO-BAJA NOT = SPACE
               PERFORM VALIDA-MOTIVO
               IF MOTIVO-OK = "N"
                   DISPLAY "El motivo " MOTIVO-BAJA " no esta en la"
                       " tabla de motivos."
                   PERFORM PIDE-MOTIVO-BAJA
               ELSE
                   DISPLAY " " MOTIVO-DESCRIPCION.

       VALIDA-MOTIVO.
           MOVE "S" TO MOTIVO-OK.
           MOVE MOTIVO-BAJA TO MOTIVO-CODIGO.
           READ MOTIVOS-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO MOTIVO-OK.

       PIDE-CANTIDAD-BAJA.
           MOVE "S" TO BAJA-VALIDA.
           DISPLAY "Ingrese la cantidad a dar de baja: ".
           ACCEPT CANTIDAD-BAJA.
           IF CANTIDAD-BAJA = ZERO
               DISPLAY "La cantidad no puede ser cero."
               MOVE "N" TO BAJA-VALIDA.
           IF CANTIDAD-BAJA > ARTICULOS-CANTIDAD
               DISPLAY "La baja excede la existencia del articulo."
               MOVE "N" TO BAJA-VALIDA.

       PIDE-UBICACION-BAJA.
           MOVE ZERO TO UBICACION-BAJA.
           IF UBICACIONES-DISPONIBLE = "S"
               DISPLAY "Ingrese la ubicacion (0 si no aplica): "
               ACCEPT UBICACION-BAJA
               PERFORM REVISA-UBICACION.

       REVISA-UBICACION.
           IF UBICACION-BAJA NOT = ZERO
               MOVE "S" TO UBICACION-OK
               MOVE UBICACION-BAJA TO UBICACIONES-ID
               READ UBICACIONES-ARCHIVO RECORD
               INVALID KEY
                   MOVE "N" TO UBICACION-OK
               END-READ
               IF UBICACION-OK = "N"
                   DISPLAY "La ubicacion " UBICACION-BAJA
                       " no existe; ingrese otra (0 si no aplica): "
                   ACCEPT UBICACION-BAJA
                   PERFORM REVISA-UBICACION.

       VALIDA-UBICACION-BAJA.
           IF UBICACION-BAJA NOT = ZERO
               PERFORM LEE-CANTIDAD-UBICACION
               IF CANTIDAD-BAJA > CANTIDAD-EN-UBICACION
                   DISPLAY "La ubicacion " UBICACION-BAJA
                       " solo tiene " CANTIDAD-EN-UBICACION "."
                   MOVE "N" TO BAJA-VALIDA.

       LEE-CANTIDAD-UBICACION.
           MOVE ZERO TO CANTIDAD-EN-UBICACION.
           MOVE ARTICULO-BAJA TO STOCK-UBI-ARTICULO-ID.
           MOVE UBICACION-BAJA TO STOCK-UBI-UBICACION-ID.
           READ STOCK-UBI-ARCHIVO RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE STOCK-UBI-CANTIDAD TO CANTIDAD-EN-UBICACION.

       PIDE-LOTE-BAJA.
           MOVE SPACE TO LOTE-BAJA.
           PERFORM REVISA-LOTES-ARTICULO.
           IF ARTICULO-CON-LOTES = "S"
               PERFORM CAPTURA-LOTE.

       REVISA-LOTES-ARTICULO.
           MOVE "N" TO ARTICULO-CON-LOTES.
           IF LOTES-DISPONIBLE = "S"
               MOVE "N" TO FIN-LOTES
               MOVE ARTICULO-BAJA TO LOTES-ARTICULO-ID
               MOVE SPACE TO LOTES-NUMERO
               START LOTES-ARCHIVO
                   KEY IS NOT LESS THAN LOTES-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-LOTES
               END-START
               PERFORM MUESTRA-LOTE-ARTICULO UNTIL FIN-LOTES = "S".

       MUESTRA-LOTE-ARTICULO.
           READ LOTES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-LOTES.
           IF FIN-LOTES = "N" AND LOTES-ARTICULO-ID NOT = ARTICULO-BAJA
               MOVE "S" TO FIN-LOTES.
           IF FIN-LOTES = "N" AND LOTES-CANTIDAD NOT = ZERO
               IF ARTICULO-CON-LOTES = "N"
                   DISPLAY " Lotes con existencia:"
               END-IF
               MOVE "S" TO ARTICULO-CON-LOTES
               DISPLAY "  " LOTES-NUMERO " caduca "
                   LOTES-FECHA-CADUCIDAD " cantidad " LOTES-CANTIDAD.

       CAPTURA-LOTE.
           DISPLAY "Ingrese el lote (vacio cancela la baja): ".
           ACCEPT LOTE-BAJA.
           IF LOTE-BAJA = SPACE
               MOVE "N" TO BAJA-VALIDA
           ELSE
               MOVE "S" TO LOTE-OK
               MOVE ARTICULO-BAJA TO LOTES-ARTICULO-ID
               MOVE LOTE-BAJA TO LOTES-NUMERO
               READ LOTES-ARCHIVO RECORD
               INVALID KEY
                   MOVE "N" TO LOTE-OK
               END-READ
               IF LOTE-OK = "N"
                   DISPLAY "El lote " LOTE-BAJA " no existe para este"
                       " articulo."
                   PERFORM CAPTURA-LOTE
               ELSE
                   IF CANTIDAD-BAJA > LOTES-CANTIDAD
                       DISPLAY "El lote solo tiene " LOTES-CANTIDAD
                           "."
                       PERFORM CAPTURA-LOTE.

       CONFIRMA-BAJA.
           DISPLAY "Baja de " CANTIDAD-BAJA " de " ARTICULOS-PRODUCTO.
           DISPLAY " Motivo " MOTIVO-BAJA "  Ubicacion " UBICACION-BAJA
               "  Lote " LOTE-BAJA.
           DISPLAY "¿Confirma la baja? (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA = "s"
               MOVE "S" TO CONFIRMA.
           IF CONFIRMA = "S"
               PERFORM APLICA-BAJA
           ELSE
               DISPLAY "Baja cancelada.".

       BAJA-CADUCADOS.
           MOVE "CA" TO MOTIVO-BAJA.
           PERFORM VALIDA-MOTIVO.
           IF MOTIVO-OK = "N"
               DISPLAY "Falta el motivo CA (caducado) en la tabla de"
                   " motivos."
           ELSE
               IF LOTES-DISPONIBLE = "N"
                   DISPLAY "No hay archivo de lotes; no hay caducados"
                       " que dar de baja."
               ELSE
                   PERFORM LISTA-CADUCADOS
                   IF LOTES-VENCIDOS NOT = ZERO
                       PERFORM CONFIRMA-CADUCADOS.

       LISTA-CADUCADOS.
           MOVE ZERO TO LOTES-VENCIDOS UNIDADES-VENCIDAS.
           MOVE "L" TO MODO.
           PERFORM RECORRE-LOTES.
           DISPLAY " ".
           IF LOTES-VENCIDOS = ZERO
               DISPLAY "No hay lotes caducados con existencia."
           ELSE
               DISPLAY "Lotes caducados: " LOTES-VENCIDOS
                   "  Unidades: " UNIDADES-VENCIDAS.

       CONFIRMA-CADUCADOS.
           DISPLAY "¿Dar de baja todos los lotes caducados? (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA = "s"
               MOVE "S" TO CONFIRMA.
           IF CONFIRMA = "S"
               MOVE "B" TO MODO
               PERFORM RECORRE-LOTES
               DISPLAY "Baja de caducados terminada."
           ELSE
               DISPLAY "Baja de caducados cancelada.".

       RECORRE-LOTES.
           MOVE "N" TO FIN-LOTES.
           MOVE LOW-VALUES TO LOTES-CLAVE.
           START LOTES-ARCHIVO
               KEY IS NOT LESS THAN LOTES-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-LOTES.
           PERFORM REVISA-LOTE-CADUCADO UNTIL FIN-LOTES = "S".

       REVISA-LOTE-CADUCADO.
           READ LOTES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-LOTES.
           IF FIN-LOTES = "N" AND LOTES-CANTIDAD NOT = ZERO AND
                   LOTES-FECHA-CADUCIDAD NUMERIC AND
                   LOTES-FECHA-CADUCIDAD < FECHA-HOY
               IF MODO = "L"
                   ADD 1 TO LOTES-VENCIDOS
                   ADD LOTES-CANTIDAD TO UNIDADES-VENCIDAS
                   DISPLAY "  Articulo " LOTES-ARTICULO-ID " lote "
                       LOTES-NUMERO " caduco " LOTES-FECHA-CADUCIDAD
                       " cantidad " LOTES-CANTIDAD
               ELSE
                   PERFORM BAJA-LOTE-CADUCADO.

       BAJA-LOTE-CADUCADO.
           MOVE LOTES-ARTICULO-ID TO ARTICULO-BAJA.
           MOVE LOTES-NUMERO TO LOTE-BAJA.
           MOVE LOTES-CANTIDAD TO CANTIDAD-BAJA.
           PERFORM UBICACION-DEL-LOTE.
           PERFORM APLICA-BAJA.

      * Los lotes no guardan ubicacion: si el articulo tiene
      * existencia en una sola ubicacion se descuenta de ella; si esta
      * en varias se pregunta de cual sale el lote.
       UBICACION-DEL-LOTE.
           MOVE ZERO TO UBICACION-BAJA.
           MOVE ZERO TO UBICACIONES-CON-EXISTENCIA.
           IF UBICACIONES-DISPONIBLE = "S"
               MOVE "C" TO MODO-UBICACION
               PERFORM RECORRE-STOCK-UBI
               IF UBICACIONES-CON-EXISTENCIA > 1
                   DISPLAY "Articulo " ARTICULO-BAJA " lote "
                       LOTE-BAJA " cantidad " CANTIDAD-BAJA
                       "; existencia por ubicacion:"
                   MOVE "M" TO MODO-UBICACION
                   PERFORM RECORRE-STOCK-UBI
                   MOVE ZERO TO UBICACION-BAJA
                   DISPLAY "Ingrese la ubicacion del lote (0 si no"
                       " aplica): "
                   ACCEPT UBICACION-BAJA
                   PERFORM REVISA-UBICACION.

       RECORRE-STOCK-UBI.
           MOVE "N" TO FIN-STOCK-UBI.
           MOVE ARTICULO-BAJA TO STOCK-UBI-ARTICULO-ID.
           MOVE ZERO TO STOCK-UBI-UBICACION-ID.
           START STOCK-UBI-ARCHIVO
               KEY IS NOT LESS THAN STOCK-UBI-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-STOCK-UBI.
           PERFORM REVISA-STOCK-UBI UNTIL FIN-STOCK-UBI = "S".

       REVISA-STOCK-UBI.
           READ STOCK-UBI-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-STOCK-UBI.
           IF FIN-STOCK-UBI = "N" AND
                   STOCK-UBI-ARTICULO-ID NOT = ARTICULO-BAJA
               MOVE "S" TO FIN-STOCK-UBI.
           IF FIN-STOCK-UBI = "N" AND STOCK-UBI-CANTIDAD NOT = ZERO
               IF MODO-UBICACION = "C"
                   ADD 1 TO UBICACIONES-CON-EXISTENCIA
                   MOVE STOCK-UBI-UBICACION-ID TO UBICACION-BAJA
               ELSE
                   DISPLAY "  Ubicacion " STOCK-UBI-UBICACION-ID
                       " cantidad " STOCK-UBI-CANTIDAD.

       APLICA-BAJA.
           MOVE ARTICULO-BAJA TO ARTICULOS-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE ZERO TO REINTENTOS-LECTURA.
           PERFORM INTENTA-LEER.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "No se pudo dar de baja el articulo "
                   ARTICULO-BAJA "."
           ELSE
               MOVE ARTICULOS-REGISTRO TO IMAGEN-ANTERIOR
               IF CANTIDAD-BAJA > ARTICULOS-CANTIDAD
                   DISPLAY "Aviso: la baja excede la existencia del"
                       " articulo " ARTICULO-BAJA "; queda en cero."
                   MOVE ZERO TO ARTICULOS-CANTIDAD
               ELSE
                   SUBTRACT CANTIDAD-BAJA FROM ARTICULOS-CANTIDAD
               END-IF
               MOVE ZERO TO REINTENTOS-ESCRITURA
               PERFORM INTENTA-REESCRIBIR
               IF ARCHIVO-STATUS = "00" OR ARCHIVO-STATUS = "02"
                   PERFORM DESCUENTA-UBICACION
                   PERFORM DESCUENTA-LOTE
                   PERFORM REGISTRA-MOVIMIENTO
                   PERFORM REGISTRA-MERMA
                   PERFORM REGISTRA-AUDITORIA
                   PERFORM REGISTRA-CAMBIO-PENDIENTE
                   ADD 1 TO BAJAS-REGISTRADAS
                   DISPLAY "Baja registrada: articulo " ARTICULO-BAJA
                       " cantidad " CANTIDAD-BAJA
                       ". Nueva existencia: " ARTICULOS-CANTIDAD.

       DESCUENTA-UBICACION.
           MOVE ZERO TO UBICACION-DESCONTADA.
           IF STOCK-UBI-DISPONIBLE = "S" AND
                   UBICACION-BAJA NOT = ZERO
               MOVE ARTICULO-BAJA TO STOCK-UBI-ARTICULO-ID
               MOVE UBICACION-BAJA TO STOCK-UBI-UBICACION-ID
               READ STOCK-UBI-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "Aviso: la ubicacion no tenia existencia"
                       " registrada del articulo " ARTICULO-BAJA "."
               NOT INVALID KEY
                   PERFORM AJUSTA-STOCK-UBICACION.

       AJUSTA-STOCK-UBICACION.
           IF CANTIDAD-BAJA > STOCK-UBI-CANTIDAD
               DISPLAY "Aviso: la baja excede la existencia de la"
                   " ubicacion; queda en cero."
               MOVE ZERO TO STOCK-UBI-CANTIDAD
           ELSE
               SUBTRACT CANTIDAD-BAJA FROM STOCK-UBI-CANTIDAD.
           REWRITE STOCK-UBI-REGISTRO
           INVALID KEY
               DISPLAY "Error al actualizar la existencia por"
                   " ubicacion (estado: " STOCK-UBI-STATUS ")"
           NOT INVALID KEY
               MOVE UBICACION-BAJA TO UBICACION-DESCONTADA.

       DESCUENTA-LOTE.
           IF LOTES-DISPONIBLE = "S" AND LOTE-BAJA NOT = SPACE
               MOVE ARTICULO-BAJA TO LOTES-ARTICULO-ID
               MOVE LOTE-BAJA TO LOTES-NUMERO
               READ LOTES-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "Error al leer el lote " LOTE-BAJA "."
               NOT INVALID KEY
                   PERFORM AJUSTA-LOTE.

       AJUSTA-LOTE.
           IF CANTIDAD-BAJA > LOTES-CANTIDAD
               MOVE ZERO TO LOTES-CANTIDAD
           ELSE
               SUBTRACT CANTIDAD-BAJA FROM LOTES-CANTIDAD.
           REWRITE LOTES-REGISTRO
           INVALID KEY
               DISPLAY "Error al actualizar el lote (estado: "
                   LOTES-STATUS ")".

       REGISTRA-MOVIMIENTO.
           MOVE SPACE TO REFERENCIA-BAJA.
           STRING "MERMA-" DELIMITED BY SIZE
               MOTIVO-BAJA DELIMITED BY SIZE
               INTO REFERENCIA-BAJA.
           MOVE SPACE TO MOVIMIENTOS-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:20) TO MOV-FECHA-HORA.
           MOVE "A" TO MOV-TIPO.
           MOVE ARTICULO-BAJA TO MOV-ARTICULO-ID.
           MOVE CANTIDAD-BAJA TO MOV-CANTIDAD.
           MOVE ARTICULOS-CANTIDAD TO MOV-CANTIDAD-RESULTANTE.
           MOVE OPERADOR TO MOV-OPERADOR.
           MOVE REFERENCIA-BAJA TO MOV-REFERENCIA.
           WRITE MOVIMIENTOS-REGISTRO.

       REGISTRA-MERMA.
           MOVE SPACE TO MERMAS-REGISTRO.
           MOVE MOV-FECHA-HORA TO MER-FECHA-HORA.
           MOVE ARTICULO-BAJA TO MER-ARTICULO-ID.
           MOVE ARTICULOS-CATEGORIA TO MER-CATEGORIA.
           MOVE UBICACION-DESCONTADA TO MER-UBICACION.
           MOVE LOTE-BAJA TO MER-LOTE.
           MOVE MOTIVO-BAJA TO MER-MOTIVO.
           MOVE CANTIDAD-BAJA TO MER-CANTIDAD.
           MOVE ARTICULOS-COSTO TO MER-COSTO.
           MOVE OPERADOR TO MER-OPERADOR.
           MOVE REFERENCIA-BAJA TO MER-REFERENCIA.
           WRITE MERMAS-REGISTRO.

       REGISTRA-AUDITORIA.
           MOVE SPACE TO AUDITORIA-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:20) TO AUD-FECHA-HORA.
           MOVE "WRITE-OFF" TO AUD-PROGRAMA.
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

       END PROGRAM WRITE-OFF.
