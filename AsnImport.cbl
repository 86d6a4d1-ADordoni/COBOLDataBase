      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASN-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PEDIDOS-ARCHIVO
       ASSIGN TO "pedidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PEDIDOS-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PEDIDOS-STATUS.

       SELECT AVISOS-ARCHIVO
       ASSIGN TO "avisos_embarque.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ASN-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS AVISOS-STATUS.

       SELECT ENTRADA-ARCHIVO
       ASSIGN TO "avisos_embarque_en_proceso.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ENTRADA-STATUS.

       SELECT ERRORES-ARCHIVO
       ASSIGN TO "avisos_embarque_err.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ERRORES-STATUS.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "avisos_embarque.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS-ARCHIVO.
       COPY "PEDIDOS.cpy".

       FD AVISOS-ARCHIVO.
       COPY "ASN.cpy".

       FD ENTRADA-ARCHIVO.
       01 LINEA-ENTRADA PIC X(80).

       FD ERRORES-ARCHIVO.
       01 LINEA-ERROR PIC X(130).

       FD REPORTE-ARCHIVO.
       01 LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS PIC XX.
       77 AVISOS-STATUS PIC XX.
       77 ENTRADA-STATUS PIC XX.
       77 ERRORES-STATUS PIC XX.
       77 REPORTE-STATUS PIC XX.
       77 FIN-ENTRADA PIC X VALUE "N".
       77 CAMPO-PEDIDO PIC X(7).
       77 CAMPO-LINEA PIC X(4).
       77 CAMPO-CANTIDAD PIC X(7).
       77 CAMPO-LOTE PIC X(10).
       77 CAMPO-CADUCIDAD PIC X(8).
       77 LEN-ENTRADA PIC 9(3).
       77 CAMPO-NUMERICO PIC X(7).
       77 PEDIDO-AVISADO PIC 9(6).
       77 LINEA-AVISADA PIC 9(3).
       77 CANTIDAD-AVISADA PIC 9(5).
       77 CANTIDAD-PENDIENTE PIC 9(5).
       77 LINEA-VALIDA PIC X.
       77 MOTIVO-RECHAZO PIC X(40).
       77 MOTIVO-DIFERENCIA PIC X(30).
       77 AVISO-EXISTE PIC X.
       77 FECHA-HOY PIC X(8).
       77 CONTADOR-CARGADOS PIC 9(5) VALUE ZERO.
       77 CONTADOR-DIFERENCIAS PIC 9(5) VALUE ZERO.
       77 CONTADOR-RECHAZADOS PIC 9(5) VALUE ZERO.
       77 CONTADOR-REEMPLAZADOS PIC 9(5) VALUE ZERO.
       77 RESULT-CODE PIC 9(2) COMP-5.
       01 NOMBRE-AVISOS PIC X(19) VALUE "avisos_embarque.csv".
       01 NOMBRE-PROCESO PIC X(30)
           VALUE "avisos_embarque_en_proceso.tmp".
       01 DETALLE-EXISTE PIC X(16).

       01 REP-ENCABEZADO PIC X(60) VALUE
           "AVISOS DE EMBARQUE QUE DIFIEREN DE LA ORDEN DE COMPRA".
       01 REP-FECHA.
           05 FILLER PIC X(17) VALUE "Fecha de carga: ".
           05 REP-FECHA-CARGA PIC X(8).
       01 REP-COLUMNAS.
           05 FILLER PIC X(26) VALUE
               "  Pedido/Lin  Prov   Art  ".
           05 FILLER PIC X(30) VALUE
               "Pedido   Pend. Avisado  Motivo".
       01 REP-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 REP-PEDIDO PIC 9(6).
           05 FILLER PIC X(1) VALUE "/".
           05 REP-LINEA PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACE.
           05 REP-PROVEEDOR PIC Z(4).
           05 FILLER PIC X(2) VALUE SPACE.
           05 REP-ARTICULO PIC Z(4).
           05 FILLER PIC X(2) VALUE SPACE.
           05 REP-PEDIDA PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 REP-PENDIENTE PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 REP-AVISADA PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 REP-MOTIVO PIC X(30).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "IMPORTACION DE AVISOS DE EMBARQUE DE PROVEEDORES".
       PERFORM RECLAMA-PENDIENTES.
       IF RESULT-CODE NOT = ZERO
           DISPLAY "No hay archivo avisos_embarque.csv que importar."
           GOBACK.
       OPEN INPUT ENTRADA-ARCHIVO.
       IF ENTRADA-STATUS NOT = "00"
           DISPLAY "No se pudo leer el archivo de avisos (estado: "
               ENTRADA-STATUS ")"
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN INPUT PEDIDOS-ARCHIVO.
       IF PEDIDOS-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-PEDIDOS
           CLOSE ENTRADA-ARCHIVO
           MOVE 8 TO RETURN-CODE
           GOBACK.
       PERFORM ABRIR-AVISOS.
       IF AVISOS-STATUS NOT = "00"
           CLOSE ENTRADA-ARCHIVO
           CLOSE PEDIDOS-ARCHIVO
           MOVE 8 TO RETURN-CODE
           GOBACK.
       PERFORM ABRIR-ERRORES.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       OPEN OUTPUT REPORTE-ARCHIVO.
       WRITE LINEA-REPORTE FROM REP-ENCABEZADO.
       MOVE FECHA-HOY TO REP-FECHA-CARGA.
       WRITE LINEA-REPORTE FROM REP-FECHA.
       MOVE SPACE TO LINEA-REPORTE.
       WRITE LINEA-REPORTE.
       WRITE LINEA-REPORTE FROM REP-COLUMNAS.
       PERFORM LEE-LINEA-ENTRADA.
       PERFORM PROCESA-LINEA-ENTRADA UNTIL FIN-ENTRADA = "S".
       CLOSE ENTRADA-ARCHIVO.
       CLOSE PEDIDOS-ARCHIVO.
       CLOSE AVISOS-ARCHIVO.
       CLOSE ERRORES-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM BORRA-EN-PROCESO.
       DISPLAY " ".
       DISPLAY "Lineas de aviso cargadas....: " CONTADOR-CARGADOS.
       DISPLAY "  reemplazan un aviso previo: " CONTADOR-REEMPLAZADOS.
       DISPLAY "  distintas a la orden......: " CONTADOR-DIFERENCIAS.
       DISPLAY "Lineas rechazadas...........: " CONTADOR-RECHAZADOS.
       IF CONTADOR-DIFERENCIAS NOT = ZERO
           DISPLAY "Revise avisos_embarque.lst para las lineas que"
               " difieren de la orden.".
       IF CONTADOR-RECHAZADOS NOT = ZERO
           DISPLAY "Revise avisos_embarque_err.dat para las lineas"
               " rechazadas.".
       GOBACK.

       MUESTRA-ERROR-PEDIDOS.
           DISPLAY "No se pudo abrir el archivo de pedidos.".
           EVALUATE PEDIDOS-STATUS
               WHEN "35"
                   DISPLAY "El archivo pedidos.dat no existe."
                   DISPLAY "Ejecute primero PURCHASE-ORDER."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " PEDIDOS-STATUS
           END-EVALUATE.

       RECLAMA-PENDIENTES.
           CALL "CBL_CHECK_FILE_EXIST"
               USING NOMBRE-PROCESO DETALLE-EXISTE
               RETURNING RESULT-CODE.
           IF RESULT-CODE = ZERO
               DISPLAY "Se encontro una importacion interrumpida; se"
                   " procesa primero."
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING NOMBRE-AVISOS NOMBRE-PROCESO
                   RETURNING RESULT-CODE.

       BORRA-EN-PROCESO.
           CALL "CBL_DELETE_FILE" USING NOMBRE-PROCESO
               RETURNING RESULT-CODE.
           IF RESULT-CODE NOT = ZERO
               DISPLAY "Aviso: no se pudo borrar"
                   " avisos_embarque_en_proceso.tmp (codigo "
                   RESULT-CODE ").".

       ABRIR-AVISOS.
           OPEN I-O AVISOS-ARCHIVO.
           IF AVISOS-STATUS = "35"
               OPEN OUTPUT AVISOS-ARCHIVO
               CLOSE AVISOS-ARCHIVO
               OPEN I-O AVISOS-ARCHIVO.
           IF AVISOS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir avisos_embarque.dat (estado: "
                   AVISOS-STATUS ")".

       ABRIR-ERRORES.
           OPEN EXTEND ERRORES-ARCHIVO.
           IF ERRORES-STATUS NOT = "00"
               OPEN OUTPUT ERRORES-ARCHIVO.

       LEE-LINEA-ENTRADA.
           READ ENTRADA-ARCHIVO
           AT END
               MOVE "S" TO FIN-ENTRADA.

       PROCESA-LINEA-ENTRADA.
           IF LINEA-ENTRADA NOT = SPACE AND
                   FUNCTION UPPER-CASE(LINEA-ENTRADA(1:6)) NOT =
                   "PEDIDO"
               PERFORM VALIDA-LINEA-AVISO
               IF LINEA-VALIDA = "S"
                   PERFORM CARGA-AVISO
               ELSE
                   PERFORM RECHAZA-LINEA.
           PERFORM LEE-LINEA-ENTRADA.

       VALIDA-LINEA-AVISO.
           MOVE "S" TO LINEA-VALIDA.
           MOVE SPACE TO MOTIVO-RECHAZO.
           MOVE SPACE TO CAMPO-PEDIDO CAMPO-LINEA CAMPO-CANTIDAD
               CAMPO-LOTE CAMPO-CADUCIDAD.
           UNSTRING LINEA-ENTRADA DELIMITED BY ","
               INTO CAMPO-PEDIDO CAMPO-LINEA CAMPO-CANTIDAD
               CAMPO-LOTE CAMPO-CADUCIDAD.
           PERFORM VALIDA-CLAVE-AVISO.
           IF LINEA-VALIDA = "S"
               PERFORM VALIDA-CANTIDAD-AVISO.
           IF LINEA-VALIDA = "S"
               PERFORM VALIDA-CADUCIDAD-AVISO.
           IF LINEA-VALIDA = "S"
               PERFORM VALIDA-LINEA-PEDIDO.

       VALIDA-CLAVE-AVISO.
           MOVE ZERO TO PEDIDO-AVISADO LINEA-AVISADA.
           IF CAMPO-PEDIDO = SPACE
               MOVE "orden de compra en blanco" TO MOTIVO-RECHAZO
               MOVE "N" TO LINEA-VALIDA
           ELSE
               MOVE FUNCTION TRIM(CAMPO-PEDIDO) TO CAMPO-NUMERICO
               COMPUTE LEN-ENTRADA = FUNCTION LENGTH(
                   FUNCTION TRIM(CAMPO-PEDIDO))
               IF CAMPO-NUMERICO(1:LEN-ENTRADA) NOT NUMERIC
                   MOVE "orden de compra no numerica"
                       TO MOTIVO-RECHAZO
                   MOVE "N" TO LINEA-VALIDA
               ELSE
                   COMPUTE PEDIDO-AVISADO =
                       FUNCTION NUMVAL(CAMPO-PEDIDO).
           IF LINEA-VALIDA = "S"
               PERFORM VALIDA-LINEA-AVISO-CSV.

       VALIDA-LINEA-AVISO-CSV.
           IF CAMPO-LINEA = SPACE
               MOVE "linea en blanco" TO MOTIVO-RECHAZO
               MOVE "N" TO LINEA-VALIDA
           ELSE
               MOVE FUNCTION TRIM(CAMPO-LINEA) TO CAMPO-NUMERICO
               COMPUTE LEN-ENTRADA = FUNCTION LENGTH(
                   FUNCTION TRIM(CAMPO-LINEA))
               IF CAMPO-NUMERICO(1:LEN-ENTRADA) NOT NUMERIC
                   MOVE "linea no numerica" TO MOTIVO-RECHAZO
                   MOVE "N" TO LINEA-VALIDA
               ELSE
                   COMPUTE LINEA-AVISADA =
                       FUNCTION NUMVAL(CAMPO-LINEA).

       VALIDA-CANTIDAD-AVISO.
           MOVE ZERO TO CANTIDAD-AVISADA.
           IF CAMPO-CANTIDAD = SPACE
               MOVE "cantidad en blanco" TO MOTIVO-RECHAZO
               MOVE "N" TO LINEA-VALIDA
           ELSE
               COMPUTE CANTIDAD-AVISADA =
                   FUNCTION NUMVAL(CAMPO-CANTIDAD)
               IF CANTIDAD-AVISADA = ZERO
                   MOVE "cantidad cero" TO MOTIVO-RECHAZO
                   MOVE "N" TO LINEA-VALIDA.

       VALIDA-CADUCIDAD-AVISO.
           IF CAMPO-CADUCIDAD NOT = SPACE AND
                   CAMPO-CADUCIDAD NOT NUMERIC
               MOVE "caducidad no es AAAAMMDD" TO MOTIVO-RECHAZO
               MOVE "N" TO LINEA-VALIDA.

       VALIDA-LINEA-PEDIDO.
           MOVE PEDIDO-AVISADO TO PEDIDOS-NUMERO.
           MOVE LINEA-AVISADA TO PEDIDOS-LINEA.
           READ PEDIDOS-ARCHIVO RECORD
           INVALID KEY
               MOVE "linea de orden de compra inexistente"
                   TO MOTIVO-RECHAZO
               MOVE "N" TO LINEA-VALIDA.

       CARGA-AVISO.
           PERFORM COMPARA-CON-ORDEN.
           MOVE "S" TO AVISO-EXISTE.
           MOVE PEDIDO-AVISADO TO ASN-PEDIDO.
           MOVE LINEA-AVISADA TO ASN-LINEA.
           READ AVISOS-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO AVISO-EXISTE.
           MOVE SPACE TO ASN-REGISTRO.
           MOVE PEDIDO-AVISADO TO ASN-PEDIDO.
           MOVE LINEA-AVISADA TO ASN-LINEA.
           MOVE PEDIDOS-PROVEEDOR-ID TO ASN-PROVEEDOR-ID.
           MOVE PEDIDOS-ARTICULO-ID TO ASN-ARTICULO-ID.
           MOVE CANTIDAD-AVISADA TO ASN-CANTIDAD.
           MOVE CAMPO-LOTE TO ASN-LOTE.
           MOVE CAMPO-CADUCIDAD TO ASN-CADUCIDAD.
           MOVE FECHA-HOY TO ASN-FECHA.
           MOVE MOTIVO-DIFERENCIA TO ASN-MOTIVO.
           IF MOTIVO-DIFERENCIA = SPACE
               MOVE "N" TO ASN-DIFERENCIA
           ELSE
               MOVE "S" TO ASN-DIFERENCIA.
           MOVE "P" TO ASN-ESTADO.
           MOVE ZERO TO ASN-CANTIDAD-RECIBIDA.
           IF AVISO-EXISTE = "S"
               REWRITE ASN-REGISTRO
               INVALID KEY
                   DISPLAY "Error al reemplazar el aviso (estado: "
                       AVISOS-STATUS ")"
               END-REWRITE
               ADD 1 TO CONTADOR-REEMPLAZADOS
           ELSE
               WRITE ASN-REGISTRO
               INVALID KEY
                   DISPLAY "Error al grabar el aviso (estado: "
                       AVISOS-STATUS ")".
           ADD 1 TO CONTADOR-CARGADOS.
           IF ASN-DIFERENCIA = "S"
               PERFORM REPORTA-DIFERENCIA.

       COMPARA-CON-ORDEN.
           MOVE SPACE TO MOTIVO-DIFERENCIA.
           IF PEDIDOS-CANTIDAD-RECIBIDA < PEDIDOS-CANTIDAD-PEDIDA
               COMPUTE CANTIDAD-PENDIENTE = PEDIDOS-CANTIDAD-PEDIDA -
                   PEDIDOS-CANTIDAD-RECIBIDA
           ELSE
               MOVE ZERO TO CANTIDAD-PENDIENTE.
           EVALUATE TRUE
               WHEN PEDIDOS-ESTADO = "C"
                   MOVE "la linea ya esta cerrada" TO MOTIVO-DIFERENCIA
               WHEN PEDIDOS-ESTADO = "H"
                   MOVE "la orden esta retenida" TO MOTIVO-DIFERENCIA
               WHEN CANTIDAD-AVISADA > CANTIDAD-PENDIENTE
                   MOVE "envia mas de lo pendiente"
                       TO MOTIVO-DIFERENCIA
               WHEN CANTIDAD-AVISADA < CANTIDAD-PENDIENTE
                   MOVE "envia menos de lo pendiente"
                       TO MOTIVO-DIFERENCIA
           END-EVALUATE.

       REPORTA-DIFERENCIA.
           ADD 1 TO CONTADOR-DIFERENCIAS.
           MOVE PEDIDO-AVISADO TO REP-PEDIDO.
           MOVE LINEA-AVISADA TO REP-LINEA.
           MOVE PEDIDOS-PROVEEDOR-ID TO REP-PROVEEDOR.
           MOVE PEDIDOS-ARTICULO-ID TO REP-ARTICULO.
           MOVE PEDIDOS-CANTIDAD-PEDIDA TO REP-PEDIDA.
           MOVE CANTIDAD-PENDIENTE TO REP-PENDIENTE.
           MOVE CANTIDAD-AVISADA TO REP-AVISADA.
           MOVE MOTIVO-DIFERENCIA TO REP-MOTIVO.
           WRITE LINEA-REPORTE FROM REP-DETALLE.

       RECHAZA-LINEA.
           ADD 1 TO CONTADOR-RECHAZADOS.
           MOVE SPACE TO LINEA-ERROR.
           STRING LINEA-ENTRADA DELIMITED BY "  "
               " | " DELIMITED BY SIZE
               MOTIVO-RECHAZO DELIMITED BY SIZE
               INTO LINEA-ERROR.
           WRITE LINEA-ERROR.

       END PROGRAM ASN-IMPORT.
