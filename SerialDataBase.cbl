      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIAL-DATA-BASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SERIADOS-ARCHIVO
       ASSIGN TO "articulos_serializados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SERIADO-ARTICULO-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS SERIADOS-STATUS.

       SELECT SERIES-ARCHIVO
       ASSIGN TO "numeros_serie.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SERIE-CLAVE
       ALTERNATE RECORD KEY IS SERIE-NUMERO
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS SERIES-STATUS.

       SELECT ARTICULOS-ARCHIVO
       ASSIGN TO "articulos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ARTICULOS-ID
       ALTERNATE RECORD KEY IS ARTICULOS-PRODUCTO
           WITH DUPLICATES
       ALTERNATE RECORD KEY IS ARTICULOS-MARCA
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARTICULOS-STATUS.

       SELECT OPERADOR-ARCHIVO
       ASSIGN TO "operador_actual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OPERADOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SERIADOS-ARCHIVO.
       COPY "SERIADOS.cpy".

       FD SERIES-ARCHIVO.
       COPY "SERIES.cpy".

       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD OPERADOR-ARCHIVO.
       01 LINEA-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.
       77 SERIADOS-STATUS PIC XX.
       77 SERIES-STATUS PIC XX.
       77 ARTICULOS-STATUS PIC XX.
       77 OPERADOR-STATUS PIC XX.
       77 OPERADOR PIC X(10).
       77 FECHA-HOY PIC X(8).
       77 MODO PIC X.
       77 SALIR PIC X VALUE "N".
       77 CONFIRMA PIC X.
       77 REGISTRO-ENCONTRADO PIC X.
       77 CAMPO-ARTICULOS-ID PIC Z(5).
       77 ARTICULO-BUSCADO PIC 9(4).
       77 CAMPO-MESES PIC Z(4).
       77 SERIE-CAPTURADA PIC X(20).
       77 FIN-SERIES PIC X.
       77 CONTADOR-SERIES PIC 9(5).
       77 CONTADOR-EXISTENCIA PIC 9(5).
       77 ESTADO-TEXTO PIC X(12).

       01 LINEA-SERIE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LSE-NUMERO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LSE-ESTADO PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LSE-RECEPCION PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LSE-PROVEEDOR PIC Z(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LSE-FACTURA PIC Z(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LSE-CLIENTE PIC Z(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LSE-SALIDA PIC X(8).

       PROCEDURE DIVISION.

       PERFORM APERTURA.
       OPEN INPUT ARTICULOS-ARCHIVO.
       IF ARTICULOS-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-ARTICULOS
           CLOSE SERIADOS-ARCHIVO
           CLOSE SERIES-ARCHIVO
           GOBACK.
       PERFORM OBTIENE-OPERADOR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       PERFORM MUESTRA-MENU UNTIL SALIR = "S".
       CLOSE SERIADOS-ARCHIVO.
       CLOSE SERIES-ARCHIVO.
       CLOSE ARTICULOS-ARCHIVO.
       GOBACK.

       APERTURA.
           OPEN I-O SERIADOS-ARCHIVO.
           IF SERIADOS-STATUS = "35"
               OPEN OUTPUT SERIADOS-ARCHIVO
               CLOSE SERIADOS-ARCHIVO
               OPEN I-O SERIADOS-ARCHIVO.
           IF SERIADOS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir articulos_serializados.dat"
                   " (estado: " SERIADOS-STATUS ")"
               GOBACK.
           OPEN I-O SERIES-ARCHIVO.
           IF SERIES-STATUS = "35"
               OPEN OUTPUT SERIES-ARCHIVO
               CLOSE SERIES-ARCHIVO
               OPEN I-O SERIES-ARCHIVO.
           IF SERIES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir numeros_serie.dat (estado: "
                   SERIES-STATUS ")"
               CLOSE SERIADOS-ARCHIVO
               GOBACK.

       MUESTRA-ERROR-ARTICULOS.
           DISPLAY "No se pudo abrir el archivo de articulos.".
           EVALUATE ARTICULOS-STATUS
               WHEN "35"
                   DISPLAY "El archivo articulos.dat no existe."
                   DISPLAY "Ejecute primero CREATE-DATA-BASE."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " ARTICULOS-STATUS
           END-EVALUATE.

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
           DISPLAY "=== ARTICULOS CON NUMERO DE SERIE ===".
           DISPLAY "M. Marcar un articulo como serializado".
           DISPLAY "Q. Quitar la marca de serializado".
           DISPLAY "A. Alta de series en existencia (carga inicial)".
           DISPLAY "B. Dar de baja una serie".
           DISPLAY "R. Reingresar una serie devuelta por el cliente".
           DISPLAY "C. Consultar las series de un articulo".
           DISPLAY "S. Salir".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT MODO.
           MOVE FUNCTION UPPER-CASE(MODO) TO MODO.
           EVALUATE MODO
               WHEN "M"
                   PERFORM MARCA-ARTICULO
               WHEN "Q"
                   PERFORM QUITA-MARCA
               WHEN "A"
                   PERFORM ALTA-EXISTENCIA
               WHEN "B"
                   PERFORM BAJA-SERIE
               WHEN "R"
                   PERFORM REINGRESA-SERIE
               WHEN "C"
                   PERFORM CONSULTA-ARTICULO
               WHEN "S"
                   MOVE "S" TO SALIR
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       PIDE-ARTICULO.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           DISPLAY " ".
           DISPLAY "Ingrese el ID del articulo (0 cancela): ".
           ACCEPT CAMPO-ARTICULOS-ID.
           MOVE CAMPO-ARTICULOS-ID TO ARTICULO-BUSCADO.
           IF ARTICULO-BUSCADO NOT = ZERO
               MOVE ARTICULO-BUSCADO TO ARTICULOS-ID
               READ ARTICULOS-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "El articulo " ARTICULO-BUSCADO
                       " no existe."
               NOT INVALID KEY
                   MOVE "S" TO REGISTRO-ENCONTRADO
                   DISPLAY " Producto: " ARTICULOS-PRODUCTO
                   DISPLAY " Existencia: " ARTICULOS-CANTIDAD
               END-READ.

       LEE-MARCA.
           MOVE ARTICULO-BUSCADO TO SERIADO-ARTICULO-ID.
           READ SERIADOS-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.

      ******************************************************************
      * Marca de articulo serializado y meses de garantia.
      ******************************************************************
       MARCA-ARTICULO.
           PERFORM PIDE-ARTICULO.
           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Meses de garantia desde la venta (0 = sin"
                   " garantia): "
               ACCEPT CAMPO-MESES
               PERFORM LEE-MARCA
               IF REGISTRO-ENCONTRADO = "S"
                   MOVE CAMPO-MESES TO SERIADO-GARANTIA-MESES
                   MOVE OPERADOR TO SERIADO-OPERADOR
                   REWRITE SERIADO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al modificar la marca (estado: "
                           SERIADOS-STATUS ")"
                   END-REWRITE
                   DISPLAY "El articulo ya era serializado; garantia"
                       " actualizada."
               ELSE
                   PERFORM GRABA-MARCA.

       GRABA-MARCA.
           MOVE SPACE TO SERIADO-REGISTRO.
           MOVE ARTICULO-BUSCADO TO SERIADO-ARTICULO-ID.
           MOVE CAMPO-MESES TO SERIADO-GARANTIA-MESES.
           MOVE FECHA-HOY TO SERIADO-FECHA-ALTA.
           MOVE OPERADOR TO SERIADO-OPERADOR.
           WRITE SERIADO-REGISTRO
           INVALID KEY
               DISPLAY "Error al marcar el articulo (estado: "
                   SERIADOS-STATUS ")"
           NOT INVALID KEY
               DISPLAY "Articulo marcado como serializado."
               IF ARTICULOS-CANTIDAD > ZERO
                   DISPLAY "Registre las series de las "
                       ARTICULOS-CANTIDAD " piezas en existencia con"
                       " la opcion A."
               END-IF
           END-WRITE.

       QUITA-MARCA.
           PERFORM PIDE-ARTICULO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LEE-MARCA
               IF REGISTRO-ENCONTRADO = "N"
                   DISPLAY "El articulo no es serializado."
               ELSE
                   PERFORM CONFIRMA-QUITA-MARCA.

       CONFIRMA-QUITA-MARCA.
           DISPLAY "Las series registradas se conservan para la"
               " consulta de garantias, pero ya no se exigiran.".
           DISPLAY "¿Seguro que quiere quitar la marca? (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA = "s"
               MOVE "S" TO CONFIRMA.
           IF CONFIRMA NOT = "S"
               DISPLAY "Operacion cancelada."
           ELSE
               DELETE SERIADOS-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "Error al quitar la marca (estado: "
                       SERIADOS-STATUS ")"
               END-DELETE
               IF SERIADOS-STATUS = "00"
                   DISPLAY "Marca eliminada.".

      ******************************************************************
      * Carga de las series de la existencia que ya estaba en almacen
      * cuando el articulo se marco como serializado.
      ******************************************************************
       ALTA-EXISTENCIA.
           PERFORM PIDE-ARTICULO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LEE-MARCA
               IF REGISTRO-ENCONTRADO = "N"
                   DISPLAY "El articulo no es serializado; marquelo"
                       " primero con la opcion M."
               ELSE
                   PERFORM CUENTA-SERIES-ARTICULO
                   DISPLAY " Series en existencia: "
                       CONTADOR-EXISTENCIA
                   DISPLAY "Capture las series (vacio termina):"
                   MOVE "X" TO SERIE-CAPTURADA
                   PERFORM ALTA-UNA-SERIE
                       UNTIL SERIE-CAPTURADA = SPACE.

       ALTA-UNA-SERIE.
           MOVE SPACE TO SERIE-CAPTURADA.
           ACCEPT SERIE-CAPTURADA.
           IF SERIE-CAPTURADA NOT = SPACE
               MOVE SPACE TO SERIE-REGISTRO
               MOVE ARTICULO-BUSCADO TO SERIE-ARTICULO-ID
               MOVE SERIE-CAPTURADA TO SERIE-NUMERO
               MOVE "I" TO SERIE-ESTADO
               MOVE ZERO TO SERIE-PROVEEDOR-ID SERIE-PEDIDO-NUMERO
                   SERIE-FACTURA SERIE-CLIENTE-ID SERIE-DEVOLUCION
               MOVE FECHA-HOY TO SERIE-FECHA-RECEPCION
               MOVE OPERADOR TO SERIE-OPERADOR
               WRITE SERIE-REGISTRO
               INVALID KEY
                   DISPLAY "La serie " SERIE-CAPTURADA " ya esta"
                       " registrada."
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-EXISTENCIA
                   IF CONTADOR-EXISTENCIA > ARTICULOS-CANTIDAD
                       DISPLAY "ATENCION: hay mas series en"
                           " existencia que piezas en articulos.dat."
                   END-IF
               END-WRITE.

      ******************************************************************
      * Cambios de estado manuales de una serie.
      ******************************************************************
       PIDE-SERIE.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           PERFORM PIDE-ARTICULO.
           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Ingrese el numero de serie: "
               MOVE SPACE TO SERIE-CAPTURADA
               ACCEPT SERIE-CAPTURADA
               MOVE ARTICULO-BUSCADO TO SERIE-ARTICULO-ID
               MOVE SERIE-CAPTURADA TO SERIE-NUMERO
               READ SERIES-ARCHIVO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "La serie no esta registrada para el"
                       " articulo."
               NOT INVALID KEY
                   PERFORM DESCRIBE-ESTADO
                   DISPLAY " Estado: " ESTADO-TEXTO
               END-READ.

       BAJA-SERIE.
           PERFORM PIDE-SERIE.
           IF REGISTRO-ENCONTRADO = "S"
               IF SERIE-ESTADO NOT = "I"
                   DISPLAY "Solo se da de baja una serie en"
                       " existencia."
               ELSE
                   DISPLAY "Registre tambien la baja de la pieza con"
                       " WRITE-OFF."
                   DISPLAY "¿Confirma la baja de la serie? (S/N): "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = "S" OR CONFIRMA = "s"
                       MOVE "B" TO SERIE-ESTADO
                       MOVE FECHA-HOY TO SERIE-FECHA-SALIDA
                       PERFORM GRABA-SERIE.

       REINGRESA-SERIE.
           PERFORM PIDE-SERIE.
           IF REGISTRO-ENCONTRADO = "S"
               IF SERIE-ESTADO NOT = "V"
                   DISPLAY "Solo se reingresa una serie vendida."
               ELSE
                   DISPLAY "Factura de venta: " SERIE-FACTURA
                       " del " SERIE-FECHA-VENTA
                   DISPLAY "¿Confirma el reingreso a existencia?"
                       " (S/N): "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = "S" OR CONFIRMA = "s"
                       MOVE "I" TO SERIE-ESTADO
                       MOVE ZERO TO SERIE-FACTURA SERIE-CLIENTE-ID
                       MOVE SPACE TO SERIE-FECHA-VENTA
                       PERFORM GRABA-SERIE.

       GRABA-SERIE.
           MOVE OPERADOR TO SERIE-OPERADOR.
           REWRITE SERIE-REGISTRO
           INVALID KEY
               DISPLAY "Error al actualizar la serie (estado: "
                   SERIES-STATUS ")"
           NOT INVALID KEY
               DISPLAY "Serie actualizada."
           END-REWRITE.

       DESCRIBE-ESTADO.
           EVALUATE SERIE-ESTADO
               WHEN "I"
                   MOVE "EN EXISTENCIA" TO ESTADO-TEXTO
               WHEN "V"
                   MOVE "VENDIDA" TO ESTADO-TEXTO
               WHEN "D"
                   MOVE "DEVUELTA" TO ESTADO-TEXTO
               WHEN "B"
                   MOVE "DE BAJA" TO ESTADO-TEXTO
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO ESTADO-TEXTO
           END-EVALUATE.

      ******************************************************************
      * Series de un articulo.
      ******************************************************************
       CONSULTA-ARTICULO.
           PERFORM PIDE-ARTICULO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LEE-MARCA
               IF REGISTRO-ENCONTRADO = "N"
                   DISPLAY "(el articulo no es serializado)"
               ELSE
                   DISPLAY " Garantia: " SERIADO-GARANTIA-MESES
                       " meses"
               END-IF
               DISPLAY " "
               DISPLAY " Serie                Estado       Recibida"
                   " Prov Factur Clie Salida"
               MOVE ZERO TO CONTADOR-SERIES
               PERFORM POSICIONA-SERIES
               PERFORM LISTA-UNA-SERIE UNTIL FIN-SERIES = "S"
               DISPLAY "Series listadas: " CONTADOR-SERIES.

       CUENTA-SERIES-ARTICULO.
           MOVE ZERO TO CONTADOR-EXISTENCIA.
           PERFORM POSICIONA-SERIES.
           PERFORM CUENTA-UNA-SERIE UNTIL FIN-SERIES = "S".

       POSICIONA-SERIES.
           MOVE "N" TO FIN-SERIES.
           MOVE ARTICULO-BUSCADO TO SERIE-ARTICULO-ID.
           MOVE LOW-VALUES TO SERIE-NUMERO.
           START SERIES-ARCHIVO KEY IS NOT LESS THAN SERIE-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-SERIES.

       LEE-SERIE-ARTICULO.
           READ SERIES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-SERIES.
           IF FIN-SERIES = "N" AND
                   SERIE-ARTICULO-ID NOT = ARTICULO-BUSCADO
               MOVE "S" TO FIN-SERIES.

       CUENTA-UNA-SERIE.
           PERFORM LEE-SERIE-ARTICULO.
           IF FIN-SERIES = "N" AND SERIE-ESTADO = "I"
               ADD 1 TO CONTADOR-EXISTENCIA.

       LISTA-UNA-SERIE.
           PERFORM LEE-SERIE-ARTICULO.
           IF FIN-SERIES = "N"
               ADD 1 TO CONTADOR-SERIES
               PERFORM DESCRIBE-ESTADO
               MOVE SERIE-NUMERO TO LSE-NUMERO
               MOVE ESTADO-TEXTO TO LSE-ESTADO
               MOVE SERIE-FECHA-RECEPCION TO LSE-RECEPCION
               MOVE SERIE-PROVEEDOR-ID TO LSE-PROVEEDOR
               MOVE SERIE-FACTURA TO LSE-FACTURA
               MOVE SERIE-CLIENTE-ID TO LSE-CLIENTE
               IF SERIE-ESTADO = "V"
                   MOVE SERIE-FECHA-VENTA TO LSE-SALIDA
               ELSE
                   MOVE SERIE-FECHA-SALIDA TO LSE-SALIDA
               END-IF
               DISPLAY LINEA-SERIE.

       END PROGRAM SERIAL-DATA-BASE.
