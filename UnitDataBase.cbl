      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIT-DATA-BASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT UNIDADES-ARCHIVO
       ASSIGN TO "unidades_medida.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS UM-ARTICULO-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARCHIVO-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD UNIDADES-ARCHIVO.
       COPY "UNIDADES.cpy".

       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 ARTICULOS-STATUS PIC XX.
       77 SI-NO PIC X.
       77 ENTRADA PIC X.
       77 DUPLICADO-SW PIC X.
       77 MODO PIC X.
       77 SALIR PIC X VALUE "N".
       77 REGISTRO-ENCONTRADO PIC X.
       77 CONFIRMA PIC X.
       77 CAMPO-ARTICULOS-ID PIC Z(5).
       77 ARTICULO-BUSCADO PIC 9(4).
       77 FIN-UNIDADES PIC X.
       77 CONTADOR-UNIDADES PIC 9(5).

       01 LINEA-UNIDAD.
           05 LUM-ARTICULO PIC Z(4).
           05 FILLER PIC X(2) VALUE SPACE.
           05 LUM-BASE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACE.
           05 LUM-COMPRA PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LUM-FACTOR-COMPRA PIC Z(3)9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 LUM-VENTA PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LUM-FACTOR-VENTA PIC Z(3)9.

       PROCEDURE DIVISION.

       PERFORM APERTURA.
       OPEN INPUT ARTICULOS-ARCHIVO.
       IF ARTICULOS-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-ARTICULOS
           CLOSE UNIDADES-ARCHIVO
           GOBACK.
       PERFORM MUESTRA-MENU UNTIL SALIR = "S".
       CLOSE UNIDADES-ARCHIVO.
       CLOSE ARTICULOS-ARCHIVO.
       GOBACK.

       APERTURA.
           OPEN I-O UNIDADES-ARCHIVO.
           IF ARCHIVO-STATUS = "35"
               OPEN OUTPUT UNIDADES-ARCHIVO
               CLOSE UNIDADES-ARCHIVO
               OPEN I-O UNIDADES-ARCHIVO.
           IF ARCHIVO-STATUS NOT = "00"
               PERFORM MUESTRA-ERROR-ARCHIVO
               GOBACK.

       MUESTRA-ERROR-ARCHIVO.
           DISPLAY "No se pudo abrir el archivo de unidades de"
               " medida.".
           EVALUATE ARCHIVO-STATUS
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " ARCHIVO-STATUS
           END-EVALUATE.

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

       MUESTRA-MENU.
           DISPLAY " ".
           DISPLAY "=== UNIDADES DE MEDIDA POR ARTICULO ===".
           DISPLAY "A. Agregar unidades de un articulo".
           DISPLAY "M. Modificar unidades de un articulo".
           DISPLAY "E. Eliminar unidades de un articulo".
           DISPLAY "L. Listar todos los articulos con unidades".
           DISPLAY "S. Salir".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT MODO.
           MOVE FUNCTION UPPER-CASE(MODO) TO MODO.
           EVALUATE MODO
               WHEN "A"
                   MOVE "S" TO SI-NO
                   PERFORM CREAR UNTIL SI-NO = "N"
               WHEN "M"
                   PERFORM MODIFICA-UNIDADES
               WHEN "E"
                   PERFORM ELIMINA-UNIDADES
               WHEN "L"
                   PERFORM LISTA-UNIDADES
               WHEN "S"
                   MOVE "S" TO SALIR
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       CREAR.
           MOVE "N" TO ENTRADA.
           PERFORM OBTENER UNTIL ENTRADA = "S".
           PERFORM ESCRIBIR.
           PERFORM REINICIAR.

       OBTENER.
           MOVE SPACE TO UM-REGISTRO.
           MOVE ZERO TO UM-FACTOR-COMPRA UM-FACTOR-VENTA.
           DISPLAY "Ingrese el ID del articulo: ".
           ACCEPT UM-ARTICULO-ID.
           PERFORM PIDE-UNIDADES.
           PERFORM CONTINUAR.

       PIDE-UNIDADES.
           DISPLAY "Unidad base de inventario (PZA, KG, LT...): ".
           ACCEPT UM-UNIDAD-BASE.
           DISPLAY "Unidad de compra (CAJA, BULTO...; vacio = la"
               " unidad base): ".
           ACCEPT UM-UNIDAD-COMPRA.
           IF UM-UNIDAD-COMPRA = SPACE
               MOVE UM-UNIDAD-BASE TO UM-UNIDAD-COMPRA
               MOVE 1 TO UM-FACTOR-COMPRA
           ELSE
               DISPLAY "Unidades base por " UM-UNIDAD-COMPRA ": "
               ACCEPT UM-FACTOR-COMPRA.
           DISPLAY "Unidad de venta (vacio = la unidad base): ".
           ACCEPT UM-UNIDAD-VENTA.
           IF UM-UNIDAD-VENTA = SPACE
               MOVE UM-UNIDAD-BASE TO UM-UNIDAD-VENTA
               MOVE 1 TO UM-FACTOR-VENTA
           ELSE
               DISPLAY "Unidades base por " UM-UNIDAD-VENTA ": "
               ACCEPT UM-FACTOR-VENTA.
           MOVE FUNCTION UPPER-CASE(UM-UNIDAD-BASE) TO UM-UNIDAD-BASE.
           MOVE FUNCTION UPPER-CASE(UM-UNIDAD-COMPRA)
               TO UM-UNIDAD-COMPRA.
           MOVE FUNCTION UPPER-CASE(UM-UNIDAD-VENTA)
               TO UM-UNIDAD-VENTA.
           IF UM-FACTOR-COMPRA = ZERO
               MOVE 1 TO UM-FACTOR-COMPRA.
           IF UM-FACTOR-VENTA = ZERO
               MOVE 1 TO UM-FACTOR-VENTA.

       CONTINUAR.
           MOVE "S" TO ENTRADA.
           MOVE UM-ARTICULO-ID TO ARTICULOS-ID.
           READ ARTICULOS-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "El articulo " UM-ARTICULO-ID " no existe."
               MOVE "N" TO ENTRADA
           NOT INVALID KEY
               DISPLAY " Producto: " ARTICULOS-PRODUCTO
           END-READ.
           IF ENTRADA = "S" AND UM-UNIDAD-BASE = SPACE
               DISPLAY "La unidad base no puede quedar en blanco."
               MOVE "N" TO ENTRADA.

       ESCRIBIR.
           MOVE "N" TO DUPLICADO-SW.
           WRITE UM-REGISTRO
           INVALID KEY
               MOVE "S" TO DUPLICADO-SW.
           IF DUPLICADO-SW = "S"
               DISPLAY "El articulo ya tiene unidades registradas."
               DISPLAY "Use la opcion M para corregirlas."
           ELSE
               DISPLAY "Unidades registradas.".

       REINICIAR.
           DISPLAY "¿Desea registrar otro articulo?".
           ACCEPT SI-NO.
           IF SI-NO = "s" MOVE "S" TO SI-NO.
           IF SI-NO NOT = "S" MOVE "N" TO SI-NO.

       PIDE-ARTICULO.
           DISPLAY " ".
           DISPLAY "Ingrese el ID del articulo (0 cancela): ".
           ACCEPT CAMPO-ARTICULOS-ID.
           MOVE CAMPO-ARTICULOS-ID TO ARTICULO-BUSCADO.
           IF ARTICULO-BUSCADO NOT = ZERO
               PERFORM LEE-UNIDADES-BUSCADAS.

       LEE-UNIDADES-BUSCADAS.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE ARTICULO-BUSCADO TO UM-ARTICULO-ID.
           READ UNIDADES-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "El articulo " ARTICULO-BUSCADO " no tiene"
                   " unidades registradas."
           ELSE
               PERFORM MUESTRA-UNIDADES.

       MUESTRA-UNIDADES.
           DISPLAY " Unidad base.....: " UM-UNIDAD-BASE.
           DISPLAY " Unidad de compra: " UM-UNIDAD-COMPRA " de "
               UM-FACTOR-COMPRA.
           DISPLAY " Unidad de venta.: " UM-UNIDAD-VENTA " de "
               UM-FACTOR-VENTA.

       MODIFICA-UNIDADES.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           PERFORM PIDE-ARTICULO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM PIDE-UNIDADES
               IF UM-UNIDAD-BASE = SPACE
                   DISPLAY "La unidad base no puede quedar en blanco;"
                       " no se modifica."
               ELSE
                   REWRITE UM-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al modificar las unidades"
                           " (estado: " ARCHIVO-STATUS ")"
                   END-REWRITE
                   IF ARCHIVO-STATUS = "00"
                       DISPLAY "Unidades actualizadas.".

       ELIMINA-UNIDADES.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           PERFORM PIDE-ARTICULO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM CONFIRMA-ELIMINACION.

       CONFIRMA-ELIMINACION.
           DISPLAY "Las ordenes nuevas se pediran por unidad base.".
           DISPLAY "¿Seguro que quiere eliminar las unidades? (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA = "s"
               MOVE "S" TO CONFIRMA.
           IF CONFIRMA NOT = "S"
               DISPLAY "Eliminacion cancelada."
           ELSE
               DELETE UNIDADES-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "Error al eliminar las unidades (estado: "
                       ARCHIVO-STATUS ")"
               END-DELETE
               IF ARCHIVO-STATUS = "00"
                   DISPLAY "Unidades eliminadas.".

       LISTA-UNIDADES.
           DISPLAY " ".
           DISPLAY "Art.  Base    Compra  Factor  Venta  Factor".
           MOVE ZERO TO CONTADOR-UNIDADES.
           MOVE "N" TO FIN-UNIDADES.
           MOVE ZERO TO UM-ARTICULO-ID.
           START UNIDADES-ARCHIVO
               KEY IS NOT LESS THAN UM-ARTICULO-ID
           INVALID KEY
               MOVE "S" TO FIN-UNIDADES.
           PERFORM LISTA-UNA-UNIDAD UNTIL FIN-UNIDADES = "S".
           DISPLAY "Articulos listados: " CONTADOR-UNIDADES.

       LISTA-UNA-UNIDAD.
           READ UNIDADES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-UNIDADES.
           IF FIN-UNIDADES = "N"
               ADD 1 TO CONTADOR-UNIDADES
               MOVE UM-ARTICULO-ID TO LUM-ARTICULO
               MOVE UM-UNIDAD-BASE TO LUM-BASE
               MOVE UM-UNIDAD-COMPRA TO LUM-COMPRA
               MOVE UM-FACTOR-COMPRA TO LUM-FACTOR-COMPRA
               MOVE UM-UNIDAD-VENTA TO LUM-VENTA
               MOVE UM-FACTOR-VENTA TO LUM-FACTOR-VENTA
               DISPLAY LINEA-UNIDAD.

       END PROGRAM UNIT-DATA-BASE.
