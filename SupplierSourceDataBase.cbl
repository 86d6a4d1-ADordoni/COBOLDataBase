      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-SOURCE-DATA-BASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FUENTES-ARCHIVO
       ASSIGN TO "fuentes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS FUENTE-CLAVE
       ALTERNATE RECORD KEY IS FUENTE-PROVEEDOR-ID
           WITH DUPLICATES
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

       SELECT PROVEEDORES-ARCHIVO
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROVEEDORES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PROVEEDOR-STATUS.

       SELECT OPERADOR-ARCHIVO
       ASSIGN TO "operador_actual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OPERADOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FUENTES-ARCHIVO.
       COPY "FUENTES.cpy".

       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD PROVEEDORES-ARCHIVO.
       COPY "PROVEEDORES.cpy".

       FD OPERADOR-ARCHIVO.
       01 LINEA-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 ARTICULOS-STATUS PIC XX.
       77 PROVEEDOR-STATUS PIC XX.
       77 OPERADOR-STATUS PIC XX.
       77 OPERADOR PIC X(10).
       77 SI-NO PIC X.
       77 ENTRADA PIC X.
       77 DUPLICADO-SW PIC X.
       77 MODO PIC X.
       77 SALIR PIC X VALUE "N".
       77 REGISTRO-ENCONTRADO PIC X.
       77 CONFIRMA PIC X.
       77 FIN-FUENTES PIC X.
       77 CONTADOR-FUENTES PIC 9(5).
       77 CAMPO-ARTICULOS-ID PIC Z(5).
       77 CAMPO-PROVEEDOR-ID PIC Z(5).
       77 ARTICULO-BUSCADO PIC 9(4).
       77 PROVEEDOR-BUSCADO PIC 9(4).
       77 PREFERIDO-NUEVO PIC X.
       77 CODIGO-NUEVO PIC X(15).
       77 FUENTE-GUARDADA PIC X(58).
       77 FECHA-HOY PIC X(8).

       01 LINEA-FUENTE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LFU-PROVEEDOR PIC Z(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LFU-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LFU-CODIGO PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LFU-COSTO PIC ZZZ9.99.
           05 FILLER PIC X(5) VALUE " Min:".
           05 LFU-MINIMO PIC ZZ,ZZ9.
           05 FILLER PIC X(5) VALUE " Emp:".
           05 LFU-EMPAQUE PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LFU-PREFERIDO PIC X(4).

       PROCEDURE DIVISION.

       PERFORM APERTURA.
       OPEN INPUT ARTICULOS-ARCHIVO.
       IF ARTICULOS-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-ARTICULOS
           CLOSE FUENTES-ARCHIVO
           GOBACK.
       OPEN INPUT PROVEEDORES-ARCHIVO.
       IF PROVEEDOR-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-PROVEEDORES
           CLOSE FUENTES-ARCHIVO
           CLOSE ARTICULOS-ARCHIVO
           GOBACK.
       PERFORM OBTIENE-OPERADOR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       PERFORM MUESTRA-MENU UNTIL SALIR = "S".
       CLOSE FUENTES-ARCHIVO.
       CLOSE ARTICULOS-ARCHIVO.
       CLOSE PROVEEDORES-ARCHIVO.
       GOBACK.

       APERTURA.
           OPEN I-O FUENTES-ARCHIVO.
           IF ARCHIVO-STATUS = "35"
               OPEN OUTPUT FUENTES-ARCHIVO
               CLOSE FUENTES-ARCHIVO
               OPEN I-O FUENTES-ARCHIVO.
           IF ARCHIVO-STATUS NOT = "00"
               PERFORM MUESTRA-ERROR-ARCHIVO
               GOBACK.

       MUESTRA-ERROR-ARCHIVO.
           DISPLAY "No se pudo abrir el archivo de fuentes.".
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

       MUESTRA-ERROR-PROVEEDORES.
           DISPLAY "No se pudo abrir el archivo de proveedores.".
           EVALUATE PROVEEDOR-STATUS
               WHEN "35"
                   DISPLAY "El archivo proveedores.dat no existe."
                   DISPLAY "Ejecute primero SUPPLIER-DATA-BASE."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " PROVEEDOR-STATUS
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
           DISPLAY "=== FUENTES DE ABASTECIMIENTO POR ARTICULO ===".
           DISPLAY "A. Agregar una fuente (proveedor de un articulo)".
           DISPLAY "M. Modificar la cotizacion de una fuente".
           DISPLAY "P. Marcar la fuente preferida de un articulo".
           DISPLAY "E. Eliminar una fuente".
           DISPLAY "L. Listar las fuentes de un articulo".
           DISPLAY "S. Salir".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT MODO.
           MOVE FUNCTION UPPER-CASE(MODO) TO MODO.
           EVALUATE MODO
               WHEN "A"
                   MOVE "S" TO SI-NO
                   PERFORM CREAR UNTIL SI-NO = "N"
               WHEN "M"
                   PERFORM MODIFICA-FUENTE
               WHEN "P"
                   PERFORM MARCA-PREFERIDA
               WHEN "E"
                   PERFORM ELIMINA-FUENTE
               WHEN "L"
                   PERFORM LISTA-FUENTES
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
           MOVE SPACE TO FUENTES-REGISTRO.
           DISPLAY "Ingrese el ID del articulo: ".
           ACCEPT FUENTE-ARTICULO-ID.
           DISPLAY "Ingrese el ID del proveedor: ".
           ACCEPT FUENTE-PROVEEDOR-ID.
           DISPLAY "Codigo del articulo en el catalogo del"
               " proveedor: ".
           ACCEPT FUENTE-CODIGO.
           PERFORM PIDE-COTIZACION.
           DISPLAY "¿Es la fuente preferida del articulo? (S/N): ".
           ACCEPT FUENTE-PREFERIDO.
           IF FUENTE-PREFERIDO = "s"
               MOVE "S" TO FUENTE-PREFERIDO.
           IF FUENTE-PREFERIDO NOT = "S"
               MOVE "N" TO FUENTE-PREFERIDO.
           PERFORM CONTINUAR.

       PIDE-COTIZACION.
           DISPLAY "Costo cotizado por unidad: ".
           ACCEPT FUENTE-COSTO.
           DISPLAY "Cantidad minima de compra (0 = sin minimo): ".
           ACCEPT FUENTE-MINIMO.
           DISPLAY "Piezas por empaque (0 o 1 = por pieza): ".
           ACCEPT FUENTE-EMPAQUE.
           IF FUENTE-EMPAQUE = ZERO
               MOVE 1 TO FUENTE-EMPAQUE.
           MOVE FECHA-HOY TO FUENTE-FECHA-COTIZACION.
           MOVE OPERADOR TO FUENTE-OPERADOR.

       CONTINUAR.
           MOVE "S" TO ENTRADA.
           MOVE FUENTE-ARTICULO-ID TO ARTICULOS-ID.
           READ ARTICULOS-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "El articulo " FUENTE-ARTICULO-ID " no existe."
               MOVE "N" TO ENTRADA
           NOT INVALID KEY
               DISPLAY " Producto...: " ARTICULOS-PRODUCTO
           END-READ.
           MOVE FUENTE-PROVEEDOR-ID TO PROVEEDORES-ID.
           READ PROVEEDORES-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "El proveedor " FUENTE-PROVEEDOR-ID
                   " no existe."
               MOVE "N" TO ENTRADA
           NOT INVALID KEY
               DISPLAY " Proveedor..: " PROVEEDORES-NOMBRE
           END-READ.
           IF ENTRADA = "S" AND FUENTE-COSTO = ZERO
               DISPLAY "El costo cotizado no puede ser cero."
               MOVE "N" TO ENTRADA.

       ESCRIBIR.
           MOVE "N" TO DUPLICADO-SW.
           MOVE FUENTE-PREFERIDO TO PREFERIDO-NUEVO.
           IF PREFERIDO-NUEVO NOT = "S"
               PERFORM CUENTA-FUENTES-ARTICULO
               IF CONTADOR-FUENTES = ZERO
                   DISPLAY "Es la unica fuente del articulo; queda"
                       " como preferida."
                   MOVE "S" TO PREFERIDO-NUEVO.
           MOVE PREFERIDO-NUEVO TO FUENTE-PREFERIDO.
           WRITE FUENTES-REGISTRO
           INVALID KEY
               MOVE "S" TO DUPLICADO-SW.
           IF DUPLICADO-SW = "S"
               DISPLAY "Ese proveedor ya es fuente del articulo."
               DISPLAY "Use la opcion M para corregir la cotizacion."
           ELSE
               DISPLAY "Fuente registrada."
               IF FUENTE-PREFERIDO = "S"
                   PERFORM DESMARCA-OTRAS.

       REINICIAR.
           DISPLAY "¿Desea registrar otra fuente?".
           ACCEPT SI-NO.
           IF SI-NO = "s" MOVE "S" TO SI-NO.
           IF SI-NO NOT = "S" MOVE "N" TO SI-NO.

       CUENTA-FUENTES-ARTICULO.
           MOVE FUENTES-REGISTRO TO FUENTE-GUARDADA.
           MOVE FUENTE-ARTICULO-ID TO ARTICULO-BUSCADO.
           MOVE ZERO TO CONTADOR-FUENTES.
           PERFORM POSICIONA-FUENTES.
           PERFORM CUENTA-UNA-FUENTE UNTIL FIN-FUENTES = "S".
           MOVE FUENTE-GUARDADA TO FUENTES-REGISTRO.

       CUENTA-UNA-FUENTE.
           PERFORM LEE-FUENTE.
           IF FIN-FUENTES = "N"
               ADD 1 TO CONTADOR-FUENTES.

       POSICIONA-FUENTES.
           MOVE "N" TO FIN-FUENTES.
           MOVE ARTICULO-BUSCADO TO FUENTE-ARTICULO-ID.
           MOVE ZEROES TO FUENTE-PROVEEDOR-ID.
           START FUENTES-ARCHIVO
               KEY IS NOT LESS THAN FUENTE-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-FUENTES.

       LEE-FUENTE.
           READ FUENTES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-FUENTES.
           IF FIN-FUENTES = "N" AND
                   FUENTE-ARTICULO-ID NOT = ARTICULO-BUSCADO
               MOVE "S" TO FIN-FUENTES.

       DESMARCA-OTRAS.
           MOVE FUENTE-ARTICULO-ID TO ARTICULO-BUSCADO.
           MOVE FUENTE-PROVEEDOR-ID TO PROVEEDOR-BUSCADO.
           PERFORM POSICIONA-FUENTES.
           PERFORM DESMARCA-UNA UNTIL FIN-FUENTES = "S".

       DESMARCA-UNA.
           PERFORM LEE-FUENTE.
           IF FIN-FUENTES = "N" AND FUENTE-PREFERIDO = "S" AND
                   FUENTE-PROVEEDOR-ID NOT = PROVEEDOR-BUSCADO
               MOVE "N" TO FUENTE-PREFERIDO
               REWRITE FUENTES-REGISTRO
               INVALID KEY
                   DISPLAY "Error al desmarcar la fuente (estado: "
                       ARCHIVO-STATUS ")"
               END-REWRITE
               IF ARCHIVO-STATUS = "00"
                   DISPLAY "El proveedor " FUENTE-PROVEEDOR-ID
                       " deja de ser la fuente preferida.".

       PIDE-FUENTE.
           DISPLAY " ".
           DISPLAY "Ingrese el ID del articulo (0 cancela): ".
           ACCEPT CAMPO-ARTICULOS-ID.
           MOVE CAMPO-ARTICULOS-ID TO ARTICULO-BUSCADO.
           MOVE ZERO TO PROVEEDOR-BUSCADO.
           IF ARTICULO-BUSCADO NOT = ZERO
               DISPLAY "Ingrese el ID del proveedor: "
               ACCEPT CAMPO-PROVEEDOR-ID
               MOVE CAMPO-PROVEEDOR-ID TO PROVEEDOR-BUSCADO.

       LEE-FUENTE-BUSCADA.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE ARTICULO-BUSCADO TO FUENTE-ARTICULO-ID.
           MOVE PROVEEDOR-BUSCADO TO FUENTE-PROVEEDOR-ID.
           READ FUENTES-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "El proveedor " PROVEEDOR-BUSCADO
                   " no es fuente del articulo " ARTICULO-BUSCADO
           ELSE
               PERFORM MUESTRA-FUENTE.

       MUESTRA-FUENTE.
           DISPLAY " ".
           DISPLAY "Articulo " FUENTE-ARTICULO-ID "  Proveedor "
               FUENTE-PROVEEDOR-ID.
           DISPLAY " Codigo proveedor..: " FUENTE-CODIGO.
           DISPLAY " Costo cotizado....: " FUENTE-COSTO.
           DISPLAY " Minimo de compra..: " FUENTE-MINIMO.
           DISPLAY " Piezas por empaque: " FUENTE-EMPAQUE.
           DISPLAY " Preferida.........: " FUENTE-PREFERIDO.
           DISPLAY " Cotizada el.......: " FUENTE-FECHA-COTIZACION.

       MODIFICA-FUENTE.
           PERFORM PIDE-FUENTE.
           IF ARTICULO-BUSCADO NOT = ZERO
               PERFORM LEE-FUENTE-BUSCADA
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM CAPTURA-MODIFICACION.

       CAPTURA-MODIFICACION.
           DISPLAY "Nuevo codigo del proveedor (vacio conserva): ".
           MOVE SPACE TO CODIGO-NUEVO.
           ACCEPT CODIGO-NUEVO.
           IF CODIGO-NUEVO NOT = SPACE
               MOVE CODIGO-NUEVO TO FUENTE-CODIGO.
           PERFORM PIDE-COTIZACION.
           IF FUENTE-COSTO = ZERO
               DISPLAY "El costo cotizado no puede ser cero; no se"
                   " modifica."
           ELSE
               REWRITE FUENTES-REGISTRO
               INVALID KEY
                   DISPLAY "Error al modificar la fuente (estado: "
                       ARCHIVO-STATUS ")"
               END-REWRITE
               IF ARCHIVO-STATUS = "00"
                   DISPLAY "Cotizacion actualizada.".

       MARCA-PREFERIDA.
           PERFORM PIDE-FUENTE.
           IF ARTICULO-BUSCADO NOT = ZERO
               PERFORM LEE-FUENTE-BUSCADA
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM GRABA-PREFERIDA.

       GRABA-PREFERIDA.
           IF FUENTE-PREFERIDO = "S"
               DISPLAY "Ya es la fuente preferida del articulo."
           ELSE
               MOVE "S" TO FUENTE-PREFERIDO
               MOVE OPERADOR TO FUENTE-OPERADOR
               REWRITE FUENTES-REGISTRO
               INVALID KEY
                   DISPLAY "Error al marcar la fuente (estado: "
                       ARCHIVO-STATUS ")"
               END-REWRITE
               IF ARCHIVO-STATUS = "00"
                   DISPLAY "Fuente marcada como preferida."
                   PERFORM DESMARCA-OTRAS.

       ELIMINA-FUENTE.
           PERFORM PIDE-FUENTE.
           IF ARTICULO-BUSCADO NOT = ZERO
               PERFORM LEE-FUENTE-BUSCADA
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM CONFIRMA-ELIMINACION.

       CONFIRMA-ELIMINACION.
           IF FUENTE-PREFERIDO = "S"
               DISPLAY "ATENCION: es la fuente preferida; hasta que"
                   " marque otra, el articulo se pedira a su"
                   " proveedor de catalogo.".
           DISPLAY "¿Seguro que quiere eliminar esta fuente? (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA = "s"
               MOVE "S" TO CONFIRMA.
           IF CONFIRMA NOT = "S"
               DISPLAY "Eliminacion cancelada."
           ELSE
               DELETE FUENTES-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "Error al eliminar la fuente (estado: "
                       ARCHIVO-STATUS ")"
               END-DELETE
               IF ARCHIVO-STATUS = "00"
                   DISPLAY "Fuente eliminada.".

       LISTA-FUENTES.
           DISPLAY " ".
           DISPLAY "Ingrese el ID del articulo (0 cancela): ".
           ACCEPT CAMPO-ARTICULOS-ID.
           MOVE CAMPO-ARTICULOS-ID TO ARTICULO-BUSCADO.
           IF ARTICULO-BUSCADO NOT = ZERO
               MOVE ZERO TO CONTADOR-FUENTES
               PERFORM POSICIONA-FUENTES
               PERFORM LISTA-UNA-FUENTE UNTIL FIN-FUENTES = "S"
               IF CONTADOR-FUENTES = ZERO
                   DISPLAY "El articulo no tiene fuentes registradas."
               ELSE
                   DISPLAY "Fuentes listadas: " CONTADOR-FUENTES.

       LISTA-UNA-FUENTE.
           PERFORM LEE-FUENTE.
           IF FIN-FUENTES = "N"
               ADD 1 TO CONTADOR-FUENTES
               MOVE FUENTE-PROVEEDOR-ID TO LFU-PROVEEDOR
               MOVE FUENTE-PROVEEDOR-ID TO PROVEEDORES-ID
               READ PROVEEDORES-ARCHIVO RECORD
               INVALID KEY
                   MOVE "(no registrado)" TO LFU-NOMBRE
               NOT INVALID KEY
                   MOVE PROVEEDORES-NOMBRE TO LFU-NOMBRE
               END-READ
               MOVE FUENTE-CODIGO TO LFU-CODIGO
               MOVE FUENTE-COSTO TO LFU-COSTO
               MOVE FUENTE-MINIMO TO LFU-MINIMO
               MOVE FUENTE-EMPAQUE TO LFU-EMPAQUE
               IF FUENTE-PREFERIDO = "S"
                   MOVE "PREF" TO LFU-PREFERIDO
               ELSE
                   MOVE SPACE TO LFU-PREFERIDO
               END-IF
               DISPLAY LINEA-FUENTE.

       END PROGRAM SUPPLIER-SOURCE-DATA-BASE.
