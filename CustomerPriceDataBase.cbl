      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PRICE-DATA-BASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONVENIOS-ARCHIVO
       ASSIGN TO "convenios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CONV-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARCHIVO-STATUS.

       SELECT CLIENTES-ARCHIVO
       ASSIGN TO "clientes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CLIENTES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CLIENTES-STATUS.

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
       FD CONVENIOS-ARCHIVO.
       COPY "CONVENIOS.cpy".

       FD CLIENTES-ARCHIVO.
       COPY "CLIENTES.cpy".

       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD OPERADOR-ARCHIVO.
       01 LINEA-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 CLIENTES-STATUS PIC XX.
       77 ARTICULOS-STATUS PIC XX.
       77 OPERADOR-STATUS PIC XX.
       77 OPERADOR PIC X(10).
       77 SI-NO PIC X.
       77 ENTRADA PIC X.
       77 DUPLICADO-SW PIC X.
       77 MODO PIC X.
       77 SALIR PIC X VALUE "N".
       77 REGISTRO-ENCONTRADO PIC X.
       77 CONFIRMA PIC X.
       77 FIN-CONVENIOS PIC X.
       77 CONTADOR-CONVENIOS PIC 9(5).
       77 CAMPO-CLIENTE-ID PIC Z(5).
       77 CLIENTE-BUSCADO PIC 9(4).
       77 FECHA-HOY PIC X(8).
       77 T PIC 9.
       77 FIN-TRAMOS PIC X.

       01 LINEA-CONVENIO.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LCV-TIPO PIC X(9).
           05 LCV-OBJETO PIC X(15).
           05 FILLER PIC X(8) VALUE " Desde: ".
           05 LCV-DESDE PIC X(8).
           05 FILLER PIC X(8) VALUE " Hasta: ".
           05 LCV-HASTA PIC X(8).
       01 LINEA-TRAMO.
           05 FILLER PIC X(6) VALUE SPACE.
           05 FILLER PIC X(8) VALUE "Desde   ".
           05 LTR-MINIMA PIC ZZ,ZZ9.
           05 FILLER PIC X(10) VALUE " unidades ".
           05 LTR-TEXTO PIC X(10).
           05 LTR-PRECIO PIC ZZZ9.99.
           05 LTR-DESCUENTO REDEFINES LTR-PRECIO PIC ZZ9.99B.

       PROCEDURE DIVISION.

       PERFORM APERTURA.
       OPEN INPUT CLIENTES-ARCHIVO.
       IF CLIENTES-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-CLIENTES
           CLOSE CONVENIOS-ARCHIVO
           GOBACK.
       OPEN INPUT ARTICULOS-ARCHIVO.
       IF ARTICULOS-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-ARTICULOS
           CLOSE CONVENIOS-ARCHIVO
           CLOSE CLIENTES-ARCHIVO
           GOBACK.
       PERFORM OBTIENE-OPERADOR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       PERFORM MUESTRA-MENU UNTIL SALIR = "S".
       CLOSE CONVENIOS-ARCHIVO.
       CLOSE CLIENTES-ARCHIVO.
       CLOSE ARTICULOS-ARCHIVO.
       GOBACK.

       APERTURA.
           OPEN I-O CONVENIOS-ARCHIVO.
           IF ARCHIVO-STATUS = "35"
               OPEN OUTPUT CONVENIOS-ARCHIVO
               CLOSE CONVENIOS-ARCHIVO
               OPEN I-O CONVENIOS-ARCHIVO.
           IF ARCHIVO-STATUS NOT = "00"
               PERFORM MUESTRA-ERROR-ARCHIVO
               GOBACK.

       MUESTRA-ERROR-ARCHIVO.
           DISPLAY "No se pudo abrir el archivo de convenios.".
           EVALUATE ARCHIVO-STATUS
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
           DISPLAY "=== CONVENIOS DE PRECIO POR CLIENTE ===".
           DISPLAY "A. Registrar un convenio".
           DISPLAY "L. Listar los convenios de un cliente".
           DISPLAY "T. Terminar un convenio vigente".
           DISPLAY "S. Salir".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT MODO.
           MOVE FUNCTION UPPER-CASE(MODO) TO MODO.
           EVALUATE MODO
               WHEN "A"
                   MOVE "S" TO SI-NO
                   PERFORM CREAR UNTIL SI-NO = "N"
               WHEN "L"
                   PERFORM LISTA-CONVENIOS
               WHEN "T"
                   PERFORM TERMINA-CONVENIO
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
           MOVE SPACE TO CONVENIOS-REGISTRO.
           DISPLAY "Ingrese el ID del cliente: ".
           ACCEPT CONV-CLIENTE-ID.
           DISPLAY "Tipo de convenio: A = articulo, C = categoria: ".
           ACCEPT CONV-TIPO.
           IF CONV-TIPO = "a" MOVE "A" TO CONV-TIPO.
           IF CONV-TIPO = "c" MOVE "C" TO CONV-TIPO.
           MOVE ZERO TO CONV-ARTICULO-ID.
           IF CONV-TIPO = "A"
               DISPLAY "Ingrese el ID del articulo: "
               ACCEPT CONV-ARTICULO-ID
           ELSE
               DISPLAY "Ingrese la categoria: "
               ACCEPT CONV-CATEGORIA.
           DISPLAY "Ingrese la fecha de inicio (AAAAMMDD, vacio ="
               " hoy): ".
           ACCEPT CONV-DESDE.
           IF CONV-DESDE = SPACE
               MOVE FECHA-HOY TO CONV-DESDE.
           DISPLAY "Ingrese la fecha de fin (AAAAMMDD, vacio si no"
               " vence): ".
           ACCEPT CONV-HASTA.
           PERFORM LIMPIA-TRAMO VARYING T FROM 1 BY 1 UNTIL T > 3.
           MOVE "N" TO FIN-TRAMOS.
           PERFORM PIDE-TRAMO VARYING T FROM 1 BY 1
               UNTIL T > 3 OR FIN-TRAMOS = "S".
           MOVE OPERADOR TO CONV-OPERADOR.
           PERFORM CONTINUAR.

       LIMPIA-TRAMO.
           MOVE ZERO TO CONV-CANTIDAD-MINIMA(T).
           MOVE ZERO TO CONV-PRECIO(T).
           MOVE ZERO TO CONV-DESCUENTO(T).

       PIDE-TRAMO.
           DISPLAY "Tramo " T ": cantidad minima (0 = sin mas"
               " tramos): ".
           ACCEPT CONV-CANTIDAD-MINIMA(T).
           IF CONV-CANTIDAD-MINIMA(T) = ZERO
               MOVE "S" TO FIN-TRAMOS
           ELSE
               PERFORM PIDE-PRECIO-TRAMO.

       PIDE-PRECIO-TRAMO.
           IF CONV-TIPO = "A"
               DISPLAY "  Precio convenido (0 = usar descuento): "
               ACCEPT CONV-PRECIO(T).
           IF CONV-PRECIO(T) = ZERO
               DISPLAY "  Descuento en porcentaje sobre lista: "
               ACCEPT CONV-DESCUENTO(T).

       CONTINUAR.
           MOVE "S" TO ENTRADA.
           IF CONV-TIPO NOT = "A" AND CONV-TIPO NOT = "C"
               DISPLAY "El tipo debe ser A o C."
               MOVE "N" TO ENTRADA.
           IF ENTRADA = "S" AND CONV-DESDE NOT NUMERIC
               DISPLAY "La fecha de inicio debe ser AAAAMMDD."
               MOVE "N" TO ENTRADA.
           IF ENTRADA = "S" AND CONV-HASTA NOT = SPACE AND
                   CONV-HASTA < CONV-DESDE
               DISPLAY "La fecha de fin no puede ser anterior al"
                   " inicio."
               MOVE "N" TO ENTRADA.
           IF ENTRADA = "S" AND CONV-CANTIDAD-MINIMA(1) = ZERO
               DISPLAY "Capture al menos un tramo de precio."
               MOVE "N" TO ENTRADA.
           IF ENTRADA = "S" AND CONV-PRECIO(1) = ZERO AND
                   CONV-DESCUENTO(1) = ZERO
               DISPLAY "El primer tramo no tiene precio ni"
                   " descuento."
               MOVE "N" TO ENTRADA.
           IF ENTRADA = "S" AND CONV-CANTIDAD-MINIMA(2) NOT = ZERO
                   AND CONV-CANTIDAD-MINIMA(2) NOT >
                   CONV-CANTIDAD-MINIMA(1)
               DISPLAY "Las cantidades minimas deben ir en aumento."
               MOVE "N" TO ENTRADA.
           IF ENTRADA = "S" AND CONV-CANTIDAD-MINIMA(3) NOT = ZERO
                   AND CONV-CANTIDAD-MINIMA(3) NOT >
                   CONV-CANTIDAD-MINIMA(2)
               DISPLAY "Las cantidades minimas deben ir en aumento."
               MOVE "N" TO ENTRADA.
           IF ENTRADA = "S"
               PERFORM VALIDA-CLIENTE.
           IF ENTRADA = "S" AND CONV-TIPO = "A"
               PERFORM VALIDA-ARTICULO.

       VALIDA-CLIENTE.
           MOVE CONV-CLIENTE-ID TO CLIENTES-ID.
           READ CLIENTES-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "El cliente " CONV-CLIENTE-ID " no existe."
               MOVE "N" TO ENTRADA
           NOT INVALID KEY
               DISPLAY " Cliente.......: " CLIENTES-NOMBRE
           END-READ.

       VALIDA-ARTICULO.
           MOVE CONV-ARTICULO-ID TO ARTICULOS-ID.
           READ ARTICULOS-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "El articulo " CONV-ARTICULO-ID
                   " no existe en articulos.dat."
               MOVE "N" TO ENTRADA
           NOT INVALID KEY
               DISPLAY " Producto......: " ARTICULOS-PRODUCTO
               DISPLAY " Precio lista..: " ARTICULOS-PRECIO
           END-READ.

       ESCRIBIR.
           MOVE "N" TO DUPLICADO-SW.
           WRITE CONVENIOS-REGISTRO
           INVALID KEY
               MOVE "S" TO DUPLICADO-SW.
           IF DUPLICADO-SW = "S"
               DISPLAY "Ya hay un convenio para ese cliente y"
                   " articulo o categoria con esa fecha de inicio."
           ELSE
               DISPLAY "Convenio registrado.".

       REINICIAR.
           DISPLAY "¿Desea registrar otro convenio?".
           ACCEPT SI-NO.
           IF SI-NO = "s" MOVE "S" TO SI-NO.
           IF SI-NO NOT = "S" MOVE "N" TO SI-NO.

       PIDE-CLIENTE.
           DISPLAY " ".
           DISPLAY "Ingrese el ID del cliente (0 cancela): ".
           ACCEPT CAMPO-CLIENTE-ID.
           MOVE CAMPO-CLIENTE-ID TO CLIENTE-BUSCADO.

       POSICIONA-CONVENIOS.
           MOVE "N" TO FIN-CONVENIOS.
           MOVE LOW-VALUES TO CONV-CLAVE.
           MOVE CLIENTE-BUSCADO TO CONV-CLIENTE-ID.
           START CONVENIOS-ARCHIVO
               KEY IS NOT LESS THAN CONV-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-CONVENIOS.

       LEE-CONVENIO.
           READ CONVENIOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-CONVENIOS.
           IF FIN-CONVENIOS = "N" AND
                   CONV-CLIENTE-ID NOT = CLIENTE-BUSCADO
               MOVE "S" TO FIN-CONVENIOS.

       LISTA-CONVENIOS.
           PERFORM PIDE-CLIENTE.
           IF CLIENTE-BUSCADO NOT = ZERO
               MOVE ZERO TO CONTADOR-CONVENIOS
               PERFORM POSICIONA-CONVENIOS
               PERFORM LISTA-UN-CONVENIO UNTIL FIN-CONVENIOS = "S"
               IF CONTADOR-CONVENIOS = ZERO
                   DISPLAY "El cliente no tiene convenios."
               ELSE
                   DISPLAY "Convenios listados: " CONTADOR-CONVENIOS.

       LISTA-UN-CONVENIO.
           PERFORM LEE-CONVENIO.
           IF FIN-CONVENIOS = "N"
               ADD 1 TO CONTADOR-CONVENIOS
               PERFORM MUESTRA-CONVENIO.

       MUESTRA-CONVENIO.
           MOVE SPACE TO LCV-OBJETO.
           IF CONV-TIPO = "A"
               MOVE "Articulo " TO LCV-TIPO
               MOVE CONV-ARTICULO-ID TO LCV-OBJETO
           ELSE
               MOVE "Categ.   " TO LCV-TIPO
               MOVE CONV-CATEGORIA TO LCV-OBJETO.
           MOVE CONV-DESDE TO LCV-DESDE.
           MOVE CONV-HASTA TO LCV-HASTA.
           DISPLAY LINEA-CONVENIO.
           PERFORM MUESTRA-TRAMO VARYING T FROM 1 BY 1 UNTIL T > 3.

       MUESTRA-TRAMO.
           IF CONV-CANTIDAD-MINIMA(T) NOT = ZERO
               MOVE CONV-CANTIDAD-MINIMA(T) TO LTR-MINIMA
               IF CONV-PRECIO(T) NOT = ZERO
                   MOVE "precio    " TO LTR-TEXTO
                   MOVE CONV-PRECIO(T) TO LTR-PRECIO
               ELSE
                   MOVE "descuento%" TO LTR-TEXTO
                   MOVE CONV-DESCUENTO(T) TO LTR-DESCUENTO
               END-IF
               DISPLAY LINEA-TRAMO.

       TERMINA-CONVENIO.
           PERFORM PIDE-CLIENTE.
           IF CLIENTE-BUSCADO NOT = ZERO
               MOVE ZERO TO CONTADOR-CONVENIOS
               PERFORM POSICIONA-CONVENIOS
               PERFORM OFRECE-TERMINAR UNTIL FIN-CONVENIOS = "S"
               IF CONTADOR-CONVENIOS = ZERO
                   DISPLAY "El cliente no tiene convenios vigentes.".

       OFRECE-TERMINAR.
           PERFORM LEE-CONVENIO.
           IF FIN-CONVENIOS = "N" AND
                   (CONV-HASTA = SPACE OR CONV-HASTA >= FECHA-HOY)
               ADD 1 TO CONTADOR-CONVENIOS
               PERFORM MUESTRA-CONVENIO
               DISPLAY "¿Terminar este convenio hoy? (S/N): "
               ACCEPT CONFIRMA
               IF CONFIRMA = "s"
                   MOVE "S" TO CONFIRMA
               END-IF
               IF CONFIRMA = "S"
                   PERFORM GRABA-TERMINACION.

       GRABA-TERMINACION.
           MOVE FECHA-HOY TO CONV-HASTA.
           IF CONV-DESDE > FECHA-HOY
               MOVE CONV-DESDE TO CONV-HASTA.
           MOVE OPERADOR TO CONV-OPERADOR.
           REWRITE CONVENIOS-REGISTRO
           INVALID KEY
               DISPLAY "Error al terminar el convenio (estado: "
                   ARCHIVO-STATUS ")"
           END-REWRITE.
           IF ARCHIVO-STATUS = "00"
               DISPLAY "Convenio terminado al " CONV-HASTA ".".

       END PROGRAM CUSTOMER-PRICE-DATA-BASE.
