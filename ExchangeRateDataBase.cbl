      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCHANGE-RATE-DATA-BASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TIPOS-CAMBIO-ARCHIVO
       ASSIGN TO "tipos_cambio.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TC-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARCHIVO-STATUS.

       SELECT OPERADOR-ARCHIVO
       ASSIGN TO "operador_actual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OPERADOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TIPOS-CAMBIO-ARCHIVO.
       COPY "TIPOCAMBIO.cpy".

       FD OPERADOR-ARCHIVO.
       01 LINEA-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 OPERADOR-STATUS PIC XX.
       77 OPERADOR PIC X(10).
       77 SI-NO PIC X.
       77 ENTRADA PIC X.
       77 DUPLICADO-SW PIC X.
       77 MODO PIC X.
       77 SALIR PIC X VALUE "N".
       77 REGISTRO-ENCONTRADO PIC X.
       77 MONEDA-BUSCADA PIC X(3).
       77 FECHA-BUSCADA PIC X(8).
       77 FECHA-HOY PIC X(8).
       77 FECHA-VALIDA PIC X.
       77 CONFIRMA PIC X.
       77 FIN-TIPOS PIC X.
       77 CONTADOR-TIPOS PIC 9(5).

       PROCEDURE DIVISION.

       PERFORM APERTURA.
       PERFORM OBTIENE-OPERADOR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       PERFORM MUESTRA-MENU UNTIL SALIR = "S".
       CLOSE TIPOS-CAMBIO-ARCHIVO.
       GOBACK.

       APERTURA.
           OPEN I-O TIPOS-CAMBIO-ARCHIVO.
           IF ARCHIVO-STATUS = "35"
               OPEN OUTPUT TIPOS-CAMBIO-ARCHIVO
               CLOSE TIPOS-CAMBIO-ARCHIVO
               OPEN I-O TIPOS-CAMBIO-ARCHIVO.
           IF ARCHIVO-STATUS NOT = "00"
               PERFORM MUESTRA-ERROR-ARCHIVO
               GOBACK.

       MUESTRA-ERROR-ARCHIVO.
           DISPLAY "No se pudo abrir el archivo de tipos de cambio.".
           EVALUATE ARCHIVO-STATUS
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " ARCHIVO-STATUS
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
           DISPLAY "=== TIPOS DE CAMBIO ===".
           DISPLAY "A. Agregar tipos de cambio".
           DISPLAY "M. Modificar un tipo de cambio".
           DISPLAY "E. Eliminar un tipo de cambio".
           DISPLAY "L. Listar los tipos de una moneda".
           DISPLAY "S. Salir".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT MODO.
           MOVE FUNCTION UPPER-CASE(MODO) TO MODO.
           EVALUATE MODO
               WHEN "A"
                   MOVE "S" TO SI-NO
                   PERFORM CREAR UNTIL SI-NO = "N"
               WHEN "M"
                   PERFORM MODIFICA-TIPO
               WHEN "E"
                   PERFORM ELIMINA-TIPO
               WHEN "L"
                   PERFORM LISTA-TIPOS
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
           MOVE SPACE TO TIPOS-CAMBIO-REGISTRO.
           DISPLAY "Ingrese la moneda (USD, EUR...): ".
           ACCEPT TC-MONEDA.
           MOVE FUNCTION UPPER-CASE(TC-MONEDA) TO TC-MONEDA.
           PERFORM PIDE-FECHA.
           MOVE FECHA-BUSCADA TO TC-FECHA.
           DISPLAY "Ingrese los pesos por unidad de moneda: ".
           ACCEPT TC-TIPO.
           MOVE OPERADOR TO TC-OPERADOR.
           PERFORM CONTINUAR.

       PIDE-FECHA.
           DISPLAY "Vigente desde (AAAAMMDD, vacio = hoy): ".
           ACCEPT FECHA-BUSCADA.
           IF FECHA-BUSCADA = SPACE
               MOVE FECHA-HOY TO FECHA-BUSCADA.
           MOVE "S" TO FECHA-VALIDA.
           IF FECHA-BUSCADA NOT NUMERIC OR
                   FECHA-BUSCADA(5:2) < "01" OR
                   FECHA-BUSCADA(5:2) > "12" OR
                   FECHA-BUSCADA(7:2) < "01" OR
                   FECHA-BUSCADA(7:2) > "31"
               MOVE "N" TO FECHA-VALIDA.
           IF FECHA-VALIDA = "N"
               DISPLAY "La fecha debe ser AAAAMMDD."
               PERFORM PIDE-FECHA.

       CONTINUAR.
           MOVE "S" TO ENTRADA.
           IF TC-MONEDA = SPACE OR TC-MONEDA = "MXN"
               DISPLAY "Indique una moneda extranjera; los pesos no"
                   " llevan tipo de cambio."
               MOVE "N" TO ENTRADA.
           IF TC-TIPO = ZERO
               DISPLAY "El tipo de cambio no puede ser cero."
               MOVE "N" TO ENTRADA.

       ESCRIBIR.
           MOVE "N" TO DUPLICADO-SW.
           WRITE TIPOS-CAMBIO-REGISTRO
           INVALID KEY
               MOVE "S" TO DUPLICADO-SW.
           IF DUPLICADO-SW = "S"
               DISPLAY "Ya hay un tipo de " TC-MONEDA " para el "
                   TC-FECHA "."
               DISPLAY "Use la opcion M para corregirlo.".

       REINICIAR.
           DISPLAY "¿Desea registrar otro tipo de cambio?".
           ACCEPT SI-NO.
           IF SI-NO = "s" MOVE "S" TO SI-NO.
           IF SI-NO NOT = "S" MOVE "N" TO SI-NO.

       PIDE-MONEDA.
           DISPLAY " ".
           DISPLAY "Ingrese la moneda (vacio cancela): ".
           ACCEPT MONEDA-BUSCADA.
           MOVE FUNCTION UPPER-CASE(MONEDA-BUSCADA) TO MONEDA-BUSCADA.

       PIDE-TIPO.
           PERFORM PIDE-MONEDA.
           IF MONEDA-BUSCADA NOT = SPACE
               PERFORM PIDE-FECHA
               PERFORM LEE-TIPO.

       LEE-TIPO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE MONEDA-BUSCADA TO TC-MONEDA.
           MOVE FECHA-BUSCADA TO TC-FECHA.
           READ TIPOS-CAMBIO-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "No hay tipo de " MONEDA-BUSCADA " registrado"
                   " para el " FECHA-BUSCADA ".".

       MODIFICA-TIPO.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           PERFORM PIDE-TIPO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM MUESTRA-TIPO
               PERFORM CAPTURA-MODIFICACION.

       MUESTRA-TIPO.
           DISPLAY " Moneda........: " TC-MONEDA.
           DISPLAY " Vigente desde.: " TC-FECHA.
           DISPLAY " Tipo de cambio: " TC-TIPO.
           DISPLAY " Registro......: " TC-OPERADOR.

       CAPTURA-MODIFICACION.
           DISPLAY "Las recepciones y facturas ya registradas"
               " conservan el tipo con que se capturaron.".
           DISPLAY "Ingrese el nuevo tipo de cambio: ".
           ACCEPT TC-TIPO.
           IF TC-TIPO = ZERO
               DISPLAY "El tipo de cambio no puede ser cero;"
                   " no se modifica."
           ELSE
               MOVE OPERADOR TO TC-OPERADOR
               REWRITE TIPOS-CAMBIO-REGISTRO
               INVALID KEY
                   DISPLAY "Error al modificar el tipo de cambio"
                       " (estado: " ARCHIVO-STATUS ")"
               END-REWRITE
               IF ARCHIVO-STATUS = "00"
                   DISPLAY "Tipo de cambio actualizado.".

       ELIMINA-TIPO.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           PERFORM PIDE-TIPO.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM MUESTRA-TIPO
               PERFORM CONFIRMA-ELIMINACION.

       CONFIRMA-ELIMINACION.
           DISPLAY "¿Seguro que quiere eliminar este tipo de cambio?"
               " (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA = "s"
               MOVE "S" TO CONFIRMA.
           IF CONFIRMA NOT = "S"
               DISPLAY "Eliminacion cancelada."
           ELSE
               DELETE TIPOS-CAMBIO-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "Error al eliminar el tipo de cambio"
                       " (estado: " ARCHIVO-STATUS ")"
               END-DELETE
               IF ARCHIVO-STATUS = "00"
                   DISPLAY "Tipo de cambio eliminado.".

       LISTA-TIPOS.
           PERFORM PIDE-MONEDA.
           IF MONEDA-BUSCADA NOT = SPACE
               MOVE ZERO TO CONTADOR-TIPOS
               MOVE "N" TO FIN-TIPOS
               MOVE MONEDA-BUSCADA TO TC-MONEDA
               MOVE LOW-VALUES TO TC-FECHA
               START TIPOS-CAMBIO-ARCHIVO
                   KEY IS NOT LESS THAN TC-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-TIPOS
               END-START
               PERFORM LISTA-UN-TIPO UNTIL FIN-TIPOS = "S"
               IF CONTADOR-TIPOS = ZERO
                   DISPLAY "No hay tipos de cambio de "
                       MONEDA-BUSCADA ".".

       LISTA-UN-TIPO.
           READ TIPOS-CAMBIO-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-TIPOS.
           IF FIN-TIPOS = "N" AND TC-MONEDA NOT = MONEDA-BUSCADA
               MOVE "S" TO FIN-TIPOS.
           IF FIN-TIPOS = "N"
               ADD 1 TO CONTADOR-TIPOS
               DISPLAY " " TC-FECHA "  " TC-TIPO "  " TC-OPERADOR.

       END PROGRAM EXCHANGE-RATE-DATA-BASE.
