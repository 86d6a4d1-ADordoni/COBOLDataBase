      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHRINK-REASON-DATA-BASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MOTIVOS-ARCHIVO
       ASSIGN TO "motivos_merma.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS MOTIVO-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARCHIVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOTIVOS-ARCHIVO.
       COPY "MOTIVOS.cpy".

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 SI-NO PIC X.
       77 ENTRADA PIC X.
       77 DUPLICADO-SW PIC X.
       77 MODO PIC X.
       77 SALIR PIC X VALUE "N".
       77 REGISTRO-ENCONTRADO PIC X.
       77 MOTIVO-BUSCADO PIC X(2).
       77 CONFIRMA PIC X.
       77 FIN-MOTIVOS PIC X.
       77 CONTADOR-MOTIVOS PIC 9(3).
       77 M PIC 9(2).

       01 MOTIVOS-INICIALES.
           05 FILLER PIC X(36) VALUE
               "DADanado o roto                 6151".
           05 FILLER PIC X(36) VALUE
               "CACaducado                      6152".
           05 FILLER PIC X(36) VALUE
               "RORobo o extravio               6153".
           05 FILLER PIC X(36) VALUE
               "MUMuestra                       6154".
           05 FILLER PIC X(36) VALUE
               "CIConsumo interno               6155".
           05 FILLER PIC X(36) VALUE
               "FTFaltante en traspaso          6156".
       01 TABLA-MOTIVOS-INICIALES REDEFINES MOTIVOS-INICIALES.
           05 MOTIVO-INICIAL OCCURS 6 TIMES PIC X(36).

       PROCEDURE DIVISION.

       PERFORM APERTURA.
       PERFORM MUESTRA-MENU UNTIL SALIR = "S".
       CLOSE MOTIVOS-ARCHIVO.
       GOBACK.

       APERTURA.
           OPEN I-O MOTIVOS-ARCHIVO.
           IF ARCHIVO-STATUS = "35"
               OPEN OUTPUT MOTIVOS-ARCHIVO
               PERFORM CARGA-MOTIVO-INICIAL VARYING M FROM 1 BY 1
                   UNTIL M > 6
               CLOSE MOTIVOS-ARCHIVO
               DISPLAY "Se crearon los motivos de baja de origen."
               OPEN I-O MOTIVOS-ARCHIVO.
           IF ARCHIVO-STATUS NOT = "00"
               PERFORM MUESTRA-ERROR-ARCHIVO
               GOBACK.

       CARGA-MOTIVO-INICIAL.
           MOVE MOTIVO-INICIAL(M) TO MOTIVOS-REGISTRO.
           WRITE MOTIVOS-REGISTRO.

       MUESTRA-ERROR-ARCHIVO.
           DISPLAY "No se pudo abrir el archivo de motivos de baja.".
           EVALUATE ARCHIVO-STATUS
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " ARCHIVO-STATUS
           END-EVALUATE.

       MUESTRA-MENU.
           DISPLAY " ".
           DISPLAY "=== MOTIVOS DE BAJA DE INVENTARIO ===".
           DISPLAY "A. Agregar motivos".
           DISPLAY "M. Modificar un motivo".
           DISPLAY "E. Eliminar un motivo".
           DISPLAY "L. Listar los motivos".
           DISPLAY "S. Salir".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT MODO.
           MOVE FUNCTION UPPER-CASE(MODO) TO MODO.
           EVALUATE MODO
               WHEN "A"
                   MOVE "S" TO SI-NO
                   PERFORM CREAR UNTIL SI-NO = "N"
               WHEN "M"
                   PERFORM MODIFICA-MOTIVO
               WHEN "E"
                   PERFORM ELIMINA-MOTIVO
               WHEN "L"
                   PERFORM LISTA-MOTIVOS
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
           MOVE SPACE TO MOTIVOS-REGISTRO.
           DISPLAY "Ingrese el codigo del motivo (2 letras): ".
           ACCEPT MOTIVO-CODIGO.
           MOVE FUNCTION UPPER-CASE(MOTIVO-CODIGO) TO MOTIVO-CODIGO.
           DISPLAY "Ingrese la descripcion: ".
           ACCEPT MOTIVO-DESCRIPCION.
           DISPLAY "Ingrese la cuenta de gasto: ".
           ACCEPT MOTIVO-CUENTA.
           PERFORM CONTINUAR.

       CONTINUAR.
           MOVE "S" TO ENTRADA.
           IF MOTIVO-CODIGO = SPACE
               DISPLAY "El codigo no puede quedar en blanco."
               MOVE "N" TO ENTRADA.
           IF MOTIVO-CUENTA = ZERO
               DISPLAY "La cuenta de gasto no puede ser cero."
               MOVE "N" TO ENTRADA.

       ESCRIBIR.
           MOVE "N" TO DUPLICADO-SW.
           WRITE MOTIVOS-REGISTRO
           INVALID KEY
               MOVE "S" TO DUPLICADO-SW.
           IF DUPLICADO-SW = "S"
               DISPLAY "El motivo " MOTIVO-CODIGO " ya existe."
               DISPLAY "Use la opcion M para corregirlo.".

       REINICIAR.
           DISPLAY "¿Desea registrar otro motivo?".
           ACCEPT SI-NO.
           IF SI-NO = "s" MOVE "S" TO SI-NO.
           IF SI-NO NOT = "S" MOVE "N" TO SI-NO.

       PIDE-MOTIVO.
           DISPLAY " ".
           DISPLAY "Ingrese el codigo del motivo (vacio cancela): ".
           ACCEPT MOTIVO-BUSCADO.
           MOVE FUNCTION UPPER-CASE(MOTIVO-BUSCADO) TO MOTIVO-BUSCADO.

       LEE-MOTIVO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE MOTIVO-BUSCADO TO MOTIVO-CODIGO.
           READ MOTIVOS-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "El motivo " MOTIVO-BUSCADO " no existe.".

       MODIFICA-MOTIVO.
           PERFORM PIDE-MOTIVO.
           IF MOTIVO-BUSCADO NOT = SPACE
               PERFORM LEE-MOTIVO
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM MUESTRA-MOTIVO
                   PERFORM CAPTURA-MODIFICACION.

       MUESTRA-MOTIVO.
           DISPLAY " Codigo......: " MOTIVO-CODIGO.
           DISPLAY " Descripcion.: " MOTIVO-DESCRIPCION.
           DISPLAY " Cuenta......: " MOTIVO-CUENTA.

       CAPTURA-MODIFICACION.
           DISPLAY "Ingrese la nueva descripcion: ".
           ACCEPT MOTIVO-DESCRIPCION.
           DISPLAY "Ingrese la nueva cuenta de gasto: ".
           ACCEPT MOTIVO-CUENTA.
           IF MOTIVO-CUENTA = ZERO
               DISPLAY "La cuenta de gasto no puede ser cero;"
                   " no se modifica."
           ELSE
               REWRITE MOTIVOS-REGISTRO
               INVALID KEY
                   DISPLAY "Error al modificar el motivo (estado: "
                       ARCHIVO-STATUS ")"
               END-REWRITE
               IF ARCHIVO-STATUS = "00"
                   DISPLAY "Motivo actualizado.".

       ELIMINA-MOTIVO.
           PERFORM PIDE-MOTIVO.
           IF MOTIVO-BUSCADO NOT = SPACE
               PERFORM LEE-MOTIVO
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM MUESTRA-MOTIVO
                   PERFORM CONFIRMA-ELIMINACION.

       CONFIRMA-ELIMINACION.
           DISPLAY "Las bajas ya registradas con este motivo se"
               " contabilizaran en la cuenta general de mermas.".
           DISPLAY "¿Seguro que quiere eliminar este motivo? (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA = "s"
               MOVE "S" TO CONFIRMA.
           IF CONFIRMA NOT = "S"
               DISPLAY "Eliminacion cancelada."
           ELSE
               DELETE MOTIVOS-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "Error al eliminar el motivo (estado: "
                       ARCHIVO-STATUS ")"
               END-DELETE
               IF ARCHIVO-STATUS = "00"
                   DISPLAY "Motivo eliminado.".

       LISTA-MOTIVOS.
           MOVE ZERO TO CONTADOR-MOTIVOS.
           MOVE "N" TO FIN-MOTIVOS.
           MOVE LOW-VALUES TO MOTIVO-CODIGO.
           START MOTIVOS-ARCHIVO
               KEY IS NOT LESS THAN MOTIVO-CODIGO
           INVALID KEY
               MOVE "S" TO FIN-MOTIVOS.
           PERFORM LISTA-UN-MOTIVO UNTIL FIN-MOTIVOS = "S".
           IF CONTADOR-MOTIVOS = ZERO
               DISPLAY "No hay motivos registrados.".

       LISTA-UN-MOTIVO.
           READ MOTIVOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-MOTIVOS.
           IF FIN-MOTIVOS = "N"
               ADD 1 TO CONTADOR-MOTIVOS
               DISPLAY " " MOTIVO-CODIGO "  " MOTIVO-DESCRIPCION
                   "  cuenta " MOTIVO-CUENTA.

       END PROGRAM SHRINK-REASON-DATA-BASE.
