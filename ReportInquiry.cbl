      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INDICE-ARCHIVO
       ASSIGN TO "reportes_archivo.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-NUMERO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS INDICE-STATUS.

       SELECT COPIA-ARCHIVO
       ASSIGN TO NOMBRE-COPIA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS COPIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INDICE-ARCHIVO.
       COPY "REPORTES.cpy".

       FD COPIA-ARCHIVO.
       01 LINEA-COPIA PIC X(250).

       WORKING-STORAGE SECTION.
       77 INDICE-STATUS PIC XX.
       77 COPIA-STATUS PIC XX.
       77 MODO PIC X.
       77 SALIR PIC X VALUE "N".
       77 FIN-INDICE PIC X.
       77 FIN-COPIA PIC X.
       77 REGISTRO-ENCONTRADO PIC X.
       77 RESULT-CODE PIC 9(2) COMP-5.
       77 CONTADOR-MOSTRADOS PIC 9(5).
       77 CAMPO-REPORTE PIC X(30).
       77 REPORTE-BUSCADO PIC X(30).
       77 BASE-INDICE PIC X(30).
       77 CAMPO-FECHA PIC X(8).
       77 FECHA-DESDE PIC X(8).
       77 FECHA-HASTA PIC X(8).
       77 CAMPO-NUMERO PIC X(6).
       77 NUMERO-BUSCADO PIC 9(6).
       01 NOMBRE-COPIA PIC X(50).
       01 NOMBRE-REIMPRESION PIC X(16) VALUE "reimpresion.lst".
       01 DETALLE-EXISTE PIC X(16).

       01 LINEA-INDICE.
           05 IND-NUMERO PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 IND-FECHA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IND-HORA PIC X(6).
           05 FILLER PIC X(2) VALUE SPACE.
           05 IND-REPORTE PIC X(26).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IND-PROGRAMA PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IND-OPERADOR PIC X(10).
           05 IND-PAGINAS PIC ZZZZ9.

       PROCEDURE DIVISION.

       OPEN INPUT INDICE-ARCHIVO.
       IF INDICE-STATUS NOT = "00"
           DISPLAY "No hay reportes archivados (reportes_archivo.dat,"
               " estado: " INDICE-STATUS ")."
           GOBACK.
       PERFORM MUESTRA-MENU UNTIL SALIR = "S".
       CLOSE INDICE-ARCHIVO.
       GOBACK.

       MUESTRA-MENU.
           DISPLAY " ".
           DISPLAY "=== ARCHIVO DE REPORTES ===".
           DISPLAY "B. Buscar reportes archivados".
           DISPLAY "V. Ver un reporte en pantalla".
           DISPLAY "R. Reimprimir un reporte".
           DISPLAY "S. Salir".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT MODO.
           MOVE FUNCTION UPPER-CASE(MODO) TO MODO.
           EVALUATE MODO
               WHEN "B"
                   PERFORM BUSCA-REPORTES
               WHEN "V"
                   PERFORM VER-REPORTE
               WHEN "R"
                   PERFORM REIMPRIME-REPORTE
               WHEN "S"
                   MOVE "S" TO SALIR
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

      ******************************************************************
      * Busqueda por tipo de reporte (nombre del listado, con o sin
      * .lst) y rango de fechas de archivo.
      ******************************************************************
       BUSCA-REPORTES.
           DISPLAY "Reporte a buscar (p.ej. valoracion; vacio ="
               " todos): ".
           MOVE SPACE TO CAMPO-REPORTE.
           ACCEPT CAMPO-REPORTE.
           MOVE SPACE TO REPORTE-BUSCADO.
           UNSTRING CAMPO-REPORTE DELIMITED BY ".lst" OR SPACE
               INTO REPORTE-BUSCADO.
           PERFORM PIDE-FECHA-DESDE.
           PERFORM PIDE-FECHA-HASTA.
           DISPLAY " ".
           DISPLAY "Numero  Fecha    Hora    Reporte                   "
               " Programa             Operador  Pags".
           MOVE ZERO TO CONTADOR-MOSTRADOS.
           MOVE LOW-VALUE TO REPORTES-REGISTRO.
           MOVE ZERO TO REP-NUMERO.
           MOVE "N" TO FIN-INDICE.
           START INDICE-ARCHIVO KEY IS NOT LESS THAN REP-NUMERO
           INVALID KEY
               MOVE "S" TO FIN-INDICE.
           IF FIN-INDICE = "N"
               PERFORM LEE-INDICE
               PERFORM FILTRA-INDICE UNTIL FIN-INDICE = "S".
           DISPLAY " ".
           DISPLAY "Reportes encontrados: " CONTADOR-MOSTRADOS.

       PIDE-FECHA-DESDE.
           DISPLAY "Desde la fecha (AAAAMMDD, vacio = sin limite): ".
           MOVE SPACE TO CAMPO-FECHA.
           ACCEPT CAMPO-FECHA.
           IF CAMPO-FECHA = SPACE
               MOVE LOW-VALUE TO FECHA-DESDE
           ELSE
               IF CAMPO-FECHA NOT NUMERIC
                   DISPLAY "La fecha debe ser AAAAMMDD."
                   PERFORM PIDE-FECHA-DESDE
               ELSE
                   MOVE CAMPO-FECHA TO FECHA-DESDE.

       PIDE-FECHA-HASTA.
           DISPLAY "Hasta la fecha (AAAAMMDD, vacio = sin limite): ".
           MOVE SPACE TO CAMPO-FECHA.
           ACCEPT CAMPO-FECHA.
           IF CAMPO-FECHA = SPACE
               MOVE HIGH-VALUE TO FECHA-HASTA
           ELSE
               IF CAMPO-FECHA NOT NUMERIC
                   DISPLAY "La fecha debe ser AAAAMMDD."
                   PERFORM PIDE-FECHA-HASTA
               ELSE
                   MOVE CAMPO-FECHA TO FECHA-HASTA.

       LEE-INDICE.
           READ INDICE-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-INDICE.

       FILTRA-INDICE.
           MOVE SPACE TO BASE-INDICE.
           UNSTRING REP-REPORTE DELIMITED BY ".lst" OR SPACE
               INTO BASE-INDICE.
           IF (REPORTE-BUSCADO = SPACE OR
                   BASE-INDICE = REPORTE-BUSCADO) AND
                   REP-FECHA-HORA(1:8) NOT < FECHA-DESDE AND
                   REP-FECHA-HORA(1:8) NOT > FECHA-HASTA
               ADD 1 TO CONTADOR-MOSTRADOS
               PERFORM MUESTRA-INDICE.
           PERFORM LEE-INDICE.

       MUESTRA-INDICE.
           MOVE REP-NUMERO TO IND-NUMERO.
           MOVE REP-FECHA-HORA(1:8) TO IND-FECHA.
           MOVE REP-FECHA-HORA(9:6) TO IND-HORA.
           MOVE REP-REPORTE TO IND-REPORTE.
           MOVE REP-PROGRAMA TO IND-PROGRAMA.
           MOVE REP-OPERADOR TO IND-OPERADOR.
           MOVE REP-PAGINAS TO IND-PAGINAS.
           DISPLAY LINEA-INDICE.

      ******************************************************************
      * Consulta y reimpresion de una copia por su numero de archivo.
      ******************************************************************
       PIDE-NUMERO.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           DISPLAY "Numero de reporte archivado (0 = cancelar): ".
           MOVE SPACE TO CAMPO-NUMERO.
           ACCEPT CAMPO-NUMERO.
           MOVE FUNCTION NUMVAL(CAMPO-NUMERO) TO NUMERO-BUSCADO.
           IF NUMERO-BUSCADO NOT = ZERO
               MOVE NUMERO-BUSCADO TO REP-NUMERO
               READ INDICE-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "No existe el reporte archivado "
                       NUMERO-BUSCADO "."
               NOT INVALID KEY
                   PERFORM VERIFICA-COPIA
               END-READ.

       VERIFICA-COPIA.
           MOVE REP-COPIA TO NOMBRE-COPIA.
           CALL "CBL_CHECK_FILE_EXIST"
               USING NOMBRE-COPIA DETALLE-EXISTE
               RETURNING RESULT-CODE.
           IF RESULT-CODE NOT = ZERO
               DISPLAY "La copia " NOMBRE-COPIA " ya no existe en"
                   " disco."
           ELSE
               MOVE "S" TO REGISTRO-ENCONTRADO
               DISPLAY "Reporte " REP-REPORTE " del "
                   REP-FECHA-HORA(1:8) " por " REP-OPERADOR
                   " (" REP-PAGINAS " paginas)".

       VER-REPORTE.
           PERFORM PIDE-NUMERO.
           IF REGISTRO-ENCONTRADO = "S"
               OPEN INPUT COPIA-ARCHIVO
               IF COPIA-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir " NOMBRE-COPIA
                       " (estado: " COPIA-STATUS ")"
               ELSE
                   DISPLAY " "
                   MOVE "N" TO FIN-COPIA
                   PERFORM LEE-COPIA
                   PERFORM MUESTRA-LINEA-COPIA UNTIL FIN-COPIA = "S"
                   CLOSE COPIA-ARCHIVO.

       LEE-COPIA.
           READ COPIA-ARCHIVO
           AT END
               MOVE "S" TO FIN-COPIA.

       MUESTRA-LINEA-COPIA.
           DISPLAY FUNCTION TRIM(LINEA-COPIA TRAILING).
           PERFORM LEE-COPIA.

       REIMPRIME-REPORTE.
           PERFORM PIDE-NUMERO.
           IF REGISTRO-ENCONTRADO = "S"
               CALL "CBL_COPY_FILE"
                   USING NOMBRE-COPIA NOMBRE-REIMPRESION
                   RETURNING RESULT-CODE
               IF RESULT-CODE NOT = ZERO
                   DISPLAY "No se pudo reimprimir (codigo "
                       RESULT-CODE ")."
               ELSE
                   DISPLAY "Archivo de impresion: reimpresion.lst".

       END PROGRAM REPORT-INQUIRY.
