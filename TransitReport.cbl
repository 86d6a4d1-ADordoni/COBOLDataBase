      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSIT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TRANSITO-ARCHIVO
       ASSIGN TO "en_transito.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TRN-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TRANSITO-STATUS.

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

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "transito_vencido.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSITO-ARCHIVO.
       COPY "TRANSITO.cpy".

       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD REPORTE-ARCHIVO.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       77 TRANSITO-STATUS PIC XX.
       77 ARCHIVO-STATUS PIC XX.
       77 REPORTE-STATUS PIC XX.
       77 ARTICULOS-DISPONIBLE PIC X VALUE "N".
       77 FIN-TRANSITO PIC X VALUE "N".
       77 ARTICULO-VALIDO PIC X.
       77 CAMPO-DIAS PIC Z(3).
       77 DIAS-LIMITE PIC 9(3).
       77 FECHA-HOY-ENTERO PIC 9(7).
       77 FECHA-SALIDA-ENTERO PIC 9(7).
       77 DIAS-EN-TRANSITO PIC S9(5).
       77 VALOR-LINEA PIC 9(9)V99.
       77 LINEAS-ABIERTAS PIC 9(5) VALUE ZERO.
       77 LINEAS-VENCIDAS PIC 9(5) VALUE ZERO.
       77 UNIDADES-VENCIDAS PIC 9(7) VALUE ZERO.
       77 VALOR-VENCIDO PIC 9(11)V99 VALUE ZERO.

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(36) VALUE
               "TRASPASOS EN TRANSITO CON MAS DE ".
           05 ENC-DIAS PIC ZZ9.
           05 FILLER PIC X(6) VALUE " DIAS".
           05 FILLER PIC X(9) VALUE "  Fecha: ".
           05 ENC-FECHA PIC X(8).
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "Numero  Lin    ID  Producto             ".
           05 FILLER PIC X(40) VALUE
               "Ruta    Salida    Dias  Cant.      Valor".
       01 LINEA-DETALLE.
           05 DET-NUMERO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-LINEA PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ID PIC Z(5).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-PRODUCTO PIC X(20).
           05 FILLER PIC X(2) VALUE " U".
           05 DET-ORIGEN PIC 99.
           05 FILLER PIC X(2) VALUE ">U".
           05 DET-DESTINO PIC 99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-FECHA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DIAS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CANTIDAD PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-VALOR PIC ZZZ,ZZ9.99.
       01 LINEA-TOTAL.
           05 FILLER PIC X(27) VALUE "Lineas vencidas...........:".
           05 TOT-LINEAS PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  Unidades: ".
           05 TOT-UNIDADES PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(9) VALUE "  Valor: ".
           05 TOT-VALOR PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       OPEN INPUT TRANSITO-ARCHIVO.
       IF TRANSITO-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-TRANSITO
           GOBACK.
       OPEN INPUT ARTICULOS-ARCHIVO.
       IF ARCHIVO-STATUS = "00"
           MOVE "S" TO ARTICULOS-DISPONIBLE
       ELSE
           DISPLAY "Aviso: no se pudo abrir articulos.dat; el reporte"
               " sale sin nombres ni valor.".
       OPEN OUTPUT REPORTE-ARCHIVO.
       IF REPORTE-STATUS NOT = "00"
           DISPLAY "No se pudo crear transito_vencido.lst (estado: "
               REPORTE-STATUS ")"
           CLOSE TRANSITO-ARCHIVO
           GOBACK.
       PERFORM PIDE-DIAS-LIMITE.
       COMPUTE FECHA-HOY-ENTERO = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
       MOVE DIAS-LIMITE TO ENC-DIAS.
       MOVE FUNCTION CURRENT-DATE(1:8) TO ENC-FECHA.
       WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
       MOVE SPACE TO LINEA-REPORTE.
       WRITE LINEA-REPORTE.
       WRITE LINEA-REPORTE FROM LINEA-COLUMNAS.
       PERFORM LEE-TRANSITO.
       PERFORM REVISA-LINEA UNTIL FIN-TRANSITO = "S".
       MOVE SPACE TO LINEA-REPORTE.
       WRITE LINEA-REPORTE.
       MOVE LINEAS-VENCIDAS TO TOT-LINEAS.
       MOVE UNIDADES-VENCIDAS TO TOT-UNIDADES.
       MOVE VALOR-VENCIDO TO TOT-VALOR.
       WRITE LINEA-REPORTE FROM LINEA-TOTAL.
       CLOSE TRANSITO-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       IF ARTICULOS-DISPONIBLE = "S"
           CLOSE ARTICULOS-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Lineas en transito.......: " LINEAS-ABIERTAS.
       DISPLAY "Con mas de " DIAS-LIMITE " dias.......: "
           LINEAS-VENCIDAS.
       DISPLAY "Reporte generado en transito_vencido.lst".
       GOBACK.

       MUESTRA-ERROR-TRANSITO.
           DISPLAY "No se pudo abrir el archivo de traspasos.".
           EVALUATE TRANSITO-STATUS
               WHEN "35"
                   DISPLAY "El archivo en_transito.dat no existe."
                   DISPLAY "Aun no se ha despachado ningun traspaso."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " TRANSITO-STATUS
           END-EVALUATE.

       PIDE-DIAS-LIMITE.
           DISPLAY "Dias maximos en transito (ENTER = 7): ".
           ACCEPT CAMPO-DIAS.
           MOVE CAMPO-DIAS TO DIAS-LIMITE.
           IF DIAS-LIMITE = ZERO
               MOVE 7 TO DIAS-LIMITE.

       LEE-TRANSITO.
           READ TRANSITO-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-TRANSITO.

       REVISA-LINEA.
           IF TRN-ESTADO = "T"
               ADD 1 TO LINEAS-ABIERTAS
               COMPUTE FECHA-SALIDA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(TRN-FECHA-SALIDA))
               COMPUTE DIAS-EN-TRANSITO =
                   FECHA-HOY-ENTERO - FECHA-SALIDA-ENTERO
               IF DIAS-EN-TRANSITO > DIAS-LIMITE
                   PERFORM IMPRIME-VENCIDA.
           PERFORM LEE-TRANSITO.

       IMPRIME-VENCIDA.
           PERFORM BUSCA-ARTICULO.
           MOVE TRN-NUMERO TO DET-NUMERO.
           MOVE TRN-LINEA TO DET-LINEA.
           MOVE TRN-ARTICULO-ID TO DET-ID.
           MOVE TRN-ORIGEN TO DET-ORIGEN.
           MOVE TRN-DESTINO TO DET-DESTINO.
           MOVE TRN-FECHA-SALIDA TO DET-FECHA.
           MOVE DIAS-EN-TRANSITO TO DET-DIAS.
           MOVE TRN-CANTIDAD TO DET-CANTIDAD.
           MOVE VALOR-LINEA TO DET-VALOR.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           ADD 1 TO LINEAS-VENCIDAS.
           ADD TRN-CANTIDAD TO UNIDADES-VENCIDAS.
           ADD VALOR-LINEA TO VALOR-VENCIDO.

       BUSCA-ARTICULO.
           MOVE "Desconocido" TO DET-PRODUCTO.
           MOVE ZERO TO VALOR-LINEA.
           IF ARTICULOS-DISPONIBLE = "S"
               MOVE "S" TO ARTICULO-VALIDO
               MOVE TRN-ARTICULO-ID TO ARTICULOS-ID
               READ ARTICULOS-ARCHIVO RECORD
               INVALID KEY
                   MOVE "N" TO ARTICULO-VALIDO
               END-READ
               IF ARTICULO-VALIDO = "S"
                   MOVE ARTICULOS-PRODUCTO TO DET-PRODUCTO
                   COMPUTE VALOR-LINEA =
                       TRN-CANTIDAD * ARTICULOS-PRECIO.

       END PROGRAM TRANSIT-REPORT.
