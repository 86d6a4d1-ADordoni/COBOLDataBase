      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNT-SHEETS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ABC-ARCHIVO
       ASSIGN TO "clasificacion_abc.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ABC-ARTICULO-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ABC-STATUS.

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

       SELECT STOCK-UBI-ARCHIVO
       ASSIGN TO "stock_ubicacion.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS STOCK-UBI-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS STOCK-UBI-STATUS.

       SELECT UBICACIONES-ARCHIVO
       ASSIGN TO "ubicaciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS UBICACIONES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS UBICACIONES-STATUS.

       SELECT CANDIDATOS-ARCHIVO
       ASSIGN TO "conteo_candidatos.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS SORT-IN-STATUS.

       SELECT SORT-FILE
       ASSIGN TO "SORTWORK".

       SELECT ARCHIVO-ORDENADO
       ASSIGN TO "conteo_por_ubicacion.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ORDENADO-STATUS.

       SELECT HOJAS-ARCHIVO
       ASSIGN TO "hojas_conteo.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HOJAS-STATUS.

       SELECT LISTA-ARCHIVO
       ASSIGN TO "conteo_del_dia.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LISTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ABC-ARCHIVO.
       COPY "CLASEABC.cpy".

       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD STOCK-UBI-ARCHIVO.
       COPY "STOCKUBI.cpy".

       FD UBICACIONES-ARCHIVO.
       COPY "UBICACIONES.cpy".

       FD CANDIDATOS-ARCHIVO.
       01 CANDIDATO-REGISTRO.
           05 CAND-UBICACION-ID PIC 9(2).
           05 CAND-ARTICULO-ID PIC 9(4).
           05 CAND-PRODUCTO PIC X(30).
           05 CAND-MARCA PIC X(20).
           05 CAND-CLASE PIC X.
           05 CAND-ULTIMO-CONTEO PIC X(8).

       SD SORT-FILE.
       01 SORT-REGISTRO.
           05 SORT-UBICACION-ID PIC 9(2).
           05 SORT-ARTICULO-ID PIC 9(4).
           05 FILLER PIC X(59).

       FD ARCHIVO-ORDENADO.
       01 REGISTRO-ORDENADO.
           05 ORD-UBICACION-ID PIC 9(2).
           05 ORD-ARTICULO-ID PIC 9(4).
           05 ORD-PRODUCTO PIC X(30).
           05 ORD-MARCA PIC X(20).
           05 ORD-CLASE PIC X.
           05 ORD-ULTIMO-CONTEO PIC X(8).

       FD HOJAS-ARCHIVO.
       01 LINEA-HOJA PIC X(100).

       FD LISTA-ARCHIVO.
       COPY "CONTEODIA.cpy".

       WORKING-STORAGE SECTION.
       77 ABC-STATUS PIC XX.
       77 ARCHIVO-STATUS PIC XX.
       77 STOCK-UBI-STATUS PIC XX.
       77 UBICACIONES-STATUS PIC XX.
       77 SORT-IN-STATUS PIC XX.
       77 ORDENADO-STATUS PIC XX.
       77 HOJAS-STATUS PIC XX.
       77 LISTA-STATUS PIC XX.
       77 STOCK-UBI-DISPONIBLE PIC X VALUE "N".
       77 UBICACIONES-DISPONIBLE PIC X VALUE "N".
       77 FIN-ABC PIC X VALUE "N".
       77 FIN-UBICACIONES PIC X.
       77 FIN-ORDENADO PIC X VALUE "N".
       77 REGISTRO-ENCONTRADO PIC X.
       77 FECHA-CONTEO PIC X(8).
       77 UBICACION-ANTERIOR PIC 9(2).
       77 RENGLONES-ARTICULO PIC 9(3).
       77 RENGLONES-HOJA PIC 9(5).
       77 HOJAS-IMPRESAS PIC 9(3) VALUE ZERO.
       77 ARTICULOS-A-CONTAR PIC 9(5) VALUE ZERO.
       77 ARTICULOS-ATRASADOS PIC 9(5) VALUE ZERO.
       77 ARTICULOS-EN-LISTA PIC 9(5) VALUE ZERO.

       01 TABLA-EN-LISTA.
           05 YA-EN-LISTA OCCURS 9999 TIMES PIC X.

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(31) VALUE
               "HOJA DE CONTEO CICLICO DEL DIA ".
           05 ENC-FECHA PIC X(8).
           05 FILLER PIC X(16) VALUE "    Ubicacion: ".
           05 ENC-UBICACION-ID PIC 99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENC-UBICACION-NOMBRE PIC X(30).
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "     ID  Producto                       ".
           05 FILLER PIC X(48) VALUE
               "Marca                 Clase  Ult.conteo  Contado".
       01 LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-ID PIC Z(5).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-PRODUCTO PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-MARCA PIC X(20).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-CLASE PIC X.
           05 FILLER PIC X(6) VALUE SPACE.
           05 DET-ULTIMO PIC X(10).
           05 FILLER PIC X(2) VALUE SPACE.
           05 FILLER PIC X(10) VALUE "__________".
       01 LINEA-PIE.
           05 FILLER PIC X(22) VALUE "Articulos en la hoja: ".
           05 PIE-RENGLONES PIC ZZ,ZZ9.
           05 FILLER PIC X(26) VALUE
               "     Conto: ______________".
           05 FILLER PIC X(24) VALUE
               "  Reviso: ______________".
       01 LINEA-NOTA-TRANSITO.
           05 FILLER PIC X(48) VALUE
               "Anote solo lo que hay en la ubicacion; la mercan".
           05 FILLER PIC X(43) VALUE
               "cia en transito la suma STOCK-COUNT sola.".

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "HOJAS DE CONTEO CICLICO".
       OPEN INPUT ABC-ARCHIVO.
       IF ABC-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-ABC
           GOBACK.
       OPEN INPUT ARTICULOS-ARCHIVO.
       IF ARCHIVO-STATUS NOT = "00"
           DISPLAY "No se pudo abrir articulos.dat (estado: "
               ARCHIVO-STATUS ")"
           CLOSE ABC-ARCHIVO
           GOBACK.
       PERFORM ABRIR-UBICACIONES.
       PERFORM PIDE-FECHA.
       OPEN OUTPUT CANDIDATOS-ARCHIVO.
       PERFORM LEE-CLASIFICACION.
       PERFORM SELECCIONA-ARTICULO UNTIL FIN-ABC = "S".
       CLOSE CANDIDATOS-ARCHIVO.
       CLOSE ABC-ARCHIVO.
       CLOSE ARTICULOS-ARCHIVO.
       IF STOCK-UBI-DISPONIBLE = "S"
           CLOSE STOCK-UBI-ARCHIVO.
       IF ARTICULOS-A-CONTAR = ZERO
           DISPLAY "No hay articulos que contar al " FECHA-CONTEO "."
           IF UBICACIONES-DISPONIBLE = "S"
               CLOSE UBICACIONES-ARCHIVO
           END-IF
           OPEN OUTPUT LISTA-ARCHIVO
           CLOSE LISTA-ARCHIVO
           CALL "CBL_DELETE_FILE" USING "conteo_candidatos.tmp"
           GOBACK.
       SORT SORT-FILE
           ON ASCENDING KEY SORT-UBICACION-ID
           ON ASCENDING KEY SORT-ARTICULO-ID
           USING CANDIDATOS-ARCHIVO
           GIVING ARCHIVO-ORDENADO.
       IF SORT-IN-STATUS NOT = "00"
           DISPLAY "No se pudo ordenar la lista de conteo (estado: "
               SORT-IN-STATUS ")"
           IF UBICACIONES-DISPONIBLE = "S"
               CLOSE UBICACIONES-ARCHIVO
           END-IF
           CALL "CBL_DELETE_FILE" USING "conteo_candidatos.tmp"
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN INPUT ARCHIVO-ORDENADO.
       OPEN OUTPUT HOJAS-ARCHIVO.
       OPEN OUTPUT LISTA-ARCHIVO.
       MOVE SPACE TO TABLA-EN-LISTA.
       PERFORM LEE-SIGUIENTE-ORDENADO.
       PERFORM IMPRIME-RENGLON UNTIL FIN-ORDENADO = "S".
       IF HOJAS-IMPRESAS NOT = ZERO
           PERFORM IMPRIME-PIE.
       CLOSE ARCHIVO-ORDENADO.
       CLOSE HOJAS-ARCHIVO.
       CLOSE LISTA-ARCHIVO.
       IF UBICACIONES-DISPONIBLE = "S"
           CLOSE UBICACIONES-ARCHIVO.
       CALL "CBL_DELETE_FILE" USING "conteo_candidatos.tmp".
       CALL "CBL_DELETE_FILE" USING "conteo_por_ubicacion.tmp".
       DISPLAY " ".
       DISPLAY "Articulos a contar......: " ARTICULOS-A-CONTAR.
       DISPLAY "  Atrasados.............: " ARTICULOS-ATRASADOS.
       DISPLAY "Hojas por ubicacion.....: " HOJAS-IMPRESAS.
       DISPLAY "Hojas generadas en hojas_conteo.lst".
       DISPLAY "STOCK-COUNT cargara la lista de conteo_del_dia.dat.".
       GOBACK.

       MUESTRA-ERROR-ABC.
           DISPLAY "No se pudo abrir la clasificacion ABC.".
           EVALUATE ABC-STATUS
               WHEN "35"
                   DISPLAY "El archivo clasificacion_abc.dat no"
                       " existe."
                   DISPLAY "Ejecute primero ABC-CLASSIFICATION."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " ABC-STATUS
           END-EVALUATE.

       ABRIR-UBICACIONES.
           OPEN INPUT STOCK-UBI-ARCHIVO.
           IF STOCK-UBI-STATUS = "00"
               MOVE "S" TO STOCK-UBI-DISPONIBLE
           ELSE
               DISPLAY "Aviso: no se pudo abrir stock_ubicacion.dat;"
                   " todo sale en una sola hoja.".
           OPEN INPUT UBICACIONES-ARCHIVO.
           IF UBICACIONES-STATUS = "00"
               MOVE "S" TO UBICACIONES-DISPONIBLE.

       PIDE-FECHA.
           DISPLAY "Ingrese la fecha del conteo (AAAAMMDD,"
               " vacio = hoy): ".
           MOVE SPACE TO FECHA-CONTEO.
           ACCEPT FECHA-CONTEO.
           IF FECHA-CONTEO = SPACE
               MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CONTEO.
           IF FECHA-CONTEO NOT NUMERIC
               DISPLAY "La fecha debe ser AAAAMMDD."
               PERFORM PIDE-FECHA.

       LEE-CLASIFICACION.
           READ ABC-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-ABC.

      * Entra todo lo que vence en la fecha y lo que ya estaba
      * atrasado: un conteo que no se hizo se arrastra al dia siguiente.
       SELECCIONA-ARTICULO.
           IF ABC-PROXIMO-CONTEO NOT > FECHA-CONTEO
               MOVE ABC-ARTICULO-ID TO ARTICULOS-ID
               MOVE "S" TO REGISTRO-ENCONTRADO
               READ ARTICULOS-ARCHIVO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
               END-READ
               IF REGISTRO-ENCONTRADO = "S"
                   ADD 1 TO ARTICULOS-A-CONTAR
                   IF ABC-PROXIMO-CONTEO < FECHA-CONTEO
                       ADD 1 TO ARTICULOS-ATRASADOS
                   END-IF
                   PERFORM AGREGA-UBICACIONES.
           PERFORM LEE-CLASIFICACION.

       AGREGA-UBICACIONES.
           MOVE ZERO TO RENGLONES-ARTICULO.
           MOVE ABC-ARTICULO-ID TO CAND-ARTICULO-ID.
           MOVE ARTICULOS-PRODUCTO TO CAND-PRODUCTO.
           MOVE ARTICULOS-MARCA TO CAND-MARCA.
           MOVE ABC-CLASE TO CAND-CLASE.
           MOVE ABC-ULTIMO-CONTEO TO CAND-ULTIMO-CONTEO.
           IF STOCK-UBI-DISPONIBLE = "S"
               MOVE "N" TO FIN-UBICACIONES
               MOVE ABC-ARTICULO-ID TO STOCK-UBI-ARTICULO-ID
               MOVE ZEROES TO STOCK-UBI-UBICACION-ID
               START STOCK-UBI-ARCHIVO
                   KEY IS NOT LESS THAN STOCK-UBI-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-UBICACIONES
               END-START
               PERFORM AGREGA-UNA-UBICACION
                   UNTIL FIN-UBICACIONES = "S".
           IF RENGLONES-ARTICULO = ZERO
               MOVE ZERO TO CAND-UBICACION-ID
               WRITE CANDIDATO-REGISTRO.

       AGREGA-UNA-UBICACION.
           READ STOCK-UBI-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-UBICACIONES.
           IF FIN-UBICACIONES = "N" AND
                   STOCK-UBI-ARTICULO-ID NOT = ABC-ARTICULO-ID
               MOVE "S" TO FIN-UBICACIONES.
           IF FIN-UBICACIONES = "N"
               MOVE STOCK-UBI-UBICACION-ID TO CAND-UBICACION-ID
               WRITE CANDIDATO-REGISTRO
               ADD 1 TO RENGLONES-ARTICULO.

       LEE-SIGUIENTE-ORDENADO.
           READ ARCHIVO-ORDENADO
           AT END
               MOVE "S" TO FIN-ORDENADO.

       IMPRIME-RENGLON.
           IF HOJAS-IMPRESAS = ZERO OR
                   ORD-UBICACION-ID NOT = UBICACION-ANTERIOR
               IF HOJAS-IMPRESAS NOT = ZERO
                   PERFORM IMPRIME-PIE
               END-IF
               PERFORM IMPRIME-ENCABEZADO
               MOVE ORD-UBICACION-ID TO UBICACION-ANTERIOR.
           MOVE ORD-ARTICULO-ID TO DET-ID.
           MOVE ORD-PRODUCTO TO DET-PRODUCTO.
           MOVE ORD-MARCA TO DET-MARCA.
           MOVE ORD-CLASE TO DET-CLASE.
           IF ORD-ULTIMO-CONTEO = SPACE
               MOVE "nunca" TO DET-ULTIMO
           ELSE
               MOVE ORD-ULTIMO-CONTEO TO DET-ULTIMO.
           WRITE LINEA-HOJA FROM LINEA-DETALLE.
           ADD 1 TO RENGLONES-HOJA.
           IF YA-EN-LISTA(ORD-ARTICULO-ID) NOT = "S"
               MOVE "S" TO YA-EN-LISTA(ORD-ARTICULO-ID)
               MOVE FECHA-CONTEO TO CDIA-FECHA
               MOVE ORD-ARTICULO-ID TO CDIA-ARTICULO-ID
               MOVE ORD-UBICACION-ID TO CDIA-UBICACION-ID
               WRITE CONTEO-DIA-REGISTRO
               ADD 1 TO ARTICULOS-EN-LISTA.
           PERFORM LEE-SIGUIENTE-ORDENADO.

       IMPRIME-ENCABEZADO.
           MOVE FECHA-CONTEO TO ENC-FECHA.
           MOVE ORD-UBICACION-ID TO ENC-UBICACION-ID.
           PERFORM BUSCA-NOMBRE-UBICACION.
           IF HOJAS-IMPRESAS = ZERO
               WRITE LINEA-HOJA FROM LINEA-ENCABEZADO
           ELSE
               WRITE LINEA-HOJA FROM LINEA-ENCABEZADO
                   AFTER ADVANCING PAGE.
           MOVE SPACE TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           WRITE LINEA-HOJA FROM LINEA-COLUMNAS.
           ADD 1 TO HOJAS-IMPRESAS.
           MOVE ZERO TO RENGLONES-HOJA.

       BUSCA-NOMBRE-UBICACION.
           IF ORD-UBICACION-ID = ZERO
               MOVE "Sin ubicacion asignada" TO ENC-UBICACION-NOMBRE
           ELSE
               MOVE "(ubicacion no registrada)"
                   TO ENC-UBICACION-NOMBRE
               IF UBICACIONES-DISPONIBLE = "S"
                   MOVE ORD-UBICACION-ID TO UBICACIONES-ID
                   READ UBICACIONES-ARCHIVO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UBICACIONES-NOMBRE
                           TO ENC-UBICACION-NOMBRE
                   END-READ.

       IMPRIME-PIE.
           MOVE SPACE TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE RENGLONES-HOJA TO PIE-RENGLONES.
           WRITE LINEA-HOJA FROM LINEA-PIE.
           WRITE LINEA-HOJA FROM LINEA-NOTA-TRANSITO.

       END PROGRAM COUNT-SHEETS.
