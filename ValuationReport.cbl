       ACCESS MODE IS DYNAMIC
       FILE STATUS IS UBICACIONES-STATUS.

       SELECT TRANSITO-ARCHIVO
       ASSIGN TO "en_transito.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TRN-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TRANSITO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARTICULOS-ARCHIVO.
       FD UBICACIONES-ARCHIVO.
       COPY "UBICACIONES.cpy".

       FD TRANSITO-ARCHIVO.
       COPY "TRANSITO.cpy".

       WORKING-STORAGE SECTION.
       77 FIN-ARCHIVO PIC X.
       77 ARCHIVO-STATUS PIC XX.
       77 FIN-STOCK-UBI PIC X.
       77 FIN-UBICACIONES PIC X.
       77 ARTICULO-VALIDO PIC X.
       77 TRANSITO-STATUS PIC XX.
       77 TRANSITO-DISPONIBLE PIC X VALUE "N".
       77 FIN-TRANSITO PIC X.
       77 VALOR-TRANSITO PIC 9(11)V99 VALUE ZERO.
       77 ARTICULOS-TRANSITO PIC 9(5) VALUE ZERO.

       01 TABLA-VALOR-UBICACION.
           05 VALOR-UBICACION-ENTRADA OCCURS 99 TIMES.
           05 GRUPO-UBICACION-ARTS PIC ZZ,ZZ9.
           05 FILLER PIC X(8) VALUE "  Valor:".
           05 GRUPO-UBICACION-VALOR PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 LINEA-TRANSITO.
           05 FILLER PIC X(14) VALUE "En transito   ".
           05 FILLER PIC X(30) VALUE
               "(despachado, sin recibir)".
           05 FILLER PIC X(12) VALUE "  Articulos:".
           05 TRANSITO-ARTS PIC ZZ,ZZ9.
           05 FILLER PIC X(8) VALUE "  Valor:".
           05 TRANSITO-VALOR PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-TITULO-CATEGORIA PIC X(40) VALUE
           "VALORACION DE INVENTARIO POR CATEGORIA".
                   PERFORM LEE-STOCK-UBI
                   PERFORM ACUMULA-STOCK-UBI
                       UNTIL FIN-STOCK-UBI = "S"
                   PERFORM ACUMULA-TRANSITO
                   CLOSE ARTICULOS-ARCHIVO
               END-IF
               CLOSE STOCK-UBI-ARCHIVO
               WRITE LINEA-REPORTE FROM LINEA-TITULO-UBICACION
               MOVE SPACE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM IMPRIME-UBICACIONES
               PERFORM IMPRIME-TRANSITO.

       LEE-STOCK-UBI.
           READ STOCK-UBI-ARCHIVO NEXT RECORD
                   ADD 1 TO UBI-ARTICULOS(STOCK-UBI-UBICACION-ID).
           PERFORM LEE-STOCK-UBI.

       ACUMULA-TRANSITO.
           OPEN INPUT TRANSITO-ARCHIVO.
           IF TRANSITO-STATUS = "00"
               MOVE "S" TO TRANSITO-DISPONIBLE
               MOVE "N" TO FIN-TRANSITO
               PERFORM LEE-TRANSITO
               PERFORM ACUMULA-LINEA-TRANSITO
                   UNTIL FIN-TRANSITO = "S"
               CLOSE TRANSITO-ARCHIVO.

       LEE-TRANSITO.
           READ TRANSITO-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-TRANSITO.

       ACUMULA-LINEA-TRANSITO.
           IF TRN-ESTADO = "T"
               MOVE "S" TO ARTICULO-VALIDO
               MOVE TRN-ARTICULO-ID TO ARTICULOS-ID
               READ ARTICULOS-ARCHIVO RECORD
               INVALID KEY
                   MOVE "N" TO ARTICULO-VALIDO
               END-READ
               IF ARTICULO-VALIDO = "S"
                   COMPUTE VALOR-ARTICULO =
                       TRN-CANTIDAD * ARTICULOS-PRECIO
                   ADD VALOR-ARTICULO TO VALOR-TRANSITO
                   ADD 1 TO ARTICULOS-TRANSITO.
           PERFORM LEE-TRANSITO.

       IMPRIME-TRANSITO.
           IF TRANSITO-DISPONIBLE = "S"
               MOVE ARTICULOS-TRANSITO TO TRANSITO-ARTS
               MOVE VALOR-TRANSITO TO TRANSITO-VALOR
               WRITE LINEA-REPORTE FROM LINEA-TRANSITO.

       IMPRIME-UBICACIONES.
           OPEN INPUT UBICACIONES-ARCHIVO.
           IF UBICACIONES-STATUS NOT = "00"
