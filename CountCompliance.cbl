      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNT-COMPLIANCE.

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

       SELECT ATRASADOS-ARCHIVO
       ASSIGN TO "conteo_atrasados.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS SORT-IN-STATUS.

       SELECT SORT-FILE
       ASSIGN TO "SORTWORK".

       SELECT ARCHIVO-ORDENADO
       ASSIGN TO "conteo_atrasados_ord.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ORDENADO-STATUS.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "cumplimiento_conteo.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ABC-ARCHIVO.
       COPY "CLASEABC.cpy".

       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD ATRASADOS-ARCHIVO.
       01 ATRASADO-REGISTRO.
           05 ATR-CLASE PIC X.
           05 ATR-DIAS PIC 9(5).
           05 ATR-ARTICULO-ID PIC 9(4).
           05 ATR-ULTIMO-CONTEO PIC X(8).
           05 ATR-PROXIMO-CONTEO PIC X(8).
           05 ATR-VALOR PIC 9(9)V99.

       SD SORT-FILE.
       01 SORT-REGISTRO.
           05 SORT-CLASE PIC X.
           05 SORT-DIAS PIC 9(5).
           05 SORT-ARTICULO-ID PIC 9(4).
           05 FILLER PIC X(27).

       FD ARCHIVO-ORDENADO.
       01 REGISTRO-ORDENADO.
           05 ORD-CLASE PIC X.
           05 ORD-DIAS PIC 9(5).
           05 ORD-ARTICULO-ID PIC 9(4).
           05 ORD-ULTIMO-CONTEO PIC X(8).
           05 ORD-PROXIMO-CONTEO PIC X(8).
           05 ORD-VALOR PIC 9(9)V99.

       FD REPORTE-ARCHIVO.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       77 ABC-STATUS PIC XX.
       77 ARCHIVO-STATUS PIC XX.
       77 SORT-IN-STATUS PIC XX.
       77 ORDENADO-STATUS PIC XX.
       77 REPORTE-STATUS PIC XX.
       77 ARTICULOS-DISPONIBLE PIC X VALUE "N".
       77 FIN-ABC PIC X VALUE "N".
       77 FIN-ORDENADO PIC X VALUE "N".
       77 REGISTRO-ENCONTRADO PIC X.
       77 FECHA-HOY PIC X(8).
       77 FECHA-HOY-ENTERO PIC 9(7).
       77 FECHA-VENCE-ENTERO PIC 9(7).
       77 CLASE-ANTERIOR PIC X.
       77 I PIC 9.
       77 TOTAL-ATRASADOS PIC 9(5) VALUE ZERO.

       01 TABLA-CLASES.
           05 RESUMEN-CLASE OCCURS 3 TIMES.
               10 CLS-ARTICULOS PIC 9(5).
               10 CLS-AL-DIA PIC 9(5).
               10 CLS-ATRASADOS PIC 9(5).
               10 CLS-NUNCA PIC 9(5).

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(44) VALUE
               "CUMPLIMIENTO DEL CALENDARIO DE CONTEO AL DIA".
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENC-FECHA PIC X(8).
       01 LINEA-TITULO-ATRASADOS PIC X(60) VALUE
           "ARTICULOS CON CONTEO ATRASADO (por clase y dias de atraso)".
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "  Clase  ID  Producto                   ".
           05 FILLER PIC X(49) VALUE
               "     Ult.conteo  Vencio    Atraso     Valor anual".
       01 LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-CLASE PIC X.
           05 FILLER PIC X(3) VALUE SPACE.
           05 DET-ID PIC Z(5).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-PRODUCTO PIC X(30).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-ULTIMO PIC X(10).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-VENCIO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-DIAS PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-VALOR PIC ZZZ,ZZZ,ZZ9.99.
       01 LINEA-TITULO-RESUMEN PIC X(60) VALUE
           "RESUMEN POR CLASE".
       01 LINEA-COLUMNAS-RESUMEN.
           05 FILLER PIC X(38) VALUE
               "  Clase  Ciclo    Articulos    Al dia".
           05 FILLER PIC X(36) VALUE
               "  Atrasados  Nunca contados   Cumpl.".
       01 LINEA-RESUMEN.
           05 FILLER PIC X(2) VALUE SPACE.
           05 RES-CLASE PIC X.
           05 FILLER PIC X(6) VALUE SPACE.
           05 RES-CICLO PIC X(10).
           05 FILLER PIC X(2) VALUE SPACE.
           05 RES-ARTICULOS PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACE.
           05 RES-AL-DIA PIC ZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACE.
           05 RES-ATRASADOS PIC ZZ,ZZ9.
           05 FILLER PIC X(10) VALUE SPACE.
           05 RES-NUNCA PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 RES-CUMPLIMIENTO PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE "%".

       PROCEDURE DIVISION.

       OPEN INPUT ABC-ARCHIVO.
       IF ABC-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-ABC
           GOBACK.
       OPEN INPUT ARTICULOS-ARCHIVO.
       IF ARCHIVO-STATUS = "00"
           MOVE "S" TO ARTICULOS-DISPONIBLE
       ELSE
           DISPLAY "Aviso: no se pudo abrir articulos.dat; el reporte"
               " sale sin nombres.".
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       COMPUTE FECHA-HOY-ENTERO = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(FECHA-HOY)).
       MOVE ZEROES TO TABLA-CLASES.
       OPEN OUTPUT ATRASADOS-ARCHIVO.
       PERFORM LEE-CLASIFICACION.
       PERFORM REVISA-ARTICULO UNTIL FIN-ABC = "S".
       CLOSE ATRASADOS-ARCHIVO.
       CLOSE ABC-ARCHIVO.
       SORT SORT-FILE
           ON ASCENDING KEY SORT-CLASE
           ON DESCENDING KEY SORT-DIAS
           ON ASCENDING KEY SORT-ARTICULO-ID
           USING ATRASADOS-ARCHIVO
           GIVING ARCHIVO-ORDENADO.
       IF SORT-IN-STATUS NOT = "00"
           DISPLAY "No se pudo ordenar los atrasados (estado: "
               SORT-IN-STATUS ")"
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN OUTPUT REPORTE-ARCHIVO.
       IF REPORTE-STATUS NOT = "00"
           DISPLAY "No se pudo crear cumplimiento_conteo.lst (estado: "
               REPORTE-STATUS ")"
           GOBACK.
       MOVE FECHA-HOY TO ENC-FECHA.
       WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
       PERFORM IMPRIME-RESUMEN.
       PERFORM IMPRIME-ATRASADOS.
       CLOSE REPORTE-ARCHIVO.
       IF ARTICULOS-DISPONIBLE = "S"
           CLOSE ARTICULOS-ARCHIVO.
       CALL "CBL_DELETE_FILE" USING "conteo_atrasados.tmp".
       CALL "CBL_DELETE_FILE" USING "conteo_atrasados_ord.tmp".
       DISPLAY " ".
       DISPLAY "Articulos con conteo atrasado: " TOTAL-ATRASADOS.
       DISPLAY "Reporte generado en cumplimiento_conteo.lst".
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

       LEE-CLASIFICACION.
           READ ABC-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-ABC.

       REVISA-ARTICULO.
           EVALUATE ABC-CLASE
               WHEN "A"
                   MOVE 1 TO I
               WHEN "B"
                   MOVE 2 TO I
               WHEN OTHER
                   MOVE 3 TO I
           END-EVALUATE.
           ADD 1 TO CLS-ARTICULOS(I).
           IF ABC-ULTIMO-CONTEO = SPACE
               ADD 1 TO CLS-NUNCA(I).
           IF ABC-PROXIMO-CONTEO < FECHA-HOY
               ADD 1 TO CLS-ATRASADOS(I)
               ADD 1 TO TOTAL-ATRASADOS
               PERFORM ANOTA-ATRASADO
           ELSE
               ADD 1 TO CLS-AL-DIA(I).
           PERFORM LEE-CLASIFICACION.

       ANOTA-ATRASADO.
           COMPUTE FECHA-VENCE-ENTERO = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(ABC-PROXIMO-CONTEO)).
           MOVE ABC-CLASE TO ATR-CLASE.
           COMPUTE ATR-DIAS = FECHA-HOY-ENTERO - FECHA-VENCE-ENTERO.
           MOVE ABC-ARTICULO-ID TO ATR-ARTICULO-ID.
           MOVE ABC-ULTIMO-CONTEO TO ATR-ULTIMO-CONTEO.
           MOVE ABC-PROXIMO-CONTEO TO ATR-PROXIMO-CONTEO.
           MOVE ABC-VALOR-ANUAL TO ATR-VALOR.
           WRITE ATRASADO-REGISTRO.

       IMPRIME-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-TITULO-RESUMEN.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS-RESUMEN.
           MOVE 1 TO I.
           PERFORM IMPRIME-UNA-CLASE UNTIL I > 3.

       IMPRIME-UNA-CLASE.
           EVALUATE I
               WHEN 1
                   MOVE "A" TO RES-CLASE
                   MOVE "mensual" TO RES-CICLO
               WHEN 2
                   MOVE "B" TO RES-CLASE
                   MOVE "trimestral" TO RES-CICLO
               WHEN OTHER
                   MOVE "C" TO RES-CLASE
                   MOVE "anual" TO RES-CICLO
           END-EVALUATE.
           MOVE CLS-ARTICULOS(I) TO RES-ARTICULOS.
           MOVE CLS-AL-DIA(I) TO RES-AL-DIA.
           MOVE CLS-ATRASADOS(I) TO RES-ATRASADOS.
           MOVE CLS-NUNCA(I) TO RES-NUNCA.
           IF CLS-ARTICULOS(I) = ZERO
               MOVE 100 TO RES-CUMPLIMIENTO
           ELSE
               COMPUTE RES-CUMPLIMIENTO ROUNDED =
                   CLS-AL-DIA(I) * 100 / CLS-ARTICULOS(I).
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           ADD 1 TO I.

       IMPRIME-ATRASADOS.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-TITULO-ATRASADOS.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS.
           OPEN INPUT ARCHIVO-ORDENADO.
           MOVE SPACE TO CLASE-ANTERIOR.
           PERFORM LEE-SIGUIENTE-ORDENADO.
           PERFORM IMPRIME-ATRASADO UNTIL FIN-ORDENADO = "S".
           CLOSE ARCHIVO-ORDENADO.
           IF TOTAL-ATRASADOS = ZERO
               MOVE "  Ningun articulo tiene el conteo atrasado."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       LEE-SIGUIENTE-ORDENADO.
           READ ARCHIVO-ORDENADO
           AT END
               MOVE "S" TO FIN-ORDENADO.

       IMPRIME-ATRASADO.
           IF ORD-CLASE NOT = CLASE-ANTERIOR AND CLASE-ANTERIOR NOT =
                   SPACE
               MOVE SPACE TO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           MOVE ORD-CLASE TO CLASE-ANTERIOR.
           PERFORM BUSCA-ARTICULO.
           MOVE ORD-CLASE TO DET-CLASE.
           MOVE ORD-ARTICULO-ID TO DET-ID.
           IF ORD-ULTIMO-CONTEO = SPACE
               MOVE "nunca" TO DET-ULTIMO
           ELSE
               MOVE ORD-ULTIMO-CONTEO TO DET-ULTIMO.
           MOVE ORD-PROXIMO-CONTEO TO DET-VENCIO.
           MOVE ORD-DIAS TO DET-DIAS.
           MOVE ORD-VALOR TO DET-VALOR.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           PERFORM LEE-SIGUIENTE-ORDENADO.

       BUSCA-ARTICULO.
           MOVE "(articulo eliminado)" TO DET-PRODUCTO.
           IF ARTICULOS-DISPONIBLE = "S"
               MOVE ORD-ARTICULO-ID TO ARTICULOS-ID
               READ ARTICULOS-ARCHIVO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARTICULOS-PRODUCTO TO DET-PRODUCTO
               END-READ.

       END PROGRAM COUNT-COMPLIANCE.
