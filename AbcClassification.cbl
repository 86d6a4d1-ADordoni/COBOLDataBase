      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC-CLASSIFICATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       SELECT MOVIMIENTOS-ARCHIVO
       ASSIGN TO "movimientos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MOVIMIENTOS-STATUS.

       SELECT RESUMEN-ARCHIVO
       ASSIGN TO "resumen_anual.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS RESUMEN-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS RESUMEN-STATUS.

       SELECT CONTROL-ARCHIVO
       ASSIGN TO "abc_control.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONTROL-STATUS.

       SELECT CANDIDATOS-ARCHIVO
       ASSIGN TO "abc_candidatos.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS SORT-IN-STATUS.

       SELECT SORT-FILE
       ASSIGN TO "SORTWORK".

       SELECT ARCHIVO-ORDENADO
       ASSIGN TO "abc_por_valor.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ORDENADO-STATUS.

       SELECT ABC-ARCHIVO
       ASSIGN TO "clasificacion_abc.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ABC-ARTICULO-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ABC-STATUS.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "clasificacion_abc.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD MOVIMIENTOS-ARCHIVO.
       COPY "MOVIMIENTOS.cpy".

       FD RESUMEN-ARCHIVO.
       COPY "RESUMEN.cpy".

       FD CONTROL-ARCHIVO.
       01 LINEA-CONTROL.
           05 CONTROL-CORTE-A PIC X(3).
           05 CONTROL-CORTE-B PIC X(3).

       FD CANDIDATOS-ARCHIVO.
       01 CANDIDATO-REGISTRO.
           05 CAND-VALOR PIC 9(9)V99.
           05 CAND-ID PIC 9(4).
           05 CAND-UNIDADES PIC 9(7).
           05 CAND-PRODUCTO PIC X(30).

       SD SORT-FILE.
       01 SORT-REGISTRO.
           05 SORT-VALOR PIC 9(9)V99.
           05 SORT-ID PIC 9(4).
           05 FILLER PIC X(37).

       FD ARCHIVO-ORDENADO.
       01 REGISTRO-ORDENADO.
           05 ORD-VALOR PIC 9(9)V99.
           05 ORD-ID PIC 9(4).
           05 ORD-UNIDADES PIC 9(7).
           05 ORD-PRODUCTO PIC X(30).

       FD ABC-ARCHIVO.
       COPY "CLASEABC.cpy".

       FD REPORTE-ARCHIVO.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 MOVIMIENTOS-STATUS PIC XX.
       77 RESUMEN-STATUS PIC XX.
       77 CONTROL-STATUS PIC XX.
       77 SORT-IN-STATUS PIC XX.
       77 ORDENADO-STATUS PIC XX.
       77 ABC-STATUS PIC XX.
       77 REPORTE-STATUS PIC XX.
       77 RESUMEN-DISPONIBLE PIC X VALUE "N".
       77 FIN-MOVIMIENTOS PIC X VALUE "N".
       77 FIN-ARTICULOS PIC X VALUE "N".
       77 FIN-ORDENADO PIC X VALUE "N".
       77 FIN-ABC PIC X VALUE "N".
       77 REGISTRO-ENCONTRADO PIC X.
       77 CORTE-A PIC 9(3) VALUE 80.
       77 CORTE-B PIC 9(3) VALUE 95.
       77 DIAS-CICLO-A PIC 9(3) VALUE 30.
       77 DIAS-CICLO-B PIC 9(3) VALUE 91.
       77 DIAS-CICLO-C PIC 9(3) VALUE 365.
       77 FECHA-HOY PIC X(8).
       77 FECHA-HOY-ENTERO PIC 9(7).
       77 FECHA-INICIO-ENTERO PIC 9(7).
       77 FECHA-INICIO-NUM PIC 9(8).
       77 FECHA-INICIO PIC X(8).
       77 ANIO-ACTUAL PIC 9(4).
       77 ANIO-ANTERIOR PIC 9(4).
       77 INICIO-ANIO-NUM PIC 9(8).
       77 DIAS-ANIO-ANTERIOR PIC S9(5).
       77 UNIDADES-ARTICULO PIC 9(7).
       77 UNIDADES-ARCHIVADAS PIC 9(7).
       77 VALOR-ARTICULO PIC 9(9)V99.
       77 VALOR-TOTAL PIC 9(11)V99 VALUE ZERO.
       77 VALOR-ACUMULADO PIC 9(11)V99 VALUE ZERO.
       77 PORCENTAJE-PREVIO PIC 9(3)V99.
       77 PORCENTAJE-ACUMULADO PIC 9(3)V99.
       77 CLASE-ASIGNADA PIC X.
       77 DIAS-CICLO-ASIGNADO PIC 9(3).
       77 POSICION-EN-CLASE PIC 9(5).
       77 COCIENTE PIC 9(5).
       77 DESFASE PIC 9(3).
       77 ULTIMO-CONTEO PIC X(8).
       77 FECHA-PROXIMA-NUM PIC 9(8).
       77 ARTICULOS-A PIC 9(5) VALUE ZERO.
       77 ARTICULOS-B PIC 9(5) VALUE ZERO.
       77 ARTICULOS-C PIC 9(5) VALUE ZERO.
       77 VALOR-A PIC 9(11)V99 VALUE ZERO.
       77 VALOR-B PIC 9(11)V99 VALUE ZERO.
       77 VALOR-C PIC 9(11)V99 VALUE ZERO.
       77 ARTICULOS-CLASIFICADOS PIC 9(5) VALUE ZERO.
       77 CLASIFICACIONES-BORRADAS PIC 9(5) VALUE ZERO.

       01 TABLA-SALIDAS.
           05 SALIDAS-ARTICULO OCCURS 9999 TIMES PIC 9(7).

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(42) VALUE
               "CLASIFICACION ABC POR VALOR DE SALIDAS DEL".
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENC-DESDE PIC X(8).
           05 FILLER PIC X(3) VALUE " AL".
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENC-HASTA PIC X(8).
       01 LINEA-CORTES.
           05 FILLER PIC X(18) VALUE "Cortes: A hasta el".
           05 ENC-CORTE-A PIC ZZ9.
           05 FILLER PIC X(13) VALUE "%, B hasta el".
           05 ENC-CORTE-B PIC ZZ9.
           05 FILLER PIC X(31) VALUE
               "% del valor acumulado; resto C.".
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "     ID  Producto                       ".
           05 FILLER PIC X(53) VALUE
               " Unidades    Valor anual  % Acum  Clase   Prox.conteo".
       01 LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-ID PIC Z(5).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-PRODUCTO PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-UNIDADES PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-VALOR PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-PORCENTAJE PIC ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACE.
           05 DET-CLASE PIC X.
           05 FILLER PIC X(5) VALUE SPACE.
           05 DET-PROXIMO PIC X(8).
       01 LINEA-RESUMEN.
           05 FILLER PIC X(4) VALUE SPACE.
           05 FILLER PIC X(6) VALUE "Clase ".
           05 RES-CLASE PIC X.
           05 FILLER PIC X(2) VALUE ": ".
           05 RES-ARTICULOS PIC ZZ,ZZ9.
           05 FILLER PIC X(18) VALUE " articulos, valor ".
           05 RES-VALOR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE ", conteo".
           05 FILLER PIC X(1) VALUE SPACE.
           05 RES-CICLO PIC X(10).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "CLASIFICACION ABC Y CALENDARIO DE CONTEO".
       OPEN INPUT ARTICULOS-ARCHIVO.
       IF ARCHIVO-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-ARCHIVO
           GOBACK.
       PERFORM LEE-CORTES.
       PERFORM CALCULA-PERIODO.
       MOVE ZEROES TO TABLA-SALIDAS.
       PERFORM ACUMULA-MOVIMIENTOS.
       PERFORM ABRIR-RESUMEN.
       OPEN OUTPUT CANDIDATOS-ARCHIVO.
       PERFORM LEE-SIGUIENTE-ARTICULO.
       PERFORM VALORIZA-ARTICULO UNTIL FIN-ARTICULOS = "S".
       CLOSE CANDIDATOS-ARCHIVO.
       CLOSE ARTICULOS-ARCHIVO.
       IF RESUMEN-DISPONIBLE = "S"
           CLOSE RESUMEN-ARCHIVO.
       SORT SORT-FILE
           ON DESCENDING KEY SORT-VALOR
           ON ASCENDING KEY SORT-ID
           USING CANDIDATOS-ARCHIVO
           GIVING ARCHIVO-ORDENADO.
       IF SORT-IN-STATUS NOT = "00"
           DISPLAY "No se pudo ordenar los articulos (estado: "
               SORT-IN-STATUS ")"
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN INPUT ARCHIVO-ORDENADO.
       PERFORM ABRIR-CLASIFICACION.
       IF ABC-STATUS NOT = "00"
           DISPLAY "No se pudo abrir clasificacion_abc.dat (estado: "
               ABC-STATUS ")"
           CLOSE ARCHIVO-ORDENADO
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN OUTPUT REPORTE-ARCHIVO.
       PERFORM IMPRIME-ENCABEZADO.
       PERFORM LEE-SIGUIENTE-ORDENADO.
       PERFORM CLASIFICA-ARTICULO UNTIL FIN-ORDENADO = "S".
       CLOSE ARCHIVO-ORDENADO.
       PERFORM DEPURA-CLASIFICACION.
       CLOSE ABC-ARCHIVO.
       PERFORM IMPRIME-RESUMEN.
       CLOSE REPORTE-ARCHIVO.
       CALL "CBL_DELETE_FILE" USING "abc_candidatos.tmp".
       CALL "CBL_DELETE_FILE" USING "abc_por_valor.tmp".
       DISPLAY " ".
       DISPLAY "Articulos clasificados..: " ARTICULOS-CLASIFICADOS.
       DISPLAY "  Clase A...............: " ARTICULOS-A.
       DISPLAY "  Clase B...............: " ARTICULOS-B.
       DISPLAY "  Clase C...............: " ARTICULOS-C.
       IF CLASIFICACIONES-BORRADAS NOT = ZERO
           DISPLAY "Articulos dados de baja.: "
               CLASIFICACIONES-BORRADAS.
       DISPLAY "Reporte generado en clasificacion_abc.lst".
       GOBACK.

       MUESTRA-ERROR-ARCHIVO.
           DISPLAY "No se pudo abrir el archivo de articulos.".
           EVALUATE ARCHIVO-STATUS
               WHEN "35"
                   DISPLAY "El archivo articulos.dat no existe."
                   DISPLAY "Ejecute primero CREATE-DATA-BASE."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " ARCHIVO-STATUS
           END-EVALUATE.

       LEE-CORTES.
           OPEN INPUT CONTROL-ARCHIVO.
           IF CONTROL-STATUS NOT = "00"
               PERFORM CREA-CONTROL-ESTANDAR
           ELSE
               READ CONTROL-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CONTROL-CORTE-A IS NUMERIC AND
                               CONTROL-CORTE-B IS NUMERIC
                           MOVE CONTROL-CORTE-A TO CORTE-A
                           MOVE CONTROL-CORTE-B TO CORTE-B
                       END-IF
               END-READ
               CLOSE CONTROL-ARCHIVO.
           IF CORTE-A > CORTE-B OR CORTE-B > 100
               DISPLAY "Aviso: cortes invalidos en abc_control.dat;"
                   " se usan 080 y 095."
               MOVE 80 TO CORTE-A
               MOVE 95 TO CORTE-B.
           DISPLAY "Clase A hasta el " CORTE-A "% y clase B hasta el "
               CORTE-B "% del valor acumulado.".

       CREA-CONTROL-ESTANDAR.
           DISPLAY "No existe abc_control.dat; se crea con cortes de "
               CORTE-A "% y " CORTE-B "%.".
           OPEN OUTPUT CONTROL-ARCHIVO.
           MOVE CORTE-A TO CONTROL-CORTE-A.
           MOVE CORTE-B TO CONTROL-CORTE-B.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-ARCHIVO.

       CALCULA-PERIODO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           COMPUTE FECHA-HOY-ENTERO = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FECHA-HOY)).
           COMPUTE FECHA-INICIO-ENTERO = FECHA-HOY-ENTERO - 365.
           COMPUTE FECHA-INICIO-NUM =
               FUNCTION DATE-OF-INTEGER(FECHA-INICIO-ENTERO).
           MOVE FECHA-INICIO-NUM TO FECHA-INICIO.
           MOVE FECHA-HOY(1:4) TO ANIO-ACTUAL.
           COMPUTE ANIO-ANTERIOR = ANIO-ACTUAL - 1.
           COMPUTE INICIO-ANIO-NUM = ANIO-ACTUAL * 10000 + 101.
           COMPUTE DIAS-ANIO-ANTERIOR = FUNCTION INTEGER-OF-DATE(
               INICIO-ANIO-NUM) - 1 - FECHA-INICIO-ENTERO.
           IF DIAS-ANIO-ANTERIOR < ZERO
               MOVE ZERO TO DIAS-ANIO-ANTERIOR.

       ACUMULA-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-STATUS NOT = "00"
               DISPLAY "Aviso: no se pudo abrir movimientos.dat; solo"
                   " se usan los resumenes archivados."
           ELSE
               PERFORM LEE-MOVIMIENTO
               PERFORM ACUMULA-SALIDA UNTIL FIN-MOVIMIENTOS = "S"
               CLOSE MOVIMIENTOS-ARCHIVO.

       LEE-MOVIMIENTO.
           READ MOVIMIENTOS-ARCHIVO
           AT END
               MOVE "S" TO FIN-MOVIMIENTOS.

       ACUMULA-SALIDA.
           IF MOV-TIPO = "S" AND MOV-ARTICULO-ID NOT = ZERO AND
                   MOV-FECHA-HORA(1:8) > FECHA-INICIO AND
                   MOV-FECHA-HORA(1:8) NOT > FECHA-HOY
               ADD MOV-CANTIDAD TO SALIDAS-ARTICULO(MOV-ARTICULO-ID).
           PERFORM LEE-MOVIMIENTO.

       ABRIR-RESUMEN.
           MOVE "N" TO RESUMEN-DISPONIBLE.
           IF DIAS-ANIO-ANTERIOR > ZERO
               OPEN INPUT RESUMEN-ARCHIVO
               IF RESUMEN-STATUS = "00"
                   MOVE "S" TO RESUMEN-DISPONIBLE.

       LEE-SIGUIENTE-ARTICULO.
           READ ARTICULOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-ARTICULOS.

       VALORIZA-ARTICULO.
           MOVE SALIDAS-ARTICULO(ARTICULOS-ID) TO UNIDADES-ARTICULO.
           IF RESUMEN-DISPONIBLE = "S"
               PERFORM SUMA-ANIO-ARCHIVADO.
           COMPUTE VALOR-ARTICULO =
               UNIDADES-ARTICULO * ARTICULOS-COSTO
               ON SIZE ERROR
                   MOVE 999999999.99 TO VALOR-ARTICULO
           END-COMPUTE.
           MOVE VALOR-ARTICULO TO CAND-VALOR.
           MOVE ARTICULOS-ID TO CAND-ID.
           MOVE UNIDADES-ARTICULO TO CAND-UNIDADES.
           MOVE ARTICULOS-PRODUCTO TO CAND-PRODUCTO.
           WRITE CANDIDATO-REGISTRO.
           ADD VALOR-ARTICULO TO VALOR-TOTAL.
           PERFORM LEE-SIGUIENTE-ARTICULO.

      * El anio anterior ya archivado solo existe como total anual en
      * resumen_anual.dat; se toma la parte proporcional a los dias de
      * ese anio que caen dentro del periodo.
       SUMA-ANIO-ARCHIVADO.
           MOVE ANIO-ANTERIOR TO RESUMEN-ANIO.
           MOVE ARTICULOS-ID TO RESUMEN-ARTICULO-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ RESUMEN-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "S"
               COMPUTE UNIDADES-ARCHIVADAS ROUNDED =
                   RESUMEN-SALIDAS * DIAS-ANIO-ANTERIOR / 365
               ADD UNIDADES-ARCHIVADAS TO UNIDADES-ARTICULO.

       ABRIR-CLASIFICACION.
           OPEN I-O ABC-ARCHIVO.
           IF ABC-STATUS = "35"
               OPEN OUTPUT ABC-ARCHIVO
               CLOSE ABC-ARCHIVO
               OPEN I-O ABC-ARCHIVO.

       IMPRIME-ENCABEZADO.
           MOVE FECHA-INICIO TO ENC-DESDE.
           MOVE FECHA-HOY TO ENC-HASTA.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
           MOVE CORTE-A TO ENC-CORTE-A.
           MOVE CORTE-B TO ENC-CORTE-B.
           WRITE LINEA-REPORTE FROM LINEA-CORTES.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS.

       LEE-SIGUIENTE-ORDENADO.
           READ ARCHIVO-ORDENADO
           AT END
               MOVE "S" TO FIN-ORDENADO.

       CLASIFICA-ARTICULO.
           PERFORM ASIGNA-CLASE.
           ADD ORD-VALOR TO VALOR-ACUMULADO.
           IF VALOR-TOTAL = ZERO
               MOVE ZERO TO PORCENTAJE-ACUMULADO
           ELSE
               COMPUTE PORCENTAJE-ACUMULADO ROUNDED =
                   VALOR-ACUMULADO * 100 / VALOR-TOTAL.
           PERFORM GRABA-CLASIFICACION.
           MOVE ORD-ID TO DET-ID.
           MOVE ORD-PRODUCTO TO DET-PRODUCTO.
           MOVE ORD-UNIDADES TO DET-UNIDADES.
           MOVE ORD-VALOR TO DET-VALOR.
           MOVE PORCENTAJE-ACUMULADO TO DET-PORCENTAJE.
           MOVE CLASE-ASIGNADA TO DET-CLASE.
           MOVE ABC-PROXIMO-CONTEO TO DET-PROXIMO.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           ADD 1 TO ARTICULOS-CLASIFICADOS.
           PERFORM LEE-SIGUIENTE-ORDENADO.

      * Un articulo es A mientras el valor acumulado de los articulos
      * mas caros que el no alcance el corte A; el primero siempre es A.
       ASIGNA-CLASE.
           IF VALOR-TOTAL = ZERO OR ORD-VALOR = ZERO
               MOVE 100 TO PORCENTAJE-PREVIO
           ELSE
               COMPUTE PORCENTAJE-PREVIO =
                   VALOR-ACUMULADO * 100 / VALOR-TOTAL.
           EVALUATE TRUE
               WHEN PORCENTAJE-PREVIO < CORTE-A
                   MOVE "A" TO CLASE-ASIGNADA
                   MOVE DIAS-CICLO-A TO DIAS-CICLO-ASIGNADO
                   ADD 1 TO ARTICULOS-A
                   ADD ORD-VALOR TO VALOR-A
                   COMPUTE POSICION-EN-CLASE = ARTICULOS-A - 1
               WHEN PORCENTAJE-PREVIO < CORTE-B
                   MOVE "B" TO CLASE-ASIGNADA
                   MOVE DIAS-CICLO-B TO DIAS-CICLO-ASIGNADO
                   ADD 1 TO ARTICULOS-B
                   ADD ORD-VALOR TO VALOR-B
                   COMPUTE POSICION-EN-CLASE = ARTICULOS-B - 1
               WHEN OTHER
                   MOVE "C" TO CLASE-ASIGNADA
                   MOVE DIAS-CICLO-C TO DIAS-CICLO-ASIGNADO
                   ADD 1 TO ARTICULOS-C
                   ADD ORD-VALOR TO VALOR-C
                   COMPUTE POSICION-EN-CLASE = ARTICULOS-C - 1
           END-EVALUATE.

       GRABA-CLASIFICACION.
           MOVE ORD-ID TO ABC-ARTICULO-ID.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ABC-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "S"
               MOVE ABC-ULTIMO-CONTEO TO ULTIMO-CONTEO
           ELSE
               MOVE SPACE TO ULTIMO-CONTEO.
           MOVE SPACE TO ABC-REGISTRO.
           MOVE ORD-ID TO ABC-ARTICULO-ID.
           MOVE CLASE-ASIGNADA TO ABC-CLASE.
           MOVE ORD-VALOR TO ABC-VALOR-ANUAL.
           MOVE ORD-UNIDADES TO ABC-UNIDADES-ANUALES.
           MOVE FECHA-HOY TO ABC-FECHA-CLASIFICACION.
           MOVE DIAS-CICLO-ASIGNADO TO ABC-DIAS-CICLO.
           MOVE ULTIMO-CONTEO TO ABC-ULTIMO-CONTEO.
           PERFORM CALCULA-PROXIMO-CONTEO.
           IF REGISTRO-ENCONTRADO = "S"
               REWRITE ABC-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar la clase del articulo "
                       ORD-ID " (estado: " ABC-STATUS ")"
               END-REWRITE
           ELSE
               WRITE ABC-REGISTRO
               INVALID KEY
                   DISPLAY "Error al registrar la clase del articulo "
                       ORD-ID " (estado: " ABC-STATUS ")"
               END-WRITE.

      * Lo que nunca se ha contado se reparte a lo largo del primer
      * ciclo de su clase, para no juntar todos los conteos en un dia.
       CALCULA-PROXIMO-CONTEO.
           IF ULTIMO-CONTEO = SPACE
               DIVIDE DIAS-CICLO-ASIGNADO INTO POSICION-EN-CLASE
                   GIVING COCIENTE REMAINDER DESFASE
               COMPUTE FECHA-PROXIMA-NUM = FUNCTION DATE-OF-INTEGER(
                   FECHA-HOY-ENTERO + DESFASE)
           ELSE
               COMPUTE FECHA-PROXIMA-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(ULTIMO-CONTEO)) +
                   DIAS-CICLO-ASIGNADO).
           MOVE FECHA-PROXIMA-NUM TO ABC-PROXIMO-CONTEO.

       DEPURA-CLASIFICACION.
           MOVE "N" TO FIN-ABC.
           MOVE ZEROES TO ABC-ARTICULO-ID.
           START ABC-ARCHIVO KEY IS NOT LESS THAN ABC-ARTICULO-ID
           INVALID KEY
               MOVE "S" TO FIN-ABC.
           PERFORM REVISA-CLASIFICACION UNTIL FIN-ABC = "S".

       REVISA-CLASIFICACION.
           READ ABC-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-ABC.
           IF FIN-ABC = "N" AND ABC-FECHA-CLASIFICACION NOT = FECHA-HOY
               DELETE ABC-ARCHIVO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CLASIFICACIONES-BORRADAS
               END-DELETE.

       IMPRIME-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "A" TO RES-CLASE.
           MOVE ARTICULOS-A TO RES-ARTICULOS.
           MOVE VALOR-A TO RES-VALOR.
           MOVE "mensual" TO RES-CICLO.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "B" TO RES-CLASE.
           MOVE ARTICULOS-B TO RES-ARTICULOS.
           MOVE VALOR-B TO RES-VALOR.
           MOVE "trimestral" TO RES-CICLO.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "C" TO RES-CLASE.
           MOVE ARTICULOS-C TO RES-ARTICULOS.
           MOVE VALOR-C TO RES-VALOR.
           MOVE "anual" TO RES-CICLO.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.

       END PROGRAM ABC-CLASSIFICATION.
