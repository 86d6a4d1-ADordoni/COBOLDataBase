      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ANALYSIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VENTAS-ARCHIVO
       ASSIGN TO "ventas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS VENTAS-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS VENTAS-STATUS.

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

       SELECT CLIENTES-ARCHIVO
       ASSIGN TO "clientes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CLIENTES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CLIENTES-STATUS.

       SELECT DEVCLIENTES-ARCHIVO
       ASSIGN TO "devoluciones_clientes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DVC-CLAVE
       ALTERNATE RECORD KEY IS DVC-VENTA-CLAVE
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS DEVCLIENTES-STATUS.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "ventas_analisis.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REPORTE-STATUS.

       SELECT CSV-ARCHIVO
       ASSIGN TO "ventas_analisis.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENTAS-ARCHIVO.
       COPY "VENTAS.cpy".

       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD CLIENTES-ARCHIVO.
       COPY "CLIENTES.cpy".

       FD DEVCLIENTES-ARCHIVO.
       COPY "DEVCLIENTES.cpy".

       FD REPORTE-ARCHIVO.
       01 LINEA-REPORTE PIC X(100).

       FD CSV-ARCHIVO.
       01 LINEA-CSV PIC X(200).

       WORKING-STORAGE SECTION.
       77 VENTAS-STATUS PIC XX.
       77 ARCHIVO-STATUS PIC XX.
       77 CLIENTES-STATUS PIC XX.
       77 DEVCLIENTES-STATUS PIC XX.
       77 REPORTE-STATUS PIC XX.
       77 CSV-STATUS PIC XX.
       77 CLIENTES-DISPONIBLE PIC X VALUE "N".
       77 DEVCLIENTES-DISPONIBLE PIC X VALUE "N".
       77 FIN-VENTAS PIC X VALUE "N".
       77 FIN-DEVOLUCIONES PIC X VALUE "N".
       77 REGISTRO-ENCONTRADO PIC X.
       77 CATEGORIA-ENCONTRADA PIC X.
       77 CRITERIOS-OK PIC X.
       77 I PIC 9(5).
       77 K PIC 9(3).
       77 M PIC 9(3).
       77 MESES-PERIODO PIC S9(5).
       77 MES-INDICE PIC S9(5).
       77 CLIENTE-INDICE PIC 9(5).
       77 CONTADOR-CATEGORIAS PIC 9(3) VALUE ZERO.
       77 MAX-CATEGORIAS PIC 9(3) VALUE 200.
       77 AVISO-CATEGORIAS PIC X VALUE "N".
       77 ARTICULO-TRABAJO PIC 9(4).
       77 CLIENTE-TRABAJO PIC 9(4).
       77 CATEGORIA-TRABAJO PIC X(15).
       77 UNIDADES-TRABAJO PIC S9(7).
       77 VENTAS-TRABAJO PIC S9(9)V99.
       77 COSTO-TRABAJO PIC S9(9)V99.
       77 UNIDADES-RENGLON PIC S9(9).
       77 VENTAS-RENGLON PIC S9(11)V99.
       77 COSTO-RENGLON PIC S9(11)V99.
       77 UTILIDAD-RENGLON PIC S9(11)V99.
       77 MARGEN-PORCENTAJE PIC S9(5)V99.
       77 VARIACION-PORCENTAJE PIC S9(5)V99.
       77 TOTAL-UNIDADES PIC S9(9) VALUE ZERO.
       77 TOTAL-VENTAS PIC S9(11)V99 VALUE ZERO.
       77 TOTAL-COSTO PIC S9(11)V99 VALUE ZERO.
       77 CONTADOR-LINEAS PIC 9(7) VALUE ZERO.
       77 CONTADOR-DEVOLUCIONES PIC 9(7) VALUE ZERO.
       77 ANIO-CALCULO PIC 9(4).
       77 MES-CALCULO PIC 9(3).
       77 CAMPO-CLAVE-NUMERO PIC Z(5)9.
       77 CSV-SECCION PIC X(10).
       77 CSV-CLAVE PIC X(15).
       77 CSV-DESCRIPCION PIC X(30).
       77 CSV-UNIDADES PIC -(8)9.
       77 CSV-VENTAS PIC -(10)9.99.
       77 CSV-COSTO PIC -(10)9.99.
       77 CSV-UTILIDAD PIC -(10)9.99.
       77 CSV-UNIDADES-ANT PIC -(8)9.
       77 CSV-VENTAS-ANT PIC -(10)9.99.
       77 CSV-UTILIDAD-ANT PIC -(10)9.99.

       01 FECHA-DESDE.
           05 FD-ANIO PIC 9(4).
           05 FD-MES PIC 99.
           05 FD-DIA PIC 99.
       01 FECHA-HASTA.
           05 FH-ANIO PIC 9(4).
           05 FH-MES PIC 99.
           05 FH-DIA PIC 99.
       01 FECHA-DESDE-ANTERIOR.
           05 FDA-ANIO PIC 9(4).
           05 FDA-MES PIC 99.
           05 FDA-DIA PIC 99.
       01 FECHA-HASTA-ANTERIOR.
           05 FHA-ANIO PIC 9(4).
           05 FHA-MES PIC 99.
           05 FHA-DIA PIC 99.
       01 FECHA-TRABAJO.
           05 FT-ANIO PIC 9(4).
           05 FT-MES PIC 99.
           05 FT-DIA PIC 99.

       01 TABLA-ARTICULOS.
           05 ART-ENTRADA OCCURS 9999 TIMES.
               10 ART-UNIDADES PIC S9(9).
               10 ART-VENTAS PIC S9(11)V99.
               10 ART-COSTO PIC S9(11)V99.

       01 TABLA-CLIENTES.
           05 CLI-ENTRADA OCCURS 10000 TIMES.
               10 CLI-UNIDADES PIC S9(9).
               10 CLI-VENTAS PIC S9(11)V99.
               10 CLI-COSTO PIC S9(11)V99.

       01 TABLA-CATEGORIAS.
           05 CAT-ENTRADA OCCURS 200 TIMES.
               10 CAT-NOMBRE PIC X(15).
               10 CAT-UNIDADES PIC S9(9).
               10 CAT-VENTAS PIC S9(11)V99.
               10 CAT-COSTO PIC S9(11)V99.

       01 TABLA-MESES.
           05 MES-ENTRADA OCCURS 36 TIMES.
               10 MES-UNIDADES PIC S9(9).
               10 MES-VENTAS PIC S9(11)V99.
               10 MES-COSTO PIC S9(11)V99.
               10 MES-UNIDADES-ANT PIC S9(9).
               10 MES-VENTAS-ANT PIC S9(11)V99.
               10 MES-COSTO-ANT PIC S9(11)V99.

       01 LINEA-TITULO.
           05 FILLER PIC X(23) VALUE "ANALISIS DE VENTAS DEL ".
           05 TIT-DESDE PIC X(8).
           05 FILLER PIC X(4) VALUE " AL ".
           05 TIT-HASTA PIC X(8).
       01 LINEA-SECCION PIC X(40).
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(39) VALUE "  Clave  Descripcion".
           05 FILLER PIC X(8) VALUE "Unidades".
           05 FILLER PIC X(15) VALUE "         Ventas".
           05 FILLER PIC X(15) VALUE "          Costo".
           05 FILLER PIC X(15) VALUE "       Utilidad".
           05 FILLER PIC X(7) VALUE "  Marg%".
       01 LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-CLAVE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DESCRIPCION PIC X(30).
           05 DET-UNIDADES PIC -ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-VENTAS PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-COSTO PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-UTILIDAD PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-MARGEN PIC +ZZ9.9.
       01 LINEA-COLUMNAS-MES.
           05 FILLER PIC X(10) VALUE "  Mes".
           05 FILLER PIC X(14) VALUE "        Ventas".
           05 FILLER PIC X(15) VALUE "    Ventas ant.".
           05 FILLER PIC X(15) VALUE "      Variacion".
           05 FILLER PIC X(8) VALUE "    Var%".
           05 FILLER PIC X(15) VALUE "       Utilidad".
           05 FILLER PIC X(15) VALUE "  Utilidad ant.".
       01 LINEA-MES.
           05 FILLER PIC X(2) VALUE SPACE.
           05 MES-CLAVE-ANIO PIC 9(4).
           05 FILLER PIC X(1) VALUE "-".
           05 MES-CLAVE-MES PIC 99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 MES-DET-VENTAS PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 MES-DET-VENTAS-ANT PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 MES-DET-VARIACION PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 MES-DET-VAR-PORC PIC +ZZZ9.9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 MES-DET-UTILIDAD PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 MES-DET-UTILIDAD-ANT PIC -ZZ,ZZZ,ZZ9.99.
       01 LINEA-TOTAL.
           05 FILLER PIC X(2) VALUE SPACE.
           05 FILLER PIC X(37) VALUE
               "TOTAL DEL PERIODO....................".
           05 TOT-UNIDADES PIC -ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TOT-VENTAS PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TOT-COSTO PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TOT-UTILIDAD PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TOT-MARGEN PIC +ZZ9.9.
       01 LINEA-CONTADOR.
           05 FILLER PIC X(2) VALUE SPACE.
           05 FILLER PIC X(24) VALUE "Lineas de venta........:".
           05 CNT-LINEAS PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACE.
           05 FILLER PIC X(24) VALUE "Lineas devueltas.......:".
           05 CNT-DEVOLUCIONES PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       OPEN INPUT VENTAS-ARCHIVO.
       IF VENTAS-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-VENTAS
           GOBACK.
       OPEN INPUT ARTICULOS-ARCHIVO.
       IF ARCHIVO-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-ARCHIVO
           CLOSE VENTAS-ARCHIVO
           GOBACK.
       OPEN OUTPUT REPORTE-ARCHIVO.
       IF REPORTE-STATUS NOT = "00"
           DISPLAY "No se pudo crear ventas_analisis.lst (estado: "
               REPORTE-STATUS ")"
           CLOSE VENTAS-ARCHIVO
           CLOSE ARTICULOS-ARCHIVO
           GOBACK.
       OPEN OUTPUT CSV-ARCHIVO.
       IF CSV-STATUS NOT = "00"
           DISPLAY "No se pudo crear ventas_analisis.csv (estado: "
               CSV-STATUS ")"
           CLOSE VENTAS-ARCHIVO
           CLOSE ARTICULOS-ARCHIVO
           CLOSE REPORTE-ARCHIVO
           GOBACK.
       PERFORM ABRIR-CLIENTES.
       PERFORM ABRIR-DEVCLIENTES.
       PERFORM PIDE-CRITERIOS.
       MOVE ZEROES TO TABLA-ARTICULOS.
       MOVE ZEROES TO TABLA-CLIENTES.
       MOVE ZEROES TO TABLA-MESES.
       PERFORM LEE-VENTA.
       PERFORM ACUMULA-VENTA UNTIL FIN-VENTAS = "S".
       IF DEVCLIENTES-DISPONIBLE = "S"
           PERFORM LEE-DEVOLUCION
           PERFORM ACUMULA-DEVOLUCION UNTIL FIN-DEVOLUCIONES = "S".
       PERFORM IMPRIME-ENCABEZADO.
       PERFORM SECCION-POR-ARTICULO.
       PERFORM SECCION-POR-CATEGORIA.
       PERFORM SECCION-POR-CLIENTE.
       PERFORM SECCION-POR-MES.
       PERFORM IMPRIME-TOTAL-GENERAL.
       CLOSE VENTAS-ARCHIVO.
       CLOSE ARTICULOS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       CLOSE CSV-ARCHIVO.
       IF CLIENTES-DISPONIBLE = "S"
           CLOSE CLIENTES-ARCHIVO.
       IF DEVCLIENTES-DISPONIBLE = "S"
           CLOSE DEVCLIENTES-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Lineas de venta analizadas: " CONTADOR-LINEAS.
       DISPLAY "Reporte generado en ventas_analisis.lst".
       DISPLAY "Archivo generado: ventas_analisis.csv".
       GOBACK.

       MUESTRA-ERROR-VENTAS.
           DISPLAY "No se pudo abrir el archivo de ventas.".
           EVALUATE VENTAS-STATUS
               WHEN "35"
                   DISPLAY "El archivo ventas.dat no existe."
                   DISPLAY "Aun no se ha facturado ninguna venta."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " VENTAS-STATUS
           END-EVALUATE.

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

       ABRIR-CLIENTES.
           OPEN INPUT CLIENTES-ARCHIVO.
           IF CLIENTES-STATUS = "00"
               MOVE "S" TO CLIENTES-DISPONIBLE
           ELSE
               DISPLAY "Aviso: no se pudo abrir clientes.dat; los"
                   " clientes se listan sin nombre.".

       ABRIR-DEVCLIENTES.
           OPEN INPUT DEVCLIENTES-ARCHIVO.
           IF DEVCLIENTES-STATUS = "00"
               MOVE "S" TO DEVCLIENTES-DISPONIBLE.

       PIDE-CRITERIOS.
           DISPLAY " ".
           DISPLAY "ANALISIS DE VENTAS".
           DISPLAY "Ingrese la fecha inicial (AAAAMMDD): ".
           ACCEPT FECHA-DESDE.
           DISPLAY "Ingrese la fecha final (AAAAMMDD): ".
           ACCEPT FECHA-HASTA.
           PERFORM VALIDA-CRITERIOS.
           IF CRITERIOS-OK NOT = "S"
               PERFORM PIDE-CRITERIOS.
           MOVE FECHA-DESDE TO FECHA-DESDE-ANTERIOR.
           SUBTRACT 1 FROM FDA-ANIO.
           MOVE FECHA-HASTA TO FECHA-HASTA-ANTERIOR.
           SUBTRACT 1 FROM FHA-ANIO.

       VALIDA-CRITERIOS.
           MOVE "S" TO CRITERIOS-OK.
           IF FECHA-DESDE NOT NUMERIC OR FECHA-HASTA NOT NUMERIC
               DISPLAY "Las fechas deben tener el formato AAAAMMDD."
               MOVE "N" TO CRITERIOS-OK
           ELSE
               IF FECHA-HASTA < FECHA-DESDE
                   DISPLAY "La fecha final es anterior a la inicial."
                   MOVE "N" TO CRITERIOS-OK
               ELSE
                   COMPUTE MESES-PERIODO =
                       (FH-ANIO - FD-ANIO) * 12 + FH-MES - FD-MES + 1
                   IF MESES-PERIODO > 36
                       DISPLAY "El periodo no puede pasar de 36"
                           " meses."
                       MOVE "N" TO CRITERIOS-OK.

       LEE-VENTA.
           READ VENTAS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-VENTAS.

       ACUMULA-VENTA.
           MOVE VENTAS-FECHA TO FECHA-TRABAJO.
           MOVE VENTAS-ARTICULO-ID TO ARTICULO-TRABAJO.
           MOVE VENTAS-CLIENTE-ID TO CLIENTE-TRABAJO.
           MOVE VENTAS-CANTIDAD TO UNIDADES-TRABAJO.
           MOVE VENTAS-IMPORTE TO VENTAS-TRABAJO.
           PERFORM ACUMULA-OPERACION.
           IF REGISTRO-ENCONTRADO = "S"
               ADD 1 TO CONTADOR-LINEAS.
           PERFORM LEE-VENTA.

       LEE-DEVOLUCION.
           READ DEVCLIENTES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-DEVOLUCIONES.

       ACUMULA-DEVOLUCION.
           MOVE DVC-FECHA TO FECHA-TRABAJO.
           MOVE DVC-ARTICULO-ID TO ARTICULO-TRABAJO.
           MOVE DVC-CLIENTE-ID TO CLIENTE-TRABAJO.
           COMPUTE UNIDADES-TRABAJO = ZERO - DVC-CANTIDAD.
           COMPUTE VENTAS-TRABAJO = ZERO - DVC-IMPORTE.
           PERFORM ACUMULA-OPERACION.
           IF REGISTRO-ENCONTRADO = "S"
               ADD 1 TO CONTADOR-DEVOLUCIONES.
           PERFORM LEE-DEVOLUCION.

       ACUMULA-OPERACION.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           IF FECHA-TRABAJO NOT < FECHA-DESDE AND
                   FECHA-TRABAJO NOT > FECHA-HASTA
               MOVE "S" TO REGISTRO-ENCONTRADO
               PERFORM VALUA-OPERACION
               PERFORM ACUMULA-PERIODO-ACTUAL
           ELSE
               IF FECHA-TRABAJO NOT < FECHA-DESDE-ANTERIOR AND
                       FECHA-TRABAJO NOT > FECHA-HASTA-ANTERIOR
                   PERFORM VALUA-OPERACION
                   PERFORM ACUMULA-PERIODO-ANTERIOR.

       VALUA-OPERACION.
           MOVE "(sin articulo)" TO CATEGORIA-TRABAJO.
           MOVE ZERO TO COSTO-TRABAJO.
           MOVE ARTICULO-TRABAJO TO ARTICULOS-ID.
           READ ARTICULOS-ARCHIVO RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE ARTICULOS-CATEGORIA TO CATEGORIA-TRABAJO
               COMPUTE COSTO-TRABAJO =
                   UNIDADES-TRABAJO * ARTICULOS-COSTO.
           IF CATEGORIA-TRABAJO = SPACE
               MOVE "(sin categoria)" TO CATEGORIA-TRABAJO.

       ACUMULA-PERIODO-ACTUAL.
           IF ARTICULO-TRABAJO NOT = ZERO
               ADD UNIDADES-TRABAJO TO ART-UNIDADES(ARTICULO-TRABAJO)
               ADD VENTAS-TRABAJO TO ART-VENTAS(ARTICULO-TRABAJO)
               ADD COSTO-TRABAJO TO ART-COSTO(ARTICULO-TRABAJO).
           COMPUTE CLIENTE-INDICE = CLIENTE-TRABAJO + 1.
           ADD UNIDADES-TRABAJO TO CLI-UNIDADES(CLIENTE-INDICE).
           ADD VENTAS-TRABAJO TO CLI-VENTAS(CLIENTE-INDICE).
           ADD COSTO-TRABAJO TO CLI-COSTO(CLIENTE-INDICE).
           PERFORM BUSCA-CATEGORIA.
           IF K NOT = ZERO
               ADD UNIDADES-TRABAJO TO CAT-UNIDADES(K)
               ADD VENTAS-TRABAJO TO CAT-VENTAS(K)
               ADD COSTO-TRABAJO TO CAT-COSTO(K).
           COMPUTE MES-INDICE =
               (FT-ANIO - FD-ANIO) * 12 + FT-MES - FD-MES + 1.
           IF MES-INDICE > ZERO AND MES-INDICE NOT > 36
               ADD UNIDADES-TRABAJO TO MES-UNIDADES(MES-INDICE)
               ADD VENTAS-TRABAJO TO MES-VENTAS(MES-INDICE)
               ADD COSTO-TRABAJO TO MES-COSTO(MES-INDICE).
           ADD UNIDADES-TRABAJO TO TOTAL-UNIDADES.
           ADD VENTAS-TRABAJO TO TOTAL-VENTAS.
           ADD COSTO-TRABAJO TO TOTAL-COSTO.

       ACUMULA-PERIODO-ANTERIOR.
           COMPUTE MES-INDICE =
               (FT-ANIO + 1 - FD-ANIO) * 12 + FT-MES - FD-MES + 1.
           IF MES-INDICE > ZERO AND MES-INDICE NOT > 36
               ADD UNIDADES-TRABAJO TO MES-UNIDADES-ANT(MES-INDICE)
               ADD VENTAS-TRABAJO TO MES-VENTAS-ANT(MES-INDICE)
               ADD COSTO-TRABAJO TO MES-COSTO-ANT(MES-INDICE).

       BUSCA-CATEGORIA.
           MOVE "N" TO CATEGORIA-ENCONTRADA.
           MOVE 1 TO K.
           PERFORM COMPARA-CATEGORIA
               UNTIL CATEGORIA-ENCONTRADA = "S" OR
                   K > CONTADOR-CATEGORIAS.
           IF CATEGORIA-ENCONTRADA = "N"
               IF CONTADOR-CATEGORIAS < MAX-CATEGORIAS
                   ADD 1 TO CONTADOR-CATEGORIAS
                   MOVE CONTADOR-CATEGORIAS TO K
                   MOVE CATEGORIA-TRABAJO TO CAT-NOMBRE(K)
                   MOVE ZERO TO CAT-UNIDADES(K)
                   MOVE ZERO TO CAT-VENTAS(K)
                   MOVE ZERO TO CAT-COSTO(K)
               ELSE
                   MOVE ZERO TO K
                   IF AVISO-CATEGORIAS = "N"
                       MOVE "S" TO AVISO-CATEGORIAS
                       DISPLAY "Aviso: hay mas de " MAX-CATEGORIAS
                           " categorias; el resto no se desglosa.".

       COMPARA-CATEGORIA.
           IF CAT-NOMBRE(K) = CATEGORIA-TRABAJO
               MOVE "S" TO CATEGORIA-ENCONTRADA
           ELSE
               ADD 1 TO K.

       IMPRIME-ENCABEZADO.
           MOVE FECHA-DESDE TO TIT-DESDE.
           MOVE FECHA-HASTA TO TIT-HASTA.
           WRITE LINEA-REPORTE FROM LINEA-TITULO.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "SECCION,CLAVE,DESCRIPCION,UNIDADES,VENTAS,COSTO,UTILIDA
      -        "D,UNIDADES_ANT,VENTAS_ANT,UTILIDAD_ANT" TO LINEA-CSV.
           WRITE LINEA-CSV.

       SECCION-POR-ARTICULO.
           MOVE "VENTAS POR ARTICULO" TO LINEA-SECCION.
           PERFORM IMPRIME-TITULO-SECCION.
           MOVE "ARTICULO" TO CSV-SECCION.
           MOVE 1 TO I.
           PERFORM IMPRIME-ARTICULO UNTIL I > 9999.

       IMPRIME-ARTICULO.
           IF ART-UNIDADES(I) NOT = ZERO OR ART-VENTAS(I) NOT = ZERO
               MOVE I TO CAMPO-CLAVE-NUMERO
               MOVE CAMPO-CLAVE-NUMERO TO DET-CLAVE
               MOVE "(articulo eliminado)" TO DET-DESCRIPCION
               MOVE I TO ARTICULOS-ID
               READ ARTICULOS-ARCHIVO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARTICULOS-PRODUCTO TO DET-DESCRIPCION
               END-READ
               MOVE ART-UNIDADES(I) TO UNIDADES-RENGLON
               MOVE ART-VENTAS(I) TO VENTAS-RENGLON
               MOVE ART-COSTO(I) TO COSTO-RENGLON
               PERFORM IMPRIME-RENGLON.
           ADD 1 TO I.

       SECCION-POR-CATEGORIA.
           MOVE "VENTAS POR CATEGORIA" TO LINEA-SECCION.
           PERFORM IMPRIME-TITULO-SECCION.
           MOVE "CATEGORIA" TO CSV-SECCION.
           MOVE 1 TO K.
           PERFORM IMPRIME-CATEGORIA UNTIL K > CONTADOR-CATEGORIAS.

       IMPRIME-CATEGORIA.
           MOVE SPACE TO DET-CLAVE.
           MOVE CAT-NOMBRE(K) TO DET-DESCRIPCION.
           MOVE CAT-UNIDADES(K) TO UNIDADES-RENGLON.
           MOVE CAT-VENTAS(K) TO VENTAS-RENGLON.
           MOVE CAT-COSTO(K) TO COSTO-RENGLON.
           PERFORM IMPRIME-RENGLON.
           ADD 1 TO K.

       SECCION-POR-CLIENTE.
           MOVE "VENTAS POR CLIENTE" TO LINEA-SECCION.
           PERFORM IMPRIME-TITULO-SECCION.
           MOVE "CLIENTE" TO CSV-SECCION.
           MOVE 1 TO I.
           PERFORM IMPRIME-CLIENTE UNTIL I > 10000.

       IMPRIME-CLIENTE.
           IF CLI-UNIDADES(I) NOT = ZERO OR CLI-VENTAS(I) NOT = ZERO
               COMPUTE CLIENTE-TRABAJO = I - 1
               MOVE CLIENTE-TRABAJO TO CAMPO-CLAVE-NUMERO
               MOVE CAMPO-CLAVE-NUMERO TO DET-CLAVE
               PERFORM BUSCA-NOMBRE-CLIENTE
               MOVE CLI-UNIDADES(I) TO UNIDADES-RENGLON
               MOVE CLI-VENTAS(I) TO VENTAS-RENGLON
               MOVE CLI-COSTO(I) TO COSTO-RENGLON
               PERFORM IMPRIME-RENGLON.
           ADD 1 TO I.

       BUSCA-NOMBRE-CLIENTE.
           IF CLIENTE-TRABAJO = ZERO
               MOVE "Venta de mostrador" TO DET-DESCRIPCION
           ELSE
               MOVE "(cliente no registrado)" TO DET-DESCRIPCION
               IF CLIENTES-DISPONIBLE = "S"
                   MOVE CLIENTE-TRABAJO TO CLIENTES-ID
                   READ CLIENTES-ARCHIVO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTES-NOMBRE TO DET-DESCRIPCION.

       IMPRIME-TITULO-SECCION.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-SECCION.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS.

       IMPRIME-RENGLON.
           COMPUTE UTILIDAD-RENGLON = VENTAS-RENGLON - COSTO-RENGLON.
           PERFORM CALCULA-MARGEN.
           MOVE UNIDADES-RENGLON TO DET-UNIDADES.
           MOVE VENTAS-RENGLON TO DET-VENTAS.
           MOVE COSTO-RENGLON TO DET-COSTO.
           MOVE UTILIDAD-RENGLON TO DET-UTILIDAD.
           MOVE MARGEN-PORCENTAJE TO DET-MARGEN.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           MOVE DET-CLAVE TO CSV-CLAVE.
           MOVE DET-DESCRIPCION TO CSV-DESCRIPCION.
           PERFORM ESCRIBE-CSV-RENGLON.

       CALCULA-MARGEN.
           MOVE ZERO TO MARGEN-PORCENTAJE.
           IF VENTAS-RENGLON NOT = ZERO
               COMPUTE MARGEN-PORCENTAJE ROUNDED =
                   UTILIDAD-RENGLON * 100 / VENTAS-RENGLON
                   ON SIZE ERROR
                       MOVE ZERO TO MARGEN-PORCENTAJE.

       ESCRIBE-CSV-RENGLON.
           INSPECT CSV-DESCRIPCION REPLACING ALL "," BY " ".
           MOVE UNIDADES-RENGLON TO CSV-UNIDADES.
           MOVE VENTAS-RENGLON TO CSV-VENTAS.
           MOVE COSTO-RENGLON TO CSV-COSTO.
           MOVE UTILIDAD-RENGLON TO CSV-UTILIDAD.
           MOVE SPACE TO LINEA-CSV.
           STRING
               FUNCTION TRIM(CSV-SECCION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-CLAVE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-DESCRIPCION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-UNIDADES) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-VENTAS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-COSTO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-UTILIDAD) DELIMITED BY SIZE
               ",,," DELIMITED BY SIZE
               INTO LINEA-CSV.
           WRITE LINEA-CSV.

       SECCION-POR-MES.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "COMPARATIVO MENSUAL CONTRA EL ANO ANTERIOR"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS-MES.
           MOVE 1 TO M.
           PERFORM IMPRIME-MES UNTIL M > MESES-PERIODO.

       IMPRIME-MES.
           COMPUTE MES-CALCULO = FD-MES - 1 + M - 1.
           DIVIDE MES-CALCULO BY 12 GIVING ANIO-CALCULO
               REMAINDER MES-CALCULO.
           ADD FD-ANIO TO ANIO-CALCULO.
           ADD 1 TO MES-CALCULO.
           MOVE ANIO-CALCULO TO MES-CLAVE-ANIO.
           MOVE MES-CALCULO TO MES-CLAVE-MES.
           MOVE MES-VENTAS(M) TO MES-DET-VENTAS.
           MOVE MES-VENTAS-ANT(M) TO MES-DET-VENTAS-ANT.
           COMPUTE VENTAS-RENGLON = MES-VENTAS(M) - MES-VENTAS-ANT(M).
           MOVE VENTAS-RENGLON TO MES-DET-VARIACION.
           MOVE ZERO TO VARIACION-PORCENTAJE.
           IF MES-VENTAS-ANT(M) NOT = ZERO
               COMPUTE VARIACION-PORCENTAJE ROUNDED =
                   VENTAS-RENGLON * 100 / MES-VENTAS-ANT(M)
                   ON SIZE ERROR
                       MOVE ZERO TO VARIACION-PORCENTAJE.
           MOVE VARIACION-PORCENTAJE TO MES-DET-VAR-PORC.
           COMPUTE UTILIDAD-RENGLON = MES-VENTAS(M) - MES-COSTO(M).
           MOVE UTILIDAD-RENGLON TO MES-DET-UTILIDAD.
           MOVE UTILIDAD-RENGLON TO CSV-UTILIDAD.
           COMPUTE UTILIDAD-RENGLON =
               MES-VENTAS-ANT(M) - MES-COSTO-ANT(M).
           MOVE UTILIDAD-RENGLON TO MES-DET-UTILIDAD-ANT.
           MOVE UTILIDAD-RENGLON TO CSV-UTILIDAD-ANT.
           WRITE LINEA-REPORTE FROM LINEA-MES.
           PERFORM ESCRIBE-CSV-MES.
           ADD 1 TO M.

       ESCRIBE-CSV-MES.
           MOVE MES-UNIDADES(M) TO CSV-UNIDADES.
           MOVE MES-VENTAS(M) TO CSV-VENTAS.
           MOVE MES-COSTO(M) TO CSV-COSTO.
           MOVE MES-UNIDADES-ANT(M) TO CSV-UNIDADES-ANT.
           MOVE MES-VENTAS-ANT(M) TO CSV-VENTAS-ANT.
           MOVE SPACE TO LINEA-CSV.
           STRING
               "MES," DELIMITED BY SIZE
               MES-CLAVE-ANIO DELIMITED BY SIZE
               MES-CLAVE-MES DELIMITED BY SIZE
               ",," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-UNIDADES) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-VENTAS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-COSTO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-UTILIDAD) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-UNIDADES-ANT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-VENTAS-ANT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-UTILIDAD-ANT) DELIMITED BY SIZE
               INTO LINEA-CSV.
           WRITE LINEA-CSV.

       IMPRIME-TOTAL-GENERAL.
           MOVE TOTAL-UNIDADES TO UNIDADES-RENGLON.
           MOVE TOTAL-VENTAS TO VENTAS-RENGLON.
           MOVE TOTAL-COSTO TO COSTO-RENGLON.
           COMPUTE UTILIDAD-RENGLON = VENTAS-RENGLON - COSTO-RENGLON.
           PERFORM CALCULA-MARGEN.
           MOVE UNIDADES-RENGLON TO TOT-UNIDADES.
           MOVE VENTAS-RENGLON TO TOT-VENTAS.
           MOVE COSTO-RENGLON TO TOT-COSTO.
           MOVE UTILIDAD-RENGLON TO TOT-UTILIDAD.
           MOVE MARGEN-PORCENTAJE TO TOT-MARGEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
           MOVE CONTADOR-LINEAS TO CNT-LINEAS.
           MOVE CONTADOR-DEVOLUCIONES TO CNT-DEVOLUCIONES.
           WRITE LINEA-REPORTE FROM LINEA-CONTADOR.
           MOVE "TOTAL" TO CSV-SECCION.
           MOVE SPACE TO CSV-CLAVE.
           MOVE "TOTAL DEL PERIODO" TO CSV-DESCRIPCION.
           PERFORM ESCRIBE-CSV-RENGLON.

       END PROGRAM SALES-ANALYSIS.
