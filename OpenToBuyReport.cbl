      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-TO-BUY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRESUPUESTOS-ARCHIVO
       ASSIGN TO "presupuestos_compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PRESUPUESTOS-STATUS.

       SELECT PEDIDOS-ARCHIVO
       ASSIGN TO "pedidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PEDIDOS-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PEDIDOS-STATUS.

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

       SELECT TIPOS-CAMBIO-ARCHIVO
       ASSIGN TO "tipos_cambio.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TC-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TIPOS-CAMBIO-STATUS.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "presupuesto_compras.lst"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PRESUPUESTOS-ARCHIVO.
       COPY "PRESUPUESTOS.cpy".

       FD PEDIDOS-ARCHIVO.
       COPY "PEDIDOS.cpy".

       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD TIPOS-CAMBIO-ARCHIVO.
       COPY "TIPOCAMBIO.cpy".

       FD REPORTE-ARCHIVO.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       77 PRESUPUESTOS-STATUS PIC XX.
       77 PEDIDOS-STATUS PIC XX.
       77 ARTICULOS-STATUS PIC XX.
       77 TIPOS-CAMBIO-STATUS PIC XX.
       77 PRESUPUESTOS-DISPONIBLE PIC X VALUE "N".
       77 ARTICULOS-DISPONIBLE PIC X VALUE "N".
       77 TIPOS-CAMBIO-DISPONIBLE PIC X VALUE "N".
       77 FIN-PRESUPUESTOS PIC X.
       77 FIN-PEDIDOS PIC X.
       77 FIN-TIPOS PIC X.
       77 FECHA-HOY PIC X(8).
       77 PERIODO-BUSCADO PIC X(6).
       77 PERIODO-VALIDO PIC X.
       77 TOTAL-OTB PIC 9(3) VALUE ZERO.
       77 MAX-OTB PIC 9(3) VALUE 100.
       77 C PIC 9(3).
       77 OTB-HALLADO PIC 9(3).
       77 CATEGORIA-BUSCADA PIC X(15).
       77 MONEDA-BUSCADA PIC X(3).
       77 FECHA-CAMBIO-BUSCADA PIC X(8).
       77 TIPO-CAMBIO-HALLADO PIC 9(3)V9(4).
       77 TASA-LINEA PIC 9(3)V9(4).
       77 CANTIDAD-ABIERTA PIC 9(5).
       77 VALOR-LINEA PIC 9(9)V99.
       77 VALOR-RECIBIDO PIC 9(9)V99.
       77 DISPONIBLE-OTB PIC S9(9)V99.
       77 CATEGORIAS-EXCEDIDAS PIC 9(3) VALUE ZERO.
       77 LINEAS-OMITIDAS PIC 9(5) VALUE ZERO.

       01 TABLA-OTB.
           05 OTB-CATEGORIA-ENTRADA OCCURS 100 TIMES.
               10 OTB-CATEGORIA PIC X(15).
               10 OTB-PRESUPUESTO PIC 9(9)V99.
               10 OTB-COMPROMETIDO PIC 9(9)V99.
               10 OTB-RECIBIDO PIC 9(9)V99.
               10 OTB-RETENIDO PIC 9(9)V99.

       01 TOTALES-OTB.
           05 TOT-PRESUPUESTO PIC 9(11)V99 VALUE ZERO.
           05 TOT-COMPROMETIDO PIC 9(11)V99 VALUE ZERO.
           05 TOT-RECIBIDO PIC 9(11)V99 VALUE ZERO.
           05 TOT-DISPONIBLE PIC S9(11)V99 VALUE ZERO.
           05 TOT-RETENIDO PIC 9(11)V99 VALUE ZERO.

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(38) VALUE
               "PRESUPUESTO DE COMPRAS POR CATEGORIA -".
           05 FILLER PIC X(5) VALUE " MES ".
           05 ENC-PERIODO PIC X(6).
           05 FILLER PIC X(51) VALUE SPACE.
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(32) VALUE
               "  Categoria          Presupuesto".
           05 FILLER PIC X(30) VALUE
               "   Comprometido       Recibido".
           05 FILLER PIC X(30) VALUE
               "     Disponible       Retenido".
           05 FILLER PIC X(8) VALUE SPACE.
       01 LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-CATEGORIA PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-PRESUPUESTO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-COMPROMETIDO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-RECIBIDO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DISPONIBLE PIC ---,---,--9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-RETENIDO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-MARCA PIC X(7).
       01 LINEA-TOTAL.
           05 FILLER PIC X(2) VALUE SPACE.
           05 FILLER PIC X(14) VALUE "TOTAL".
           05 TOT-PRESUPUESTO-ED PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TOT-COMPROMETIDO-ED PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TOT-RECIBIDO-ED PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TOT-DISPONIBLE-ED PIC ---,---,--9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TOT-RETENIDO-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 LINEA-NOTA PIC X(100).

       PROCEDURE DIVISION.

       OPEN INPUT PEDIDOS-ARCHIVO.
       IF PEDIDOS-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-PEDIDOS
           GOBACK.
       PERFORM ABRIR-ARCHIVOS.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       PERFORM PIDE-PERIODO.
       PERFORM CARGA-PRESUPUESTOS.
       PERFORM ACUMULA-PEDIDOS.
       PERFORM GENERA-REPORTE.
       CLOSE PEDIDOS-ARCHIVO.
       IF PRESUPUESTOS-DISPONIBLE = "S"
           CLOSE PRESUPUESTOS-ARCHIVO.
       IF ARTICULOS-DISPONIBLE = "S"
           CLOSE ARTICULOS-ARCHIVO.
       IF TIPOS-CAMBIO-DISPONIBLE = "S"
           CLOSE TIPOS-CAMBIO-ARCHIVO.
       GOBACK.

       MUESTRA-ERROR-PEDIDOS.
           DISPLAY "No se pudo abrir el archivo de pedidos.".
           EVALUATE PEDIDOS-STATUS
               WHEN "35"
                   DISPLAY "El archivo pedidos.dat no existe."
                   DISPLAY "Ejecute primero PURCHASE-ORDER."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " PEDIDOS-STATUS
           END-EVALUATE.

       ABRIR-ARCHIVOS.
           OPEN INPUT PRESUPUESTOS-ARCHIVO.
           IF PRESUPUESTOS-STATUS = "00"
               MOVE "S" TO PRESUPUESTOS-DISPONIBLE
           ELSE
               DISPLAY "Aviso: no hay presupuestos_compra.dat; todas"
                   " las categorias salen con presupuesto cero.".
           OPEN INPUT ARTICULOS-ARCHIVO.
           IF ARTICULOS-STATUS = "00"
               MOVE "S" TO ARTICULOS-DISPONIBLE
           ELSE
               DISPLAY "Aviso: no se pudo abrir articulos.dat; las"
                   " compras no se pueden asignar a una categoria.".
           OPEN INPUT TIPOS-CAMBIO-ARCHIVO.
           IF TIPOS-CAMBIO-STATUS = "00"
               MOVE "S" TO TIPOS-CAMBIO-DISPONIBLE.

       PIDE-PERIODO.
           MOVE "N" TO PERIODO-VALIDO.
           DISPLAY "Mes del reporte (AAAAMM, vacio = mes actual): ".
           MOVE SPACE TO PERIODO-BUSCADO.
           ACCEPT PERIODO-BUSCADO.
           IF PERIODO-BUSCADO = SPACE
               MOVE FECHA-HOY(1:6) TO PERIODO-BUSCADO.
           IF PERIODO-BUSCADO NOT NUMERIC
               DISPLAY "El mes debe ser AAAAMM."
           ELSE
               IF PERIODO-BUSCADO(5:2) < "01" OR
                       PERIODO-BUSCADO(5:2) > "12"
                   DISPLAY "El mes debe estar entre 01 y 12."
               ELSE
                   MOVE "S" TO PERIODO-VALIDO.
           IF PERIODO-VALIDO = "N"
               PERFORM PIDE-PERIODO.

       CARGA-PRESUPUESTOS.
           IF PRESUPUESTOS-DISPONIBLE = "S"
               MOVE LOW-VALUES TO PRES-CLAVE
               MOVE "N" TO FIN-PRESUPUESTOS
               START PRESUPUESTOS-ARCHIVO
                   KEY IS NOT LESS THAN PRES-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-PRESUPUESTOS
               END-START
               PERFORM LEE-PRESUPUESTO UNTIL FIN-PRESUPUESTOS = "S".

       LEE-PRESUPUESTO.
           READ PRESUPUESTOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-PRESUPUESTOS.
           IF FIN-PRESUPUESTOS = "N" AND
                   PRES-PERIODO = PERIODO-BUSCADO
               MOVE PRES-CATEGORIA TO CATEGORIA-BUSCADA
               PERFORM BUSCA-OTB
               IF OTB-HALLADO NOT = ZERO
                   MOVE PRES-IMPORTE TO OTB-PRESUPUESTO(OTB-HALLADO).

      * Las compras se cargan al mes de la orden (PEDIDOS-FECHA); las
      * categorias con compras y sin presupuesto salen con cero.
       ACUMULA-PEDIDOS.
           MOVE ZERO TO PEDIDOS-NUMERO PEDIDOS-LINEA.
           MOVE "N" TO FIN-PEDIDOS.
           START PEDIDOS-ARCHIVO KEY IS NOT LESS THAN PEDIDOS-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-PEDIDOS.
           PERFORM LEE-PEDIDO UNTIL FIN-PEDIDOS = "S".

       LEE-PEDIDO.
           READ PEDIDOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-PEDIDOS.
           IF FIN-PEDIDOS = "N" AND
                   PEDIDOS-FECHA(1:6) = PERIODO-BUSCADO
               PERFORM ACUMULA-LINEA-PEDIDO.

       ACUMULA-LINEA-PEDIDO.
           MOVE SPACE TO CATEGORIA-BUSCADA.
           IF ARTICULOS-DISPONIBLE = "S"
               MOVE PEDIDOS-ARTICULO-ID TO ARTICULOS-ID
               READ ARTICULOS-ARCHIVO RECORD
               INVALID KEY
                   MOVE "(sin articulo)" TO CATEGORIA-BUSCADA
               NOT INVALID KEY
                   MOVE ARTICULOS-CATEGORIA TO CATEGORIA-BUSCADA
               END-READ.
           PERFORM BUSCA-OTB.
           IF OTB-HALLADO = ZERO
               ADD 1 TO LINEAS-OMITIDAS
           ELSE
               PERFORM VALORA-LINEA-PEDIDO
               IF PEDIDOS-ESTADO = "H"
                   ADD VALOR-LINEA TO OTB-RETENIDO(OTB-HALLADO)
               ELSE
                   ADD VALOR-LINEA TO OTB-COMPROMETIDO(OTB-HALLADO)
                   ADD VALOR-RECIBIDO TO OTB-RECIBIDO(OTB-HALLADO).

       BUSCA-OTB.
           MOVE ZERO TO OTB-HALLADO.
           PERFORM COMPARA-OTB
               VARYING C FROM 1 BY 1
               UNTIL C > TOTAL-OTB OR OTB-HALLADO NOT = ZERO.
           IF OTB-HALLADO = ZERO AND TOTAL-OTB < MAX-OTB
               ADD 1 TO TOTAL-OTB
               MOVE TOTAL-OTB TO OTB-HALLADO
               MOVE CATEGORIA-BUSCADA TO OTB-CATEGORIA(OTB-HALLADO)
               MOVE ZERO TO OTB-PRESUPUESTO(OTB-HALLADO)
                   OTB-COMPROMETIDO(OTB-HALLADO)
                   OTB-RECIBIDO(OTB-HALLADO)
                   OTB-RETENIDO(OTB-HALLADO).

       COMPARA-OTB.
           IF OTB-CATEGORIA(C) = CATEGORIA-BUSCADA
               MOVE C TO OTB-HALLADO.

      * Valor en pesos de una linea: lo que falta por recibir
      * (VALOR-LINEA) y lo recibido (VALOR-RECIBIDO).
       VALORA-LINEA-PEDIDO.
           IF PEDIDOS-MONEDA = "MXN" OR PEDIDOS-MONEDA = SPACE
               MOVE 1 TO TASA-LINEA
           ELSE
               IF PEDIDOS-TIPO-CAMBIO-RECEPCION NOT = ZERO
                   MOVE PEDIDOS-TIPO-CAMBIO-RECEPCION TO TASA-LINEA
               ELSE
                   MOVE PEDIDOS-MONEDA TO MONEDA-BUSCADA
                   MOVE FECHA-HOY TO FECHA-CAMBIO-BUSCADA
                   PERFORM BUSCA-TIPO-CAMBIO
                   MOVE TIPO-CAMBIO-HALLADO TO TASA-LINEA.
           MOVE ZERO TO CANTIDAD-ABIERTA.
           IF PEDIDOS-ESTADO NOT = "C" AND
                   PEDIDOS-CANTIDAD-PEDIDA > PEDIDOS-CANTIDAD-RECIBIDA
               COMPUTE CANTIDAD-ABIERTA = PEDIDOS-CANTIDAD-PEDIDA -
                   PEDIDOS-CANTIDAD-RECIBIDA.
           COMPUTE VALOR-LINEA ROUNDED = CANTIDAD-ABIERTA *
               PEDIDOS-COSTO-MONEDA * TASA-LINEA.
           COMPUTE VALOR-RECIBIDO ROUNDED =
               PEDIDOS-CANTIDAD-RECIBIDA * PEDIDOS-COSTO-MONEDA *
               TASA-LINEA.

       BUSCA-TIPO-CAMBIO.
           MOVE ZERO TO TIPO-CAMBIO-HALLADO.
           IF TIPOS-CAMBIO-DISPONIBLE = "S"
               MOVE "N" TO FIN-TIPOS
               MOVE MONEDA-BUSCADA TO TC-MONEDA
               MOVE LOW-VALUES TO TC-FECHA
               START TIPOS-CAMBIO-ARCHIVO
                   KEY IS NOT LESS THAN TC-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-TIPOS
               END-START
               PERFORM REVISA-TIPO-CAMBIO UNTIL FIN-TIPOS = "S".

       REVISA-TIPO-CAMBIO.
           READ TIPOS-CAMBIO-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-TIPOS.
           IF FIN-TIPOS = "N" AND (TC-MONEDA NOT = MONEDA-BUSCADA OR
                   TC-FECHA > FECHA-CAMBIO-BUSCADA)
               MOVE "S" TO FIN-TIPOS.
           IF FIN-TIPOS = "N"
               MOVE TC-TIPO TO TIPO-CAMBIO-HALLADO.

       GENERA-REPORTE.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE PERIODO-BUSCADO TO ENC-PERIODO.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS.
           PERFORM IMPRIME-CATEGORIA
               VARYING C FROM 1 BY 1 UNTIL C > TOTAL-OTB.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE TOT-PRESUPUESTO TO TOT-PRESUPUESTO-ED.
           MOVE TOT-COMPROMETIDO TO TOT-COMPROMETIDO-ED.
           MOVE TOT-RECIBIDO TO TOT-RECIBIDO-ED.
           MOVE TOT-DISPONIBLE TO TOT-DISPONIBLE-ED.
           MOVE TOT-RETENIDO TO TOT-RETENIDO-ED.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "Comprometido: pendiente de recibir en ordenes del mes."
               TO LINEA-NOTA.
           WRITE LINEA-REPORTE FROM LINEA-NOTA.
           MOVE "Retenido: ordenes en espera de autorizacion."
               TO LINEA-NOTA.
           WRITE LINEA-REPORTE FROM LINEA-NOTA.
           IF LINEAS-OMITIDAS NOT = ZERO
               MOVE SPACE TO LINEA-NOTA
               STRING "Lineas sin categoria por exceso de categorias: "
                   DELIMITED BY SIZE
                   LINEAS-OMITIDAS DELIMITED BY SIZE
                   INTO LINEA-NOTA
               WRITE LINEA-REPORTE FROM LINEA-NOTA.
           CLOSE REPORTE-ARCHIVO.
           DISPLAY " ".
           IF TOTAL-OTB = ZERO
               DISPLAY "No hay presupuesto ni compras en el mes "
                   PERIODO-BUSCADO "."
           ELSE
               DISPLAY "Categorias: " TOTAL-OTB
                   "  excedidas: " CATEGORIAS-EXCEDIDAS
               DISPLAY "Reporte generado en presupuesto_compras.lst".

       IMPRIME-CATEGORIA.
           MOVE OTB-CATEGORIA(C) TO DET-CATEGORIA.
           MOVE OTB-PRESUPUESTO(C) TO DET-PRESUPUESTO.
           MOVE OTB-COMPROMETIDO(C) TO DET-COMPROMETIDO.
           MOVE OTB-RECIBIDO(C) TO DET-RECIBIDO.
           MOVE OTB-RETENIDO(C) TO DET-RETENIDO.
           COMPUTE DISPONIBLE-OTB = OTB-PRESUPUESTO(C) -
               OTB-COMPROMETIDO(C) - OTB-RECIBIDO(C).
           MOVE DISPONIBLE-OTB TO DET-DISPONIBLE.
           MOVE SPACE TO DET-MARCA.
           IF DISPONIBLE-OTB < ZERO
               MOVE "EXCEDE" TO DET-MARCA
               ADD 1 TO CATEGORIAS-EXCEDIDAS.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           ADD OTB-PRESUPUESTO(C) TO TOT-PRESUPUESTO.
           ADD OTB-COMPROMETIDO(C) TO TOT-COMPROMETIDO.
           ADD OTB-RECIBIDO(C) TO TOT-RECIBIDO.
           ADD OTB-RETENIDO(C) TO TOT-RETENIDO.
           ADD DISPONIBLE-OTB TO TOT-DISPONIBLE.

       END PROGRAM OPEN-TO-BUY-REPORT.
