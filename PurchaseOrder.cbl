       ALTERNATE RECORD KEY IS ARTICULOS-MARCA
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARTICULOS-STATUS.

       SELECT FUENTES-ARCHIVO
       ASSIGN TO "fuentes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS FUENTE-CLAVE
       ALTERNATE RECORD KEY IS FUENTE-PROVEEDOR-ID
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS FUENTES-STATUS.

       SELECT CANDIDATOS-ARCHIVO
       ASSIGN TO "pedidos_candidatos.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS SORT-IN-STATUS.

       SELECT SORT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DOCUMENTO-STATUS.

       SELECT CSV-ARCHIVO
       ASSIGN TO NOMBRE-CSV
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CSV-STATUS.

       SELECT UNIDADES-ARCHIVO
       ASSIGN TO "unidades_medida.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS UM-ARTICULO-ID
       ACCESS MODE IS RANDOM
       FILE STATUS IS UNIDADES-STATUS.

       SELECT TIPOS-CAMBIO-ARCHIVO
       ASSIGN TO "tipos_cambio.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TC-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TIPOS-CAMBIO-STATUS.

       SELECT PRESUPUESTOS-ARCHIVO
       ASSIGN TO "presupuestos_compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PRESUPUESTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD FUENTES-ARCHIVO.
       COPY "FUENTES.cpy".

       FD CANDIDATOS-ARCHIVO.
       01 CANDIDATO-REGISTRO.
           05 CAND-PROVEEDOR-ID PIC 9(4).
           05 CAND-ID PIC 9(4).
           05 CAND-PRODUCTO PIC X(30).
           05 CAND-CANTIDAD PIC 9(5).
           05 CAND-A-PEDIR PIC 9(5).
           05 CAND-CODIGO PIC X(15).
           05 CAND-COSTO PIC 9999V99.
           05 CAND-ORIGEN PIC X.
           05 CAND-CATEGORIA PIC X(15).

       SD SORT-FILE.
       01 SORT-REGISTRO.
           05 SORT-PROVEEDOR-ID PIC 9(4).
           05 SORT-ID PIC 9(4).
           05 FILLER PIC X(77).

       FD ARCHIVO-ORDENADO.
       01 REGISTRO-ORDENADO.
           05 ORD-PROVEEDOR-ID PIC 9(4).
           05 ORD-ID PIC 9(4).
           05 ORD-PRODUCTO PIC X(30).
           05 ORD-CANTIDAD PIC 9(5).
           05 ORD-A-PEDIR PIC 9(5).
           05 ORD-CODIGO PIC X(15).
           05 ORD-COSTO PIC 9999V99.
           05 ORD-ORIGEN PIC X.
           05 ORD-CATEGORIA PIC X(15).

       FD PROVEEDORES-ARCHIVO.
       COPY "PROVEEDORES.cpy".
       FD DOCUMENTO-ARCHIVO.
       01 LINEA-DOCUMENTO PIC X(80).

       FD CSV-ARCHIVO.
       01 LINEA-CSV PIC X(150).

       FD TIPOS-CAMBIO-ARCHIVO.
       COPY "TIPOCAMBIO.cpy".

       FD UNIDADES-ARCHIVO.
       COPY "UNIDADES.cpy".

       FD PRESUPUESTOS-ARCHIVO.
       COPY "PRESUPUESTOS.cpy".

       WORKING-STORAGE SECTION.
       77 FIN-ARCHIVO PIC X VALUE "N".
       77 UMBRAL PIC 9(5).
       77 ARCHIVO-STATUS PIC XX.
       77 ARTICULOS-STATUS PIC XX.
       77 FUENTES-STATUS PIC XX.
       77 FUENTES-DISPONIBLE PIC X VALUE "N".
       77 FIN-ARTICULOS PIC X VALUE "N".
       77 FIN-FUENTES PIC X.
       77 EMPAQUES PIC 9(5).
       77 SORT-IN-STATUS PIC XX.
       77 PROVEEDOR-STATUS PIC XX.
       77 PEDIDOS-STATUS PIC XX.
       77 CONTADOR-LINEAS PIC 9(5) VALUE ZERO.
       77 CONTADOR-SIN-PROVEEDOR PIC 9(5) VALUE ZERO.
       77 FECHA-HOY PIC X(8).
       77 TIPOS-CAMBIO-STATUS PIC XX.
       77 TIPOS-CAMBIO-DISPONIBLE PIC X VALUE "N".
       77 FIN-TIPOS PIC X.
       77 MONEDA-BUSCADA PIC X(3).
       77 FECHA-CAMBIO-BUSCADA PIC X(8).
       77 TIPO-CAMBIO-HALLADO PIC 9(3)V9(4).
       77 FECHA-TIPO-HALLADO PIC X(8).
       77 MONEDA-PEDIDO PIC X(3).
       77 COSTO-LINEA-MONEDA PIC 9999V99.
       77 UNIDADES-STATUS PIC XX.
       77 UNIDADES-DISPONIBLE PIC X VALUE "N".
       77 UNIDAD-COMPRA PIC X(6).
       77 FACTOR-COMPRA PIC 9(4).
       77 CANTIDAD-COMPRA PIC 9(5).
       77 COSTO-COMPRA PIC 9(6)V99.
       77 CSV-STATUS PIC XX.
       77 CSV-DISPONIBLE PIC X VALUE "N".
       77 CONTADOR-CSV PIC 9(5) VALUE ZERO.
       77 CSV-PEDIDO PIC 9(6).
       77 CSV-LINEA PIC 9(3).
       77 CSV-PROVEEDOR PIC 9(4).
       77 CSV-ARTICULO PIC 9(4).
       77 CSV-CANTIDAD PIC Z(4)9.
       77 CSV-COSTO PIC Z(5)9.99.
       77 CSV-FACTOR PIC Z(3)9.
       77 CSV-CODIGO PIC X(15).
       77 CSV-PRODUCTO PIC X(30).
       77 PRESUPUESTOS-STATUS PIC XX.
       77 PRESUPUESTO-DISPONIBLE PIC X VALUE "N".
       77 FIN-PRESUPUESTOS PIC X.
       77 FIN-PEDIDOS PIC X.
       77 PERIODO-ACTUAL PIC X(6).
       77 TOTAL-OTB PIC 9(3) VALUE ZERO.
       77 MAX-OTB PIC 9(3) VALUE 100.
       77 C PIC 9(3).
       77 OTB-HALLADO PIC 9(3).
       77 CATEGORIA-BUSCADA PIC X(15).
       77 TASA-LINEA PIC 9(3)V9(4).
       77 VALOR-LINEA PIC 9(9)V99.
       77 VALOR-RECIBIDO PIC 9(9)V99.
       77 CANTIDAD-ABIERTA PIC 9(5).
       77 DISPONIBLE-OTB PIC S9(9)V99.
       77 ORDEN-EXCEDIDA PIC X.
       77 L PIC 9(3).
       77 CONTADOR-RETENIDAS PIC 9(5) VALUE ZERO.
       77 RESULT-CODE PIC 9(2) COMP-5.
       01 NOMBRE-CSV PIC X(30).
       01 NOMBRE-CSV-RETENIDO PIC X(30).

      * Disponible para comprar del mes en curso por categoria con
      * presupuesto: lo ya pedido (abierto) y recibido en ordenes del
      * mes, y lo que lleva la orden que se esta generando.
       01 TABLA-OTB.
           05 OTB-CATEGORIA-ENTRADA OCCURS 100 TIMES.
               10 OTB-CATEGORIA PIC X(15).
               10 OTB-PRESUPUESTO PIC 9(9)V99.
               10 OTB-COMPROMETIDO PIC 9(9)V99.
               10 OTB-RECIBIDO PIC 9(9)V99.
               10 OTB-ORDEN PIC 9(9)V99.
               10 OTB-RETENIDO PIC 9(9)V99.

       01 LINEA-OTB.
           05 FILLER PIC X(2) VALUE SPACE.
           05 OTB-LIN-CATEGORIA PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OTB-LIN-PRESUPUESTO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 OTB-LIN-COMPROMETIDO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 OTB-LIN-DISPONIBLE PIC ---,---,--9.99.

       01 DOC-ENCABEZADO-PEDIDO.
           05 FILLER PIC X(17) VALUE "ORDEN DE COMPRA: ".
       01 DOC-ENTREGA.
           05 FILLER PIC X(25) VALUE "Entrega prometida (dias):".
           05 DOC-ENTREGA-DIAS PIC ZZ9.
       01 DOC-MONEDA.
           05 FILLER PIC X(11) VALUE "Moneda...: ".
           05 DOC-MONEDA-CODIGO PIC X(3).
       01 DOC-COLUMNAS.
           05 FILLER PIC X(46) VALUE
               "    ID   Producto                        Cant.".
           05 FILLER PIC X(33) VALUE
               " Unidad Cod. proveedor      Costo".
       01 DOC-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DOC-DET-ID PIC Z(5).
           05 DOC-DET-PRODUCTO PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DOC-DET-CANTIDAD PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DOC-DET-UNIDAD PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DOC-DET-CODIGO PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DOC-DET-COSTO PIC ZZZ,ZZ9.99.
       01 DOC-EXCESO.
           05 FILLER PIC X(2) VALUE SPACE.
           05 FILLER PIC X(23) VALUE "Excede el presupuesto: ".
           05 DOC-EXC-CATEGORIA PIC X(15).
           05 FILLER PIC X(8) VALUE " orden: ".
           05 DOC-EXC-ORDEN PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(6) VALUE " disp:".
           05 DOC-EXC-DISPONIBLE PIC ---,---,--9.99.
       01 DOC-RETENIDA PIC X(72) VALUE
           "  *** ORDEN RETENIDA: requiere autorizacion de un supervisor
      -    " ***".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM PIDE-UMBRAL.
           OPEN INPUT ARTICULOS-ARCHIVO.
           IF ARTICULOS-STATUS NOT = "00"
               MOVE ARTICULOS-STATUS TO ARCHIVO-STATUS
               PERFORM MUESTRA-ERROR-ARCHIVO
               GOBACK.
           PERFORM ABRIR-FUENTES.
           OPEN OUTPUT CANDIDATOS-ARCHIVO.
           PERFORM LEE-SIGUIENTE-ARTICULO.
           PERFORM SELECCIONA-ARTICULO UNTIL FIN-ARTICULOS = "S".
           CLOSE CANDIDATOS-ARCHIVO.
           CLOSE ARTICULOS-ARCHIVO.
           IF FUENTES-DISPONIBLE = "S"
               CLOSE FUENTES-ARCHIVO.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-PROVEEDOR-ID
               ON ASCENDING KEY SORT-ID
               USING CANDIDATOS-ARCHIVO
               GIVING ARCHIVO-ORDENADO.
           IF SORT-IN-STATUS NOT = "00"
               MOVE SORT-IN-STATUS TO ARCHIVO-STATUS
           PERFORM LEE-NUMERO-PEDIDO.
           OPEN OUTPUT DOCUMENTO-ARCHIVO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM ABRIR-TIPOS-CAMBIO.
           PERFORM ABRIR-UNIDADES.
           PERFORM CARGA-PRESUPUESTO.
           PERFORM LEE-SIGUIENTE-ORDENADO.
           PERFORM GENERA-PEDIDOS UNTIL FIN-ARCHIVO = "S".
           IF PROVEEDOR-ANTERIOR NOT = ZERO
                   " el proceso.".
           IF CONTADOR-PEDIDOS NOT = ZERO
               DISPLAY "Documento generado: pedidos.lst".
           IF CONTADOR-CSV NOT = ZERO
               DISPLAY "Archivos CSV para proveedores: " CONTADOR-CSV
                   " (oc_<orden>_<proveedor>.csv)".
           IF PRESUPUESTO-DISPONIBLE = "S"
               DISPLAY " "
               DISPLAY "Disponible para comprar despues de esta"
                   " corrida:"
               PERFORM MUESTRA-OTB.
           IF CONTADOR-RETENIDAS NOT = ZERO
               DISPLAY "Ordenes retenidas por presupuesto: "
                   CONTADOR-RETENIDAS
               DISPLAY "Un supervisor debe autorizarlas en"
                   " PURCHASE-BUDGET-DATA-BASE antes de enviarlas.".
           CLOSE ARCHIVO-ORDENADO.
           CLOSE PEDIDOS-ARCHIVO.
           CLOSE DOCUMENTO-ARCHIVO.
           IF PROVEEDOR-DISPONIBLE = "S"
               CLOSE PROVEEDORES-ARCHIVO.
           IF TIPOS-CAMBIO-DISPONIBLE = "S"
               CLOSE TIPOS-CAMBIO-ARCHIVO.
           IF UNIDADES-DISPONIBLE = "S"
               CLOSE UNIDADES-ARCHIVO.
           GOBACK.

       MUESTRA-ERROR-ARCHIVO.
               DISPLAY "El umbral no puede ser cero."
               PERFORM PIDE-UMBRAL.

       ABRIR-FUENTES.
           OPEN INPUT FUENTES-ARCHIVO.
           IF FUENTES-STATUS = "00"
               MOVE "S" TO FUENTES-DISPONIBLE.

       LEE-SIGUIENTE-ARTICULO.
           READ ARTICULOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-ARTICULOS.

       SELECCIONA-ARTICULO.
           IF ARTICULOS-CANTIDAD < UMBRAL
               PERFORM ARMA-CANDIDATO
               WRITE CANDIDATO-REGISTRO.
           PERFORM LEE-SIGUIENTE-ARTICULO.

       ARMA-CANDIDATO.
           MOVE SPACE TO CANDIDATO-REGISTRO.
           MOVE ARTICULOS-PROVEEDOR-ID TO CAND-PROVEEDOR-ID.
           MOVE ARTICULOS-ID TO CAND-ID.
           MOVE ARTICULOS-PRODUCTO TO CAND-PRODUCTO.
           MOVE ARTICULOS-CANTIDAD TO CAND-CANTIDAD.
           COMPUTE CAND-A-PEDIR = UMBRAL - ARTICULOS-CANTIDAD.
           MOVE ARTICULOS-COSTO TO CAND-COSTO.
           MOVE "A" TO CAND-ORIGEN.
           MOVE ARTICULOS-CATEGORIA TO CAND-CATEGORIA.
           IF FUENTES-DISPONIBLE = "S"
               PERFORM BUSCA-FUENTE-PREFERIDA.

       BUSCA-FUENTE-PREFERIDA.
           MOVE "N" TO FIN-FUENTES.
           MOVE ARTICULOS-ID TO FUENTE-ARTICULO-ID.
           MOVE ZEROES TO FUENTE-PROVEEDOR-ID.
           START FUENTES-ARCHIVO
               KEY IS NOT LESS THAN FUENTE-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-FUENTES.
           PERFORM REVISA-FUENTE UNTIL FIN-FUENTES = "S".

       REVISA-FUENTE.
           READ FUENTES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-FUENTES.
           IF FIN-FUENTES = "N" AND
                   FUENTE-ARTICULO-ID NOT = ARTICULOS-ID
               MOVE "S" TO FIN-FUENTES.
           IF FIN-FUENTES = "N" AND FUENTE-PREFERIDO = "S"
               MOVE "S" TO FIN-FUENTES
               PERFORM APLICA-FUENTE.

       APLICA-FUENTE.
           MOVE FUENTE-PROVEEDOR-ID TO CAND-PROVEEDOR-ID.
           MOVE FUENTE-CODIGO TO CAND-CODIGO.
           MOVE FUENTE-COSTO TO CAND-COSTO.
           MOVE "C" TO CAND-ORIGEN.
           IF CAND-A-PEDIR < FUENTE-MINIMO
               MOVE FUENTE-MINIMO TO CAND-A-PEDIR.
           IF FUENTE-EMPAQUE > 1
               COMPUTE EMPAQUES =
                   (CAND-A-PEDIR + FUENTE-EMPAQUE - 1) / FUENTE-EMPAQUE
               COMPUTE CAND-A-PEDIR = EMPAQUES * FUENTE-EMPAQUE.

       ABRIR-PROVEEDORES.
           OPEN INPUT PROVEEDORES-ARCHIVO.
           IF PROVEEDOR-STATUS = "00"
               CLOSE ARCHIVO-ORDENADO
               GOBACK.

       ABRIR-TIPOS-CAMBIO.
           OPEN INPUT TIPOS-CAMBIO-ARCHIVO.
           IF TIPOS-CAMBIO-STATUS = "00"
               MOVE "S" TO TIPOS-CAMBIO-DISPONIBLE
           ELSE
               MOVE "N" TO TIPOS-CAMBIO-DISPONIBLE.

       ABRIR-UNIDADES.
           OPEN INPUT UNIDADES-ARCHIVO.
           IF UNIDADES-STATUS = "00"
               MOVE "S" TO UNIDADES-DISPONIBLE
           ELSE
               MOVE "N" TO UNIDADES-DISPONIBLE.

       BUSCA-TIPO-CAMBIO.
           MOVE ZERO TO TIPO-CAMBIO-HALLADO.
           MOVE SPACE TO FECHA-TIPO-HALLADO.
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
               MOVE TC-TIPO TO TIPO-CAMBIO-HALLADO
               MOVE TC-FECHA TO FECHA-TIPO-HALLADO.

       LEE-NUMERO-PEDIDO.
           MOVE ZERO TO NUMERO-PEDIDO.
           OPEN INPUT CONTROL-ARCHIVO.
               MOVE "S" TO FIN-ARCHIVO.

       GENERA-PEDIDOS.
           IF ORD-PROVEEDOR-ID = ZERO
               ADD 1 TO CONTADOR-SIN-PROVEEDOR
           ELSE
               PERFORM AGREGA-LINEA-PEDIDO.
           PERFORM LEE-SIGUIENTE-ORDENADO.

       AGREGA-LINEA-PEDIDO.
               END-IF
               PERFORM ABRE-PEDIDO.
           ADD 1 TO LINEA-PEDIDO.
           MOVE ORD-A-PEDIR TO CANTIDAD-A-PEDIR.
           PERFORM CALCULA-COSTO-MONEDA.
           PERFORM APLICA-UNIDAD-COMPRA.
           IF PRESUPUESTO-DISPONIBLE = "S"
               PERFORM ACUMULA-LINEA-ORDEN.
           PERFORM ESCRIBE-LINEA-PEDIDO.
           PERFORM IMPRIME-LINEA-PEDIDO.
           ADD 1 TO CONTADOR-LINEAS.
           ADD 1 TO NUMERO-PEDIDO.
           MOVE ZERO TO LINEA-PEDIDO.
           ADD 1 TO CONTADOR-PEDIDOS.
           PERFORM LIMPIA-ORDEN-OTB
               VARYING C FROM 1 BY 1 UNTIL C > TOTAL-OTB.
           PERFORM IMPRIME-ENCABEZADO-PEDIDO.
           PERFORM ABRE-CSV-PEDIDO.

       ABRE-CSV-PEDIDO.
           MOVE "N" TO CSV-DISPONIBLE.
           MOVE NUMERO-PEDIDO TO CSV-PEDIDO.
           MOVE ORD-PROVEEDOR-ID TO CSV-PROVEEDOR.
           MOVE SPACE TO NOMBRE-CSV.
           STRING "oc_" DELIMITED BY SIZE
               CSV-PEDIDO DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               CSV-PROVEEDOR DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO NOMBRE-CSV.
           OPEN OUTPUT CSV-ARCHIVO.
           IF CSV-STATUS = "00"
               MOVE "S" TO CSV-DISPONIBLE
               ADD 1 TO CONTADOR-CSV
               MOVE SPACE TO LINEA-CSV
               STRING "PEDIDO,LINEA,FECHA,PROVEEDOR,ARTICULO,CODIGO,"
                   DELIMITED BY SIZE
                   "DESCRIPCION,CANTIDAD,MONEDA,COSTO,UNIDAD,FACTOR"
                   DELIMITED BY SIZE
                   INTO LINEA-CSV
               WRITE LINEA-CSV
           ELSE
               DISPLAY "Aviso: no se pudo crear " NOMBRE-CSV
                   " (estado: " CSV-STATUS ")".

       ESCRIBE-LINEA-CSV.
           MOVE NUMERO-PEDIDO TO CSV-PEDIDO.
           MOVE LINEA-PEDIDO TO CSV-LINEA.
           MOVE ORD-PROVEEDOR-ID TO CSV-PROVEEDOR.
           MOVE ORD-ID TO CSV-ARTICULO.
           MOVE CANTIDAD-COMPRA TO CSV-CANTIDAD.
           MOVE COSTO-COMPRA TO CSV-COSTO.
           MOVE FACTOR-COMPRA TO CSV-FACTOR.
           MOVE ORD-CODIGO TO CSV-CODIGO.
           MOVE ORD-PRODUCTO TO CSV-PRODUCTO.
           INSPECT CSV-CODIGO REPLACING ALL "," BY " ".
           INSPECT CSV-PRODUCTO REPLACING ALL "," BY " ".
           MOVE SPACE TO LINEA-CSV.
           STRING
               CSV-PEDIDO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CSV-LINEA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CSV-PROVEEDOR DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CSV-ARTICULO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-CODIGO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-PRODUCTO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-CANTIDAD) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               MONEDA-PEDIDO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-COSTO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(UNIDAD-COMPRA) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-FACTOR) DELIMITED BY SIZE
               INTO LINEA-CSV.
           WRITE LINEA-CSV.

       REVISA-MONEDA-PEDIDO.
           MOVE ZERO TO TIPO-CAMBIO-HALLADO.
           IF MONEDA-PEDIDO NOT = "MXN"
               MOVE MONEDA-PEDIDO TO MONEDA-BUSCADA
               MOVE FECHA-HOY TO FECHA-CAMBIO-BUSCADA
               PERFORM BUSCA-TIPO-CAMBIO
               IF TIPO-CAMBIO-HALLADO = ZERO
                   DISPLAY "Aviso: no hay tipo de cambio de "
                       MONEDA-PEDIDO "; en la orden " NUMERO-PEDIDO
                       " los articulos sin cotizacion van sin costo.".

       CALCULA-COSTO-MONEDA.
           MOVE ORD-COSTO TO COSTO-LINEA-MONEDA.
           IF MONEDA-PEDIDO NOT = "MXN" AND ORD-ORIGEN NOT = "C"
               IF TIPO-CAMBIO-HALLADO = ZERO
                   MOVE ZERO TO COSTO-LINEA-MONEDA
               ELSE
                   COMPUTE COSTO-LINEA-MONEDA ROUNDED =
                       ORD-COSTO / TIPO-CAMBIO-HALLADO.

      ******************************************************************
      * Si el articulo se compra por caja (u otra unidad de compra) se
      * pide el numero entero de cajas que cubre lo requerido; la
      * linea de pedidos.dat guarda las unidades base que eso
      * representa, y el documento y el CSV muestran cajas y costo
      * por caja.
      ******************************************************************
       APLICA-UNIDAD-COMPRA.
           MOVE SPACE TO UNIDAD-COMPRA.
           MOVE 1 TO FACTOR-COMPRA.
           IF UNIDADES-DISPONIBLE = "S"
               MOVE ORD-ID TO UM-ARTICULO-ID
               READ UNIDADES-ARCHIVO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE UM-UNIDAD-COMPRA TO UNIDAD-COMPRA
                   IF UM-FACTOR-COMPRA > 1
                       MOVE UM-FACTOR-COMPRA TO FACTOR-COMPRA
                   END-IF
               END-READ.
           COMPUTE CANTIDAD-COMPRA =
               (CANTIDAD-A-PEDIR + FACTOR-COMPRA - 1) / FACTOR-COMPRA.
           COMPUTE CANTIDAD-A-PEDIR = CANTIDAD-COMPRA * FACTOR-COMPRA
               ON SIZE ERROR
                   DISPLAY "Aviso: el articulo " ORD-ID " excede el"
                       " maximo en " UNIDAD-COMPRA "; se pide por"
                       " unidad."
                   MOVE ORD-A-PEDIR TO CANTIDAD-A-PEDIR
                   MOVE ORD-A-PEDIR TO CANTIDAD-COMPRA
                   MOVE SPACE TO UNIDAD-COMPRA
                   MOVE 1 TO FACTOR-COMPRA
           END-COMPUTE.
           COMPUTE COSTO-COMPRA = COSTO-LINEA-MONEDA * FACTOR-COMPRA.

       CIERRA-PEDIDO.
           MOVE "N" TO ORDEN-EXCEDIDA.
           IF PRESUPUESTO-DISPONIBLE = "S"
               PERFORM REVISA-PRESUPUESTO-ORDEN.
           MOVE SPACE TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           IF CSV-DISPONIBLE = "S"
               CLOSE CSV-ARCHIVO
               MOVE "N" TO CSV-DISPONIBLE
               IF ORDEN-EXCEDIDA = "S"
                   PERFORM APARTA-CSV-RETENIDO.

      ******************************************************************
      * Presupuesto de compras (disponible para comprar): se carga el
      * presupuesto del mes por categoria y se le resta el valor en
      * pesos de lo pedido y recibido en ordenes del mes. Las
      * categorias sin presupuesto no se controlan.
      ******************************************************************
       CARGA-PRESUPUESTO.
           MOVE FECHA-HOY(1:6) TO PERIODO-ACTUAL.
           MOVE ZERO TO TOTAL-OTB.
           OPEN INPUT PRESUPUESTOS-ARCHIVO.
           IF PRESUPUESTOS-STATUS = "00"
               MOVE "N" TO FIN-PRESUPUESTOS
               PERFORM LEE-PRESUPUESTO
               PERFORM GUARDA-PRESUPUESTO
                   UNTIL FIN-PRESUPUESTOS = "S"
               CLOSE PRESUPUESTOS-ARCHIVO.
           IF TOTAL-OTB = ZERO
               MOVE "N" TO PRESUPUESTO-DISPONIBLE
               DISPLAY "Aviso: no hay presupuesto de compras para "
                   PERIODO-ACTUAL "; las ordenes no se controlan."
           ELSE
               MOVE "S" TO PRESUPUESTO-DISPONIBLE
               PERFORM CALCULA-COMPROMETIDO
               DISPLAY " "
               DISPLAY "Disponible para comprar del mes "
                   PERIODO-ACTUAL ":"
               PERFORM MUESTRA-OTB.

       LEE-PRESUPUESTO.
           READ PRESUPUESTOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-PRESUPUESTOS.

       GUARDA-PRESUPUESTO.
           IF PRES-PERIODO = PERIODO-ACTUAL
               IF TOTAL-OTB < MAX-OTB
                   ADD 1 TO TOTAL-OTB
                   MOVE PRES-CATEGORIA TO OTB-CATEGORIA(TOTAL-OTB)
                   MOVE PRES-IMPORTE TO OTB-PRESUPUESTO(TOTAL-OTB)
                   MOVE ZERO TO OTB-COMPROMETIDO(TOTAL-OTB)
                       OTB-RECIBIDO(TOTAL-OTB) OTB-ORDEN(TOTAL-OTB)
                       OTB-RETENIDO(TOTAL-OTB)
               ELSE
                   DISPLAY "Aviso: mas de " MAX-OTB " categorias con"
                       " presupuesto; " PRES-CATEGORIA " no se"
                       " controla.".
           PERFORM LEE-PRESUPUESTO.

       CALCULA-COMPROMETIDO.
           OPEN INPUT ARTICULOS-ARCHIVO.
           IF ARTICULOS-STATUS = "00"
               MOVE "N" TO FIN-PEDIDOS
               MOVE ZERO TO PEDIDOS-NUMERO PEDIDOS-LINEA
               START PEDIDOS-ARCHIVO
                   KEY IS NOT LESS THAN PEDIDOS-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-PEDIDOS
               END-START
               PERFORM ACUMULA-PEDIDO-MES UNTIL FIN-PEDIDOS = "S"
               CLOSE ARTICULOS-ARCHIVO.

       ACUMULA-PEDIDO-MES.
           READ PEDIDOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-PEDIDOS.
           IF FIN-PEDIDOS = "N" AND
                   PEDIDOS-FECHA(1:6) = PERIODO-ACTUAL AND
                   PEDIDOS-ESTADO NOT = "H"
               PERFORM BUSCA-CATEGORIA-PEDIDO
               IF OTB-HALLADO NOT = ZERO
                   PERFORM VALORA-LINEA-PEDIDO
                   ADD VALOR-LINEA TO OTB-COMPROMETIDO(OTB-HALLADO)
                   ADD VALOR-RECIBIDO TO OTB-RECIBIDO(OTB-HALLADO).

       BUSCA-CATEGORIA-PEDIDO.
           MOVE ZERO TO OTB-HALLADO.
           MOVE PEDIDOS-ARTICULO-ID TO ARTICULOS-ID.
           READ ARTICULOS-ARCHIVO RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE ARTICULOS-CATEGORIA TO CATEGORIA-BUSCADA
               PERFORM BUSCA-OTB
           END-READ.

       BUSCA-OTB.
           MOVE ZERO TO OTB-HALLADO.
           PERFORM COMPARA-OTB
               VARYING C FROM 1 BY 1
               UNTIL C > TOTAL-OTB OR OTB-HALLADO NOT = ZERO.

       COMPARA-OTB.
           IF OTB-CATEGORIA(C) = CATEGORIA-BUSCADA
               MOVE C TO OTB-HALLADO.

      * Valor en pesos de una linea ya pedida: lo que falta por
      * recibir (VALOR-LINEA) y lo recibido (VALOR-RECIBIDO). Para
      * otra moneda se usa el tipo de cambio de la recepcion o, si
      * nada ha llegado, el vigente.
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

       MUESTRA-OTB.
           DISPLAY "  Categoria         Presupuesto    Comprometido"
               "      Disponible".
           PERFORM MUESTRA-LINEA-OTB
               VARYING C FROM 1 BY 1 UNTIL C > TOTAL-OTB.

       MUESTRA-LINEA-OTB.
           MOVE OTB-CATEGORIA(C) TO OTB-LIN-CATEGORIA.
           MOVE OTB-PRESUPUESTO(C) TO OTB-LIN-PRESUPUESTO.
           COMPUTE VALOR-LINEA = OTB-COMPROMETIDO(C) + OTB-RECIBIDO(C).
           MOVE VALOR-LINEA TO OTB-LIN-COMPROMETIDO.
           COMPUTE DISPONIBLE-OTB = OTB-PRESUPUESTO(C) - VALOR-LINEA.
           MOVE DISPONIBLE-OTB TO OTB-LIN-DISPONIBLE.
           DISPLAY LINEA-OTB.

       LIMPIA-ORDEN-OTB.
           MOVE ZERO TO OTB-ORDEN(C).

       ACUMULA-LINEA-ORDEN.
           MOVE ORD-CATEGORIA TO CATEGORIA-BUSCADA.
           PERFORM BUSCA-OTB.
           IF OTB-HALLADO NOT = ZERO
               IF MONEDA-PEDIDO = "MXN"
                   MOVE 1 TO TASA-LINEA
               ELSE
                   MOVE TIPO-CAMBIO-HALLADO TO TASA-LINEA
               END-IF
               COMPUTE VALOR-LINEA ROUNDED = CANTIDAD-A-PEDIR *
                   COSTO-LINEA-MONEDA * TASA-LINEA
               ADD VALOR-LINEA TO OTB-ORDEN(OTB-HALLADO).

      * La orden se retiene completa si en alguna categoria lo que
      * pide excede lo disponible; si no, pasa a comprometido.
       REVISA-PRESUPUESTO-ORDEN.
           PERFORM REVISA-CATEGORIA-ORDEN
               VARYING C FROM 1 BY 1 UNTIL C > TOTAL-OTB.
           IF ORDEN-EXCEDIDA = "S"
               PERFORM RETIENE-PEDIDO
           ELSE
               PERFORM COMPROMETE-ORDEN
                   VARYING C FROM 1 BY 1 UNTIL C > TOTAL-OTB.

       REVISA-CATEGORIA-ORDEN.
           IF OTB-ORDEN(C) NOT = ZERO
               COMPUTE DISPONIBLE-OTB = OTB-PRESUPUESTO(C) -
                   OTB-COMPROMETIDO(C) - OTB-RECIBIDO(C)
               IF OTB-ORDEN(C) > DISPONIBLE-OTB
                   MOVE "S" TO ORDEN-EXCEDIDA
                   MOVE OTB-CATEGORIA(C) TO DOC-EXC-CATEGORIA
                   MOVE OTB-ORDEN(C) TO DOC-EXC-ORDEN
                   MOVE DISPONIBLE-OTB TO DOC-EXC-DISPONIBLE
                   WRITE LINEA-DOCUMENTO FROM DOC-EXCESO.

       COMPROMETE-ORDEN.
           ADD OTB-ORDEN(C) TO OTB-COMPROMETIDO(C).

       RETIENE-PEDIDO.
           ADD 1 TO CONTADOR-RETENIDAS.
           WRITE LINEA-DOCUMENTO FROM DOC-RETENIDA.
           DISPLAY "Orden " NUMERO-PEDIDO " retenida: excede el"
               " presupuesto de compras.".
           PERFORM RETIENE-LINEA
               VARYING L FROM 1 BY 1 UNTIL L > LINEA-PEDIDO.
           PERFORM ACUMULA-RETENIDO
               VARYING C FROM 1 BY 1 UNTIL C > TOTAL-OTB.

       RETIENE-LINEA.
           MOVE NUMERO-PEDIDO TO PEDIDOS-NUMERO.
           MOVE L TO PEDIDOS-LINEA.
           READ PEDIDOS-ARCHIVO RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "H" TO PEDIDOS-ESTADO
               REWRITE PEDIDOS-REGISTRO
               INVALID KEY
                   DISPLAY "Error al retener la linea " L
                       " (estado: " PEDIDOS-STATUS ")"
               END-REWRITE
           END-READ.

       ACUMULA-RETENIDO.
           ADD OTB-ORDEN(C) TO OTB-RETENIDO(C).

      * El CSV de una orden retenida no se envia: queda como
      * oc_<orden>_<proveedor>.ret hasta que se autoriza.
       APARTA-CSV-RETENIDO.
           MOVE SPACE TO NOMBRE-CSV-RETENIDO.
           STRING "oc_" DELIMITED BY SIZE
               CSV-PEDIDO DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               CSV-PROVEEDOR DELIMITED BY SIZE
               ".ret" DELIMITED BY SIZE
               INTO NOMBRE-CSV-RETENIDO.
           CALL "CBL_RENAME_FILE"
               USING NOMBRE-CSV NOMBRE-CSV-RETENIDO
               RETURNING RESULT-CODE.
           IF RESULT-CODE = ZERO
               SUBTRACT 1 FROM CONTADOR-CSV
           ELSE
               DISPLAY "Aviso: no se pudo apartar " NOMBRE-CSV
                   "; no lo envie hasta que se autorice la orden.".

       ESCRIBE-LINEA-PEDIDO.
           MOVE SPACE TO PEDIDOS-REGISTRO.
           MOVE CANTIDAD-A-PEDIR TO PEDIDOS-CANTIDAD-PEDIDA.
           MOVE ZERO TO PEDIDOS-CANTIDAD-RECIBIDA.
           MOVE "A" TO PEDIDOS-ESTADO.
           MOVE MONEDA-PEDIDO TO PEDIDOS-MONEDA.
           MOVE COSTO-LINEA-MONEDA TO PEDIDOS-COSTO-MONEDA.
           MOVE ZERO TO PEDIDOS-TIPO-CAMBIO-RECEPCION.
           MOVE UNIDAD-COMPRA TO PEDIDOS-UNIDAD-COMPRA.
           MOVE FACTOR-COMPRA TO PEDIDOS-FACTOR-COMPRA.
           WRITE PEDIDOS-REGISTRO
           INVALID KEY
               DISPLAY "Error al escribir la linea de pedido (estado: "
                   PEDIDOS-STATUS ")"
           NOT INVALID KEY
               IF CSV-DISPONIBLE = "S"
                   PERFORM ESCRIBE-LINEA-CSV
               END-IF
           END-WRITE.

       IMPRIME-ENCABEZADO-PEDIDO.
           PERFORM BUSCA-PROVEEDOR.
           WRITE LINEA-DOCUMENTO FROM DOC-PROVEEDOR.
           WRITE LINEA-DOCUMENTO FROM DOC-CONTACTO.
           WRITE LINEA-DOCUMENTO FROM DOC-ENTREGA.
           MOVE MONEDA-PEDIDO TO DOC-MONEDA-CODIGO.
           WRITE LINEA-DOCUMENTO FROM DOC-MONEDA.
           WRITE LINEA-DOCUMENTO FROM DOC-COLUMNAS.

       BUSCA-PROVEEDOR.
           MOVE "Desconocido" TO DOC-PROVEEDOR-NOMBRE.
           MOVE SPACE TO DOC-CONTACTO-NOMBRE.
           MOVE ZERO TO DOC-ENTREGA-DIAS.
           MOVE "MXN" TO MONEDA-PEDIDO.
           IF PROVEEDOR-DISPONIBLE = "S"
               MOVE ORD-PROVEEDOR-ID TO PROVEEDORES-ID
               READ PROVEEDORES-ARCHIVO RECORD
                   MOVE PROVEEDORES-NOMBRE TO DOC-PROVEEDOR-NOMBRE
                   MOVE PROVEEDORES-CONTACTO TO DOC-CONTACTO-NOMBRE
                   MOVE PROVEEDORES-TIEMPO-ENTREGA
                       TO DOC-ENTREGA-DIAS
                   IF PROVEEDORES-MONEDA NOT = SPACE
                       MOVE PROVEEDORES-MONEDA TO MONEDA-PEDIDO
                   END-IF
               END-READ.
           PERFORM REVISA-MONEDA-PEDIDO.

       IMPRIME-LINEA-PEDIDO.
           MOVE SPACE TO DOC-DETALLE.
           MOVE ORD-ID TO DOC-DET-ID.
           MOVE ORD-PRODUCTO TO DOC-DET-PRODUCTO.
           MOVE CANTIDAD-COMPRA TO DOC-DET-CANTIDAD.
           MOVE UNIDAD-COMPRA TO DOC-DET-UNIDAD.
           MOVE ORD-CODIGO TO DOC-DET-CODIGO.
           MOVE COSTO-COMPRA TO DOC-DET-COSTO.
           WRITE LINEA-DOCUMENTO FROM DOC-DETALLE.

       END PROGRAM PURCHASE-ORDER.
