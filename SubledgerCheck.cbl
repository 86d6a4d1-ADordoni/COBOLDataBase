      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBLEDGER-CHECK.

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

       SELECT STOCK-UBI-ARCHIVO
       ASSIGN TO "stock_ubicacion.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS STOCK-UBI-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS STOCK-UBI-STATUS.

       SELECT TRANSITO-ARCHIVO
       ASSIGN TO "en_transito.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TRN-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TRANSITO-STATUS.

       SELECT LOTES-ARCHIVO
       ASSIGN TO "lotes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS LOTES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS LOTES-STATUS.

       SELECT RESERVAS-ARCHIVO
       ASSIGN TO "reservas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS RESERVAS-STATUS.

       SELECT CLIENTES-ARCHIVO
       ASSIGN TO "clientes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CLIENTES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CLIENTES-STATUS.

       SELECT CARTERA-ARCHIVO
       ASSIGN TO "cartera.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CARTERA-FACTURA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CARTERA-STATUS.

       SELECT PEDIDOS-ARCHIVO
       ASSIGN TO "pedidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PEDIDOS-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PEDIDOS-STATUS.

       SELECT DEVOLUCIONES-ARCHIVO
       ASSIGN TO "devoluciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEV-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS DEVOLUCIONES-STATUS.

       SELECT MOVIMIENTOS-ARCHIVO
       ASSIGN TO "movimientos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MOVIMIENTOS-STATUS.

       SELECT CONTROL-ARCHIVO
       ASSIGN TO "cuadre_control.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONTROL-STATUS.

       SELECT TRAZA-ARCHIVO
       ASSIGN TO "cuadre_recepciones.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS SORT-IN-STATUS.

       SELECT SORT-FILE
       ASSIGN TO "SORTWORK".

       SELECT ARCHIVO-ORDENADO
       ASSIGN TO "cuadre_recepciones_ord.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ORDENADO-STATUS.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "cuadre_subauxiliares.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD STOCK-UBI-ARCHIVO.
       COPY "STOCKUBI.cpy".

       FD TRANSITO-ARCHIVO.
       COPY "TRANSITO.cpy".

       FD LOTES-ARCHIVO.
       COPY "LOTES.cpy".

       FD RESERVAS-ARCHIVO.
       COPY "RESERVAS.cpy".

       FD CLIENTES-ARCHIVO.
       COPY "CLIENTES.cpy".

       FD CARTERA-ARCHIVO.
       COPY "CARTERA.cpy".

       FD PEDIDOS-ARCHIVO.
       COPY "PEDIDOS.cpy".

       FD DEVOLUCIONES-ARCHIVO.
       COPY "DEVOLUCIONES.cpy".

       FD MOVIMIENTOS-ARCHIVO.
       COPY "MOVIMIENTOS.cpy".

       FD CONTROL-ARCHIVO.
       01 LINEA-CONTROL PIC X(3).

       FD TRAZA-ARCHIVO.
       01 TRAZA-REGISTRO.
           05 TRZ-PEDIDO PIC 9(6).
           05 TRZ-ARTICULO-ID PIC 9(4).
           05 TRZ-ORIGEN PIC X.
           05 TRZ-CANTIDAD PIC 9(7).

       SD SORT-FILE.
       01 SORT-REGISTRO.
           05 SORT-PEDIDO PIC 9(6).
           05 SORT-ARTICULO-ID PIC 9(4).
           05 FILLER PIC X(8).

       FD ARCHIVO-ORDENADO.
       01 REGISTRO-ORDENADO.
           05 ORD-PEDIDO PIC 9(6).
           05 ORD-ARTICULO-ID PIC 9(4).
           05 ORD-ORIGEN PIC X.
           05 ORD-CANTIDAD PIC 9(7).

       FD REPORTE-ARCHIVO.
       01 LINEA-REPORTE PIC X(110).

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 STOCK-UBI-STATUS PIC XX.
       77 TRANSITO-STATUS PIC XX.
       77 LOTES-STATUS PIC XX.
       77 RESERVAS-STATUS PIC XX.
       77 CLIENTES-STATUS PIC XX.
       77 CARTERA-STATUS PIC XX.
       77 PEDIDOS-STATUS PIC XX.
       77 DEVOLUCIONES-STATUS PIC XX.
       77 MOVIMIENTOS-STATUS PIC XX.
       77 CONTROL-STATUS PIC XX.
       77 SORT-IN-STATUS PIC XX.
       77 ORDENADO-STATUS PIC XX.
       77 REPORTE-STATUS PIC XX.
       77 FIN-LECTURA PIC X.
       77 FIN-ORDENADO PIC X VALUE "N".
       77 CLIENTES-DISPONIBLE PIC X VALUE "N".
       77 CARTERA-DISPONIBLE PIC X VALUE "N".
       77 TRAZA-POSIBLE PIC X VALUE "N".
       77 TOLERANCIA PIC 9(3) VALUE ZERO.
       77 FECHA-HOY PIC X(8).
       77 INICIO-DIARIO PIC X(8) VALUE SPACE.
       77 I PIC 9(5).
       77 SALDO-ABIERTO PIC 9(9)V99.
       77 CANTIDAD-CONTROL PIC 9(7).
       77 PEDIDO-ACTUAL PIC 9(6).
       77 ARTICULO-ACTUAL PIC 9(4).
       77 RECIBIDO-PEDIDO PIC 9(7).
       77 RECIBIDO-MOVIMIENTOS PIC 9(7).
       77 HAY-RENGLON-PEDIDO PIC X.
       77 ARTICULOS-REVISADOS PIC 9(5) VALUE ZERO.
       77 CLIENTES-REVISADOS PIC 9(5) VALUE ZERO.
       77 LINEAS-RASTREADAS PIC 9(5) VALUE ZERO.
       77 LINEAS-ANTERIORES PIC 9(5) VALUE ZERO.
       77 DIFERENCIAS-UBICACION PIC 9(5) VALUE ZERO.
       77 DIFERENCIAS-LOTES PIC 9(5) VALUE ZERO.
       77 DIFERENCIAS-RESERVAS PIC 9(5) VALUE ZERO.
       77 DIFERENCIAS-CARTERA PIC 9(5) VALUE ZERO.
       77 DIFERENCIAS-PEDIDOS PIC 9(5) VALUE ZERO.
       77 TOTAL-DIFERENCIAS PIC 9(5) VALUE ZERO.
       77 DIF-AREA PIC X(11).
       77 DIF-CLAVE PIC X(15).
       77 DIF-CONCEPTO PIC X(26).
       77 DIF-CONTROL PIC S9(9)V99.
       77 DIF-AUXILIAR PIC S9(9)V99.
       77 DIF-ID PIC 9(4).

       01 TABLA-ARTICULOS.
           05 SUBAUXILIAR OCCURS 9999 TIMES.
               10 SUB-EXISTE PIC X.
               10 SUB-TIENE-UBICACION PIC X.
               10 SUB-TIENE-LOTES PIC X.
               10 SUB-UBICACIONES PIC 9(7).
               10 SUB-TRANSITO PIC 9(7).
               10 SUB-LOTES PIC 9(7).
               10 SUB-RESERVADO PIC 9(7).

       01 TABLA-CLIENTES.
           05 CARTERA-CLIENTE OCCURS 9999 TIMES.
               10 CLI-EXISTE PIC X.
               10 CLI-TIENE-CARTERA PIC X.
               10 CLI-CARTERA PIC 9(9)V99.

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(30) VALUE
               "CUADRE DE SUBAUXILIARES DEL ".
           05 ENC-FECHA PIC X(8).
           05 FILLER PIC X(24) VALUE
               "   (solo diferencias)".
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "Area        Clave           Concepto    ".
           05 FILLER PIC X(30) VALUE
               "                      Control ".
           05 FILLER PIC X(29) VALUE
               "   Subauxiliar     Diferencia".
       01 LINEA-DETALLE.
           05 DET-AREA PIC X(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CLAVE PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CONCEPTO PIC X(26).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CONTROL PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-AUXILIAR PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DIFERENCIA PIC -ZZ,ZZZ,ZZ9.99.
       01 LINEA-RESUMEN.
           05 FILLER PIC X(4) VALUE SPACE.
           05 RES-TITULO PIC X(40).
           05 RES-CONTADOR PIC ZZ,ZZ9.
       01 LINEA-TOLERANCIA.
           05 FILLER PIC X(30) VALUE
               "Total de diferencias.........:".
           05 TOL-TOTAL PIC ZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "   Tolerancia: ".
           05 TOL-LIMITE PIC ZZ9.
       01 LINEA-EXCEDE PIC X(60) VALUE
           "*** SE EXCEDE LA TOLERANCIA: EL CIERRE SE DETIENE ***".

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "CUADRE NOCTURNO DE SUBAUXILIARES".
       OPEN INPUT ARTICULOS-ARCHIVO.
       IF ARCHIVO-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-ARCHIVO
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN OUTPUT REPORTE-ARCHIVO.
       IF REPORTE-STATUS NOT = "00"
           DISPLAY "No se pudo crear cuadre_subauxiliares.lst (estado: "
               REPORTE-STATUS ")"
           CLOSE ARTICULOS-ARCHIVO
           MOVE 8 TO RETURN-CODE
           GOBACK.
       PERFORM LEE-TOLERANCIA.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       MOVE FECHA-HOY TO ENC-FECHA.
       WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
       MOVE SPACE TO LINEA-REPORTE.
       WRITE LINEA-REPORTE.
       WRITE LINEA-REPORTE FROM LINEA-COLUMNAS.
       INITIALIZE TABLA-ARTICULOS.
       INITIALIZE TABLA-CLIENTES.
       PERFORM SUMA-UBICACIONES.
       PERFORM SUMA-TRANSITO.
       PERFORM SUMA-LOTES.
       PERFORM SUMA-RESERVAS.
       PERFORM CUADRA-ARTICULOS.
       CLOSE ARTICULOS-ARCHIVO.
       PERFORM CUADRA-HUERFANOS.
       PERFORM CUADRA-CARTERA.
       PERFORM RASTREA-RECEPCIONES.
       PERFORM IMPRIME-RESUMEN.
       CLOSE REPORTE-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Articulos revisados......: " ARTICULOS-REVISADOS.
       DISPLAY "Clientes revisados.......: " CLIENTES-REVISADOS.
       DISPLAY "Lineas de compra rastreadas: " LINEAS-RASTREADAS.
       DISPLAY "Diferencias encontradas..: " TOTAL-DIFERENCIAS.
       DISPLAY "Reporte generado en cuadre_subauxiliares.lst".
       IF TOTAL-DIFERENCIAS > TOLERANCIA
           DISPLAY "*** Las diferencias exceden la tolerancia de "
               TOLERANCIA "; el cierre se detiene. ***"
           MOVE 4 TO RETURN-CODE.
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

       LEE-TOLERANCIA.
           OPEN INPUT CONTROL-ARCHIVO.
           IF CONTROL-STATUS NOT = "00"
               PERFORM CREA-CONTROL-ESTANDAR
           ELSE
               READ CONTROL-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINEA-CONTROL IS NUMERIC
                           MOVE LINEA-CONTROL TO TOLERANCIA
                       END-IF
               END-READ
               CLOSE CONTROL-ARCHIVO.

       CREA-CONTROL-ESTANDAR.
           DISPLAY "No existe cuadre_control.dat; se crea con "
               "tolerancia de " TOLERANCIA " diferencias.".
           OPEN OUTPUT CONTROL-ARCHIVO.
           MOVE TOLERANCIA TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-ARCHIVO.

      ******************************************************************
      * Acumulados por articulo de cada subauxiliar de existencia.
      ******************************************************************
       SUMA-UBICACIONES.
           OPEN INPUT STOCK-UBI-ARCHIVO.
           IF STOCK-UBI-STATUS = "00"
               MOVE "N" TO FIN-LECTURA
               PERFORM LEE-UBICACION
               PERFORM ACUMULA-UBICACION UNTIL FIN-LECTURA = "S"
               CLOSE STOCK-UBI-ARCHIVO
           ELSE
               DISPLAY "Aviso: no se pudo abrir stock_ubicacion.dat;"
                   " no se cuadran ubicaciones.".

       LEE-UBICACION.
           READ STOCK-UBI-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-LECTURA.

       ACUMULA-UBICACION.
           IF STOCK-UBI-ARTICULO-ID NOT = ZERO
               MOVE "S" TO SUB-TIENE-UBICACION(STOCK-UBI-ARTICULO-ID)
               ADD STOCK-UBI-CANTIDAD
                   TO SUB-UBICACIONES(STOCK-UBI-ARTICULO-ID).
           PERFORM LEE-UBICACION.

       SUMA-TRANSITO.
           OPEN INPUT TRANSITO-ARCHIVO.
           IF TRANSITO-STATUS = "00"
               MOVE "N" TO FIN-LECTURA
               PERFORM LEE-TRANSITO
               PERFORM ACUMULA-TRANSITO UNTIL FIN-LECTURA = "S"
               CLOSE TRANSITO-ARCHIVO.

       LEE-TRANSITO.
           READ TRANSITO-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-LECTURA.

       ACUMULA-TRANSITO.
           IF TRN-ESTADO = "T" AND TRN-ARTICULO-ID NOT = ZERO
               MOVE "S" TO SUB-TIENE-UBICACION(TRN-ARTICULO-ID)
               ADD TRN-CANTIDAD TO SUB-TRANSITO(TRN-ARTICULO-ID).
           PERFORM LEE-TRANSITO.

       SUMA-LOTES.
           OPEN INPUT LOTES-ARCHIVO.
           IF LOTES-STATUS = "00"
               MOVE "N" TO FIN-LECTURA
               PERFORM LEE-LOTE
               PERFORM ACUMULA-LOTE UNTIL FIN-LECTURA = "S"
               CLOSE LOTES-ARCHIVO.

       LEE-LOTE.
           READ LOTES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-LECTURA.

       ACUMULA-LOTE.
           IF LOTES-ARTICULO-ID NOT = ZERO
               MOVE "S" TO SUB-TIENE-LOTES(LOTES-ARTICULO-ID)
               ADD LOTES-CANTIDAD TO SUB-LOTES(LOTES-ARTICULO-ID).
           PERFORM LEE-LOTE.

       SUMA-RESERVAS.
           OPEN INPUT RESERVAS-ARCHIVO.
           IF RESERVAS-STATUS = "00"
               MOVE "N" TO FIN-LECTURA
               PERFORM LEE-RESERVA
               PERFORM ACUMULA-RESERVA UNTIL FIN-LECTURA = "S"
               CLOSE RESERVAS-ARCHIVO.

       LEE-RESERVA.
           READ RESERVAS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-LECTURA.

       ACUMULA-RESERVA.
           IF RES-ESTADO = "A" AND RES-ARTICULO-ID NOT = ZERO
               ADD RES-CANTIDAD TO SUB-RESERVADO(RES-ARTICULO-ID).
           PERFORM LEE-RESERVA.

      ******************************************************************
      * Cada articulo contra sus subauxiliares. Ubicaciones y lotes
      * solo se cuadran si el articulo lleva ese control (tiene al
      * menos un registro); lo reservado no puede exceder la
      * existencia.
      ******************************************************************
       CUADRA-ARTICULOS.
           MOVE "N" TO FIN-LECTURA.
           PERFORM LEE-ARTICULO.
           PERFORM CUADRA-UN-ARTICULO UNTIL FIN-LECTURA = "S".

       LEE-ARTICULO.
           READ ARTICULOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-LECTURA.

       CUADRA-UN-ARTICULO.
           ADD 1 TO ARTICULOS-REVISADOS.
           MOVE ARTICULOS-ID TO I.
           MOVE "S" TO SUB-EXISTE(I).
           MOVE ARTICULOS-ID TO DIF-ID.
           MOVE ARTICULOS-CANTIDAD TO DIF-CONTROL.
           IF SUB-TIENE-UBICACION(I) = "S"
               COMPUTE DIF-AUXILIAR =
                   SUB-UBICACIONES(I) + SUB-TRANSITO(I)
               IF DIF-AUXILIAR NOT = DIF-CONTROL
                   MOVE "UBICACIONES" TO DIF-AREA
                   MOVE "Ubicaciones mas transito" TO DIF-CONCEPTO
                   PERFORM ANOTA-DIFERENCIA-ARTICULO
                   ADD 1 TO DIFERENCIAS-UBICACION
               END-IF
           END-IF.
           IF SUB-TIENE-LOTES(I) = "S"
               MOVE SUB-LOTES(I) TO DIF-AUXILIAR
               IF DIF-AUXILIAR NOT = DIF-CONTROL
                   MOVE "LOTES" TO DIF-AREA
                   MOVE "Suma de lotes" TO DIF-CONCEPTO
                   PERFORM ANOTA-DIFERENCIA-ARTICULO
                   ADD 1 TO DIFERENCIAS-LOTES
               END-IF
           END-IF.
           IF SUB-RESERVADO(I) > ARTICULOS-CANTIDAD
               MOVE SUB-RESERVADO(I) TO DIF-AUXILIAR
               MOVE "RESERVAS" TO DIF-AREA
               MOVE "Reservado mayor a existencia" TO DIF-CONCEPTO
               PERFORM ANOTA-DIFERENCIA-ARTICULO
               ADD 1 TO DIFERENCIAS-RESERVAS.
           PERFORM LEE-ARTICULO.

       ANOTA-DIFERENCIA-ARTICULO.
           MOVE SPACE TO DIF-CLAVE.
           STRING "Articulo " DELIMITED BY SIZE
               DIF-ID DELIMITED BY SIZE
               INTO DIF-CLAVE.
           PERFORM ANOTA-DIFERENCIA.

      * Registros de subauxiliar cuyo articulo ya no existe.
       CUADRA-HUERFANOS.
           MOVE 1 TO I.
           PERFORM REVISA-HUERFANO UNTIL I > 9999.

       REVISA-HUERFANO.
           IF SUB-EXISTE(I) NOT = "S"
               MOVE I TO DIF-ID
               MOVE ZERO TO DIF-CONTROL
               IF SUB-TIENE-UBICACION(I) = "S"
                   COMPUTE DIF-AUXILIAR =
                       SUB-UBICACIONES(I) + SUB-TRANSITO(I)
                   MOVE "UBICACIONES" TO DIF-AREA
                   MOVE "Articulo inexistente" TO DIF-CONCEPTO
                   PERFORM ANOTA-DIFERENCIA-ARTICULO
                   ADD 1 TO DIFERENCIAS-UBICACION
               END-IF
               IF SUB-TIENE-LOTES(I) = "S"
                   MOVE SUB-LOTES(I) TO DIF-AUXILIAR
                   MOVE "LOTES" TO DIF-AREA
                   MOVE "Articulo inexistente" TO DIF-CONCEPTO
                   PERFORM ANOTA-DIFERENCIA-ARTICULO
                   ADD 1 TO DIFERENCIAS-LOTES
               END-IF
               IF SUB-RESERVADO(I) NOT = ZERO
                   MOVE SUB-RESERVADO(I) TO DIF-AUXILIAR
                   MOVE "RESERVAS" TO DIF-AREA
                   MOVE "Articulo inexistente" TO DIF-CONCEPTO
                   PERFORM ANOTA-DIFERENCIA-ARTICULO
                   ADD 1 TO DIFERENCIAS-RESERVAS.
           ADD 1 TO I.

      ******************************************************************
      * Saldo abierto de cartera por cliente contra CLIENTES-SALDO.
      ******************************************************************
       CUADRA-CARTERA.
           OPEN INPUT CARTERA-ARCHIVO.
           IF CARTERA-STATUS = "00"
               MOVE "S" TO CARTERA-DISPONIBLE
               MOVE "N" TO FIN-LECTURA
               PERFORM LEE-CARTERA
               PERFORM ACUMULA-CARTERA UNTIL FIN-LECTURA = "S"
               CLOSE CARTERA-ARCHIVO.
           OPEN INPUT CLIENTES-ARCHIVO.
           IF CLIENTES-STATUS = "00"
               MOVE "S" TO CLIENTES-DISPONIBLE
               MOVE "N" TO FIN-LECTURA
               PERFORM LEE-CLIENTE
               PERFORM CUADRA-UN-CLIENTE UNTIL FIN-LECTURA = "S"
               CLOSE CLIENTES-ARCHIVO.
           IF CARTERA-DISPONIBLE = "S"
               MOVE 1 TO I
               PERFORM REVISA-CARTERA-HUERFANA UNTIL I > 9999.

       LEE-CARTERA.
           READ CARTERA-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-LECTURA.

       ACUMULA-CARTERA.
           IF CARTERA-ESTADO = "A" AND CARTERA-CLIENTE-ID NOT = ZERO
               MOVE "S" TO CLI-TIENE-CARTERA(CARTERA-CLIENTE-ID)
               IF CARTERA-IMPORTE > CARTERA-PAGADO
                   COMPUTE SALDO-ABIERTO =
                       CARTERA-IMPORTE - CARTERA-PAGADO
                   ADD SALDO-ABIERTO
                       TO CLI-CARTERA(CARTERA-CLIENTE-ID).
           PERFORM LEE-CARTERA.

       LEE-CLIENTE.
           READ CLIENTES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-LECTURA.

       CUADRA-UN-CLIENTE.
           ADD 1 TO CLIENTES-REVISADOS.
           MOVE CLIENTES-ID TO I.
           MOVE "S" TO CLI-EXISTE(I).
           IF CLI-CARTERA(I) NOT = CLIENTES-SALDO
               MOVE CLIENTES-ID TO DIF-ID
               MOVE CLIENTES-SALDO TO DIF-CONTROL
               MOVE CLI-CARTERA(I) TO DIF-AUXILIAR
               MOVE "Facturas abiertas" TO DIF-CONCEPTO
               PERFORM ANOTA-DIFERENCIA-CLIENTE.
           PERFORM LEE-CLIENTE.

       REVISA-CARTERA-HUERFANA.
           IF CLI-TIENE-CARTERA(I) = "S" AND CLI-EXISTE(I) NOT = "S"
               MOVE I TO DIF-ID
               MOVE ZERO TO DIF-CONTROL
               MOVE CLI-CARTERA(I) TO DIF-AUXILIAR
               MOVE "Cliente inexistente" TO DIF-CONCEPTO
               PERFORM ANOTA-DIFERENCIA-CLIENTE.
           ADD 1 TO I.

       ANOTA-DIFERENCIA-CLIENTE.
           MOVE "CARTERA" TO DIF-AREA.
           MOVE SPACE TO DIF-CLAVE.
           STRING "Cliente " DELIMITED BY SIZE
               DIF-ID DELIMITED BY SIZE
               INTO DIF-CLAVE.
           PERFORM ANOTA-DIFERENCIA.
           ADD 1 TO DIFERENCIAS-CARTERA.

      ******************************************************************
      * Lo recibido en cada orden de compra contra las entradas "E"
      * con referencia OCnnnnnn del diario. Las ordenes anteriores al
      * primer movimiento del diario vivo ya no se pueden rastrear
      * (su detalle esta archivado) y se omiten. RETURN-TO-SUPPLIER
      * resta lo devuelto de la cantidad recibida de la linea sin
      * tocar la entrada E original, asi que del lado del pedido se
      * suma de vuelta lo que devoluciones.dat registra contra ella.
      ******************************************************************
       RASTREA-RECEPCIONES.
           OPEN INPUT PEDIDOS-ARCHIVO.
           IF PEDIDOS-STATUS = "00"
               OPEN INPUT MOVIMIENTOS-ARCHIVO
               IF MOVIMIENTOS-STATUS = "00"
                   MOVE "S" TO TRAZA-POSIBLE
               ELSE
                   CLOSE PEDIDOS-ARCHIVO
               END-IF
           END-IF.
           IF TRAZA-POSIBLE = "S"
               OPEN OUTPUT TRAZA-ARCHIVO
               MOVE "N" TO FIN-LECTURA
               PERFORM LEE-MOVIMIENTO
               IF FIN-LECTURA = "N"
                   MOVE MOV-FECHA-HORA(1:8) TO INICIO-DIARIO
               END-IF
               PERFORM ANOTA-ENTRADA UNTIL FIN-LECTURA = "S"
               CLOSE MOVIMIENTOS-ARCHIVO
               MOVE "N" TO FIN-LECTURA
               PERFORM LEE-PEDIDO
               PERFORM ANOTA-LINEA-PEDIDO UNTIL FIN-LECTURA = "S"
               PERFORM SUMA-DEVOLUCIONES
               CLOSE PEDIDOS-ARCHIVO
               CLOSE TRAZA-ARCHIVO
               PERFORM COMPARA-RECEPCIONES
           ELSE
               DISPLAY "Aviso: sin pedidos.dat o movimientos.dat; no"
                   " se rastrean las recepciones.".

       LEE-MOVIMIENTO.
           READ MOVIMIENTOS-ARCHIVO
           AT END
               MOVE "S" TO FIN-LECTURA.

       ANOTA-ENTRADA.
           IF MOV-TIPO = "E" AND MOV-REFERENCIA(1:2) = "OC" AND
                   MOV-REFERENCIA(3:6) IS NUMERIC
               MOVE MOV-REFERENCIA(3:6) TO TRZ-PEDIDO
               MOVE MOV-ARTICULO-ID TO TRZ-ARTICULO-ID
               MOVE "M" TO TRZ-ORIGEN
               MOVE MOV-CANTIDAD TO TRZ-CANTIDAD
               WRITE TRAZA-REGISTRO.
           PERFORM LEE-MOVIMIENTO.

       LEE-PEDIDO.
           READ PEDIDOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-LECTURA.

       ANOTA-LINEA-PEDIDO.
           IF PEDIDOS-FECHA < INICIO-DIARIO OR INICIO-DIARIO = SPACE
               ADD 1 TO LINEAS-ANTERIORES
           ELSE
               ADD 1 TO LINEAS-RASTREADAS
               MOVE PEDIDOS-NUMERO TO TRZ-PEDIDO
               MOVE PEDIDOS-ARTICULO-ID TO TRZ-ARTICULO-ID
               MOVE "P" TO TRZ-ORIGEN
               MOVE PEDIDOS-CANTIDAD-RECIBIDA TO TRZ-CANTIDAD
               WRITE TRAZA-REGISTRO.
           PERFORM LEE-PEDIDO.

       SUMA-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES-ARCHIVO.
           IF DEVOLUCIONES-STATUS = "00"
               MOVE "N" TO FIN-LECTURA
               PERFORM LEE-DEVOLUCION
               PERFORM ANOTA-DEVOLUCION UNTIL FIN-LECTURA = "S"
               CLOSE DEVOLUCIONES-ARCHIVO.

       LEE-DEVOLUCION.
           READ DEVOLUCIONES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-LECTURA.

      * Solo cuenta si la linea de pedido se esta rastreando.
       ANOTA-DEVOLUCION.
           MOVE DEV-PEDIDO-NUMERO TO PEDIDOS-NUMERO.
           MOVE DEV-PEDIDO-LINEA TO PEDIDOS-LINEA.
           READ PEDIDOS-ARCHIVO RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PEDIDOS-FECHA NOT < INICIO-DIARIO AND
                       INICIO-DIARIO NOT = SPACE
                   MOVE PEDIDOS-NUMERO TO TRZ-PEDIDO
                   MOVE PEDIDOS-ARTICULO-ID TO TRZ-ARTICULO-ID
                   MOVE "P" TO TRZ-ORIGEN
                   MOVE DEV-CANTIDAD TO TRZ-CANTIDAD
                   WRITE TRAZA-REGISTRO
               END-IF
           END-READ.
           PERFORM LEE-DEVOLUCION.

       COMPARA-RECEPCIONES.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-PEDIDO
               ON ASCENDING KEY SORT-ARTICULO-ID
               USING TRAZA-ARCHIVO
               GIVING ARCHIVO-ORDENADO.
           IF SORT-IN-STATUS NOT = "00"
               DISPLAY "No se pudo ordenar las recepciones (estado: "
                   SORT-IN-STATUS ")"
           ELSE
               OPEN INPUT ARCHIVO-ORDENADO
               PERFORM LEE-SIGUIENTE-ORDENADO
               PERFORM COMPARA-UN-ARTICULO UNTIL FIN-ORDENADO = "S"
               CLOSE ARCHIVO-ORDENADO.
           CALL "CBL_DELETE_FILE" USING "cuadre_recepciones.tmp".
           CALL "CBL_DELETE_FILE" USING "cuadre_recepciones_ord.tmp".

       LEE-SIGUIENTE-ORDENADO.
           READ ARCHIVO-ORDENADO
           AT END
               MOVE "S" TO FIN-ORDENADO.

       COMPARA-UN-ARTICULO.
           MOVE ORD-PEDIDO TO PEDIDO-ACTUAL.
           MOVE ORD-ARTICULO-ID TO ARTICULO-ACTUAL.
           MOVE ZERO TO RECIBIDO-PEDIDO.
           MOVE ZERO TO RECIBIDO-MOVIMIENTOS.
           MOVE "N" TO HAY-RENGLON-PEDIDO.
           PERFORM SUMA-TRAZA
               UNTIL FIN-ORDENADO = "S" OR
               ORD-PEDIDO NOT = PEDIDO-ACTUAL OR
               ORD-ARTICULO-ID NOT = ARTICULO-ACTUAL.
           IF HAY-RENGLON-PEDIDO = "S" AND
                   RECIBIDO-PEDIDO NOT = RECIBIDO-MOVIMIENTOS
               MOVE "PEDIDOS" TO DIF-AREA
               MOVE SPACE TO DIF-CLAVE
               STRING "OC" DELIMITED BY SIZE
                   PEDIDO-ACTUAL DELIMITED BY SIZE
                   " art " DELIMITED BY SIZE
                   ARTICULO-ACTUAL DELIMITED BY SIZE
                   INTO DIF-CLAVE
               MOVE "Recibido vs entradas E" TO DIF-CONCEPTO
               MOVE RECIBIDO-PEDIDO TO DIF-CONTROL
               MOVE RECIBIDO-MOVIMIENTOS TO DIF-AUXILIAR
               PERFORM ANOTA-DIFERENCIA
               ADD 1 TO DIFERENCIAS-PEDIDOS.

      * Una orden que el diario ya no tiene (anterior a su inicio) solo
      * aparece del lado de los movimientos si se recibio despues; se
      * ignora cuando no hay renglon de pedido que la respalde.
       SUMA-TRAZA.
           IF ORD-ORIGEN = "P"
               MOVE "S" TO HAY-RENGLON-PEDIDO
               ADD ORD-CANTIDAD TO RECIBIDO-PEDIDO
           ELSE
               ADD ORD-CANTIDAD TO RECIBIDO-MOVIMIENTOS.
           PERFORM LEE-SIGUIENTE-ORDENADO.

       ANOTA-DIFERENCIA.
           MOVE DIF-AREA TO DET-AREA.
           MOVE DIF-CLAVE TO DET-CLAVE.
           MOVE DIF-CONCEPTO TO DET-CONCEPTO.
           MOVE DIF-CONTROL TO DET-CONTROL.
           MOVE DIF-AUXILIAR TO DET-AUXILIAR.
           COMPUTE DET-DIFERENCIA = DIF-AUXILIAR - DIF-CONTROL.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           ADD 1 TO TOTAL-DIFERENCIAS.

       IMPRIME-RESUMEN.
           IF TOTAL-DIFERENCIAS = ZERO
               MOVE "Sin diferencias: todos los subauxiliares cuadran."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "Articulos revisados" TO RES-TITULO.
           MOVE ARTICULOS-REVISADOS TO RES-CONTADOR.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "  Diferencias en ubicaciones y transito" TO RES-TITULO.
           MOVE DIFERENCIAS-UBICACION TO RES-CONTADOR.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "  Diferencias en lotes" TO RES-TITULO.
           MOVE DIFERENCIAS-LOTES TO RES-CONTADOR.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "  Diferencias en reservas" TO RES-TITULO.
           MOVE DIFERENCIAS-RESERVAS TO RES-CONTADOR.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "Clientes revisados" TO RES-TITULO.
           MOVE CLIENTES-REVISADOS TO RES-CONTADOR.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "  Diferencias en cartera" TO RES-TITULO.
           MOVE DIFERENCIAS-CARTERA TO RES-CONTADOR.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "Lineas de compra rastreadas" TO RES-TITULO.
           MOVE LINEAS-RASTREADAS TO RES-CONTADOR.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "  Anteriores al diario (no rastreadas)" TO RES-TITULO.
           MOVE LINEAS-ANTERIORES TO RES-CONTADOR.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "  Diferencias en recepciones" TO RES-TITULO.
           MOVE DIFERENCIAS-PEDIDOS TO RES-CONTADOR.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE TOTAL-DIFERENCIAS TO TOL-TOTAL.
           MOVE TOLERANCIA TO TOL-LIMITE.
           WRITE LINEA-REPORTE FROM LINEA-TOLERANCIA.
           IF TOTAL-DIFERENCIAS > TOLERANCIA
               WRITE LINEA-REPORTE FROM LINEA-EXCEDE.

       END PROGRAM SUBLEDGER-CHECK.
