      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-BUDGET-DATA-BASE.

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

       SELECT AUDITORIA-ARCHIVO
       ASSIGN TO "auditoria.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AUDITORIA-STATUS.

       SELECT OPERADOR-ARCHIVO
       ASSIGN TO "operador_actual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OPERADOR-STATUS.

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

       FD AUDITORIA-ARCHIVO.
       COPY "AUDITORIA.cpy".

       FD OPERADOR-ARCHIVO.
       01 LINEA-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.
       77 PRESUPUESTOS-STATUS PIC XX.
       77 PEDIDOS-STATUS PIC XX.
       77 ARTICULOS-STATUS PIC XX.
       77 TIPOS-CAMBIO-STATUS PIC XX.
       77 OPERADOR-STATUS PIC XX.
       77 AUDITORIA-STATUS PIC XX.
       77 PEDIDOS-DISPONIBLE PIC X VALUE "N".
       77 ARTICULOS-DISPONIBLE PIC X VALUE "N".
       77 TIPOS-CAMBIO-DISPONIBLE PIC X VALUE "N".
       77 OPERADOR PIC X(10).
       77 FECHA-HOY PIC X(8).
       77 MODO PIC X.
       77 SALIR PIC X VALUE "N".
       77 CONFIRMA PIC X.
       77 REGISTRO-ENCONTRADO PIC X.
       77 CAMPO-CATEGORIA PIC X(15).
       77 CAMPO-PERIODO PIC X(6).
       77 PERIODO-VALIDO PIC X.
       77 PERIODO-BUSCADO PIC X(6).
       77 IMPORTE-CAPTURADO PIC 9(9)V99.
       77 FIN-PRESUPUESTOS PIC X.
       77 FIN-PEDIDOS PIC X.
       77 FIN-TIPOS PIC X.
       77 CONTADOR-LISTADOS PIC 9(5).
       77 CAMPO-NUMERO-PEDIDO PIC Z(7).
       77 NUMERO-BUSCADO PIC 9(6).
       77 ORDEN-ANTERIOR PIC 9(6).
       77 LINEAS-ORDEN PIC 9(3).
       77 LINEAS-RETENIDAS PIC 9(3).
       77 TOTAL-OTB PIC 9(3).
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
       77 VALOR-ORDEN PIC 9(9)V99.
       77 VALOR-SIN-PRESUPUESTO PIC 9(9)V99.
       77 DISPONIBLE-OTB PIC S9(9)V99.
       77 RESULT-CODE PIC 9(2) COMP-5.
       77 CSV-PEDIDO PIC 9(6).
       77 CSV-PROVEEDOR PIC 9(4).
       77 IMPORTE-ANTERIOR PIC 9(9)V99.
       77 IMPORTE-TEXTO PIC Z(8)9.99.
       01 NOMBRE-CSV PIC X(30).
       01 NOMBRE-CSV-RETENIDO PIC X(30).

       01 TABLA-OTB.
           05 OTB-CATEGORIA-ENTRADA OCCURS 100 TIMES.
               10 OTB-CATEGORIA PIC X(15).
               10 OTB-PRESUPUESTO PIC 9(9)V99.
               10 OTB-COMPROMETIDO PIC 9(9)V99.
               10 OTB-ORDEN PIC 9(9)V99.

       01 LINEA-PRESUPUESTO.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LPR-CATEGORIA PIC X(15).
           05 FILLER PIC X(2) VALUE SPACE.
           05 LPR-PERIODO PIC X(6).
           05 FILLER PIC X(2) VALUE SPACE.
           05 LPR-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LPR-FECHA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LPR-OPERADOR PIC X(10).

       01 LINEA-RETENIDA.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LRE-PEDIDO PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LRE-FECHA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACE.
           05 LRE-PROVEEDOR PIC Z(4).
           05 FILLER PIC X(2) VALUE SPACE.
           05 LRE-LINEAS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LRE-VALOR PIC ZZZ,ZZZ,ZZ9.99.

       01 LINEA-CATEGORIA-ORDEN.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LCO-CATEGORIA PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LCO-ORDEN PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LCO-DISPONIBLE PIC ---,---,--9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LCO-MARCA PIC X(7).

       PROCEDURE DIVISION.

       PERFORM APERTURA.
       PERFORM ABRIR-PEDIDOS.
       PERFORM ABRIR-AUDITORIA.
       PERFORM OBTIENE-OPERADOR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       PERFORM MUESTRA-MENU UNTIL SALIR = "S".
       CLOSE PRESUPUESTOS-ARCHIVO.
       IF PEDIDOS-DISPONIBLE = "S"
           CLOSE PEDIDOS-ARCHIVO.
       IF ARTICULOS-DISPONIBLE = "S"
           CLOSE ARTICULOS-ARCHIVO.
       IF TIPOS-CAMBIO-DISPONIBLE = "S"
           CLOSE TIPOS-CAMBIO-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       GOBACK.

       APERTURA.
           OPEN I-O PRESUPUESTOS-ARCHIVO.
           IF PRESUPUESTOS-STATUS = "35"
               OPEN OUTPUT PRESUPUESTOS-ARCHIVO
               CLOSE PRESUPUESTOS-ARCHIVO
               OPEN I-O PRESUPUESTOS-ARCHIVO.
           IF PRESUPUESTOS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir presupuestos_compra.dat"
                   " (estado: " PRESUPUESTOS-STATUS ")"
               GOBACK.

       ABRIR-PEDIDOS.
           OPEN I-O PEDIDOS-ARCHIVO.
           IF PEDIDOS-STATUS = "00"
               MOVE "S" TO PEDIDOS-DISPONIBLE
               OPEN INPUT ARTICULOS-ARCHIVO
               IF ARTICULOS-STATUS = "00"
                   MOVE "S" TO ARTICULOS-DISPONIBLE
               END-IF
               OPEN INPUT TIPOS-CAMBIO-ARCHIVO
               IF TIPOS-CAMBIO-STATUS = "00"
                   MOVE "S" TO TIPOS-CAMBIO-DISPONIBLE
               END-IF
           ELSE
               DISPLAY "Aviso: no se pudo abrir pedidos.dat; solo se"
                   " mantienen los presupuestos.".

       ABRIR-AUDITORIA.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           IF AUDITORIA-STATUS NOT = "00"
               OPEN OUTPUT AUDITORIA-ARCHIVO.

       OBTIENE-OPERADOR.
           MOVE SPACE TO OPERADOR.
           OPEN INPUT OPERADOR-ARCHIVO.
           IF OPERADOR-STATUS = "00"
               READ OPERADOR-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINEA-OPERADOR NOT = SPACE
                           MOVE LINEA-OPERADOR TO OPERADOR
                       END-IF
               END-READ
               CLOSE OPERADOR-ARCHIVO.
           IF OPERADOR = SPACE
               PERFORM PIDE-OPERADOR.

       PIDE-OPERADOR.
           DISPLAY "Ingrese el codigo del operador: ".
           ACCEPT OPERADOR.
           IF OPERADOR = SPACE
               PERFORM PIDE-OPERADOR.

       MUESTRA-MENU.
           DISPLAY " ".
           DISPLAY "=== PRESUPUESTO DE COMPRAS ===".
           DISPLAY "A. Alta o cambio de presupuesto".
           DISPLAY "E. Eliminar un presupuesto".
           DISPLAY "L. Listar presupuestos".
           DISPLAY "R. Listar ordenes retenidas".
           DISPLAY "U. Autorizar una orden retenida".
           DISPLAY "X. Rechazar una orden retenida".
           DISPLAY "S. Salir".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT MODO.
           MOVE FUNCTION UPPER-CASE(MODO) TO MODO.
           EVALUATE MODO
               WHEN "A"
                   PERFORM CAPTURA-PRESUPUESTO
               WHEN "E"
                   PERFORM ELIMINA-PRESUPUESTO
               WHEN "L"
                   PERFORM LISTA-PRESUPUESTOS
               WHEN "R"
                   PERFORM LISTA-RETENIDAS
               WHEN "U"
                   PERFORM AUTORIZA-ORDEN
               WHEN "X"
                   PERFORM RECHAZA-ORDEN
               WHEN "S"
                   MOVE "S" TO SALIR
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

      ******************************************************************
      * Presupuesto por categoria y mes.
      ******************************************************************
       PIDE-CLAVE.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           DISPLAY "Categoria (vacio cancela): ".
           MOVE SPACE TO CAMPO-CATEGORIA.
           ACCEPT CAMPO-CATEGORIA.
           IF CAMPO-CATEGORIA NOT = SPACE
               PERFORM PIDE-PERIODO
               IF PERIODO-VALIDO = "S"
                   MOVE CAMPO-CATEGORIA TO PRES-CATEGORIA
                   MOVE CAMPO-PERIODO TO PRES-PERIODO
                   MOVE "S" TO REGISTRO-ENCONTRADO
                   READ PRESUPUESTOS-ARCHIVO RECORD
                   INVALID KEY
                       MOVE "N" TO REGISTRO-ENCONTRADO
                   END-READ.

       PIDE-PERIODO.
           MOVE "N" TO PERIODO-VALIDO.
           DISPLAY "Mes (AAAAMM, vacio = mes actual): ".
           MOVE SPACE TO CAMPO-PERIODO.
           ACCEPT CAMPO-PERIODO.
           IF CAMPO-PERIODO = SPACE
               MOVE FECHA-HOY(1:6) TO CAMPO-PERIODO.
           IF CAMPO-PERIODO NOT NUMERIC
               DISPLAY "El mes debe ser AAAAMM."
           ELSE
               IF CAMPO-PERIODO(5:2) < "01" OR
                       CAMPO-PERIODO(5:2) > "12"
                   DISPLAY "El mes debe estar entre 01 y 12."
               ELSE
                   MOVE "S" TO PERIODO-VALIDO.

       CAPTURA-PRESUPUESTO.
           PERFORM PIDE-CLAVE.
           IF CAMPO-CATEGORIA NOT = SPACE AND PERIODO-VALIDO = "S"
               IF REGISTRO-ENCONTRADO = "S"
                   MOVE PRES-IMPORTE TO IMPORTE-ANTERIOR
                   DISPLAY " Presupuesto actual: " PRES-IMPORTE
                       " (" PRES-OPERADOR " " PRES-FECHA-MODIFICACION
                       ")"
               END-IF
               DISPLAY "Importe a comprar en el mes (pesos): "
               MOVE ZERO TO IMPORTE-CAPTURADO
               ACCEPT IMPORTE-CAPTURADO
               MOVE IMPORTE-CAPTURADO TO PRES-IMPORTE
               MOVE FECHA-HOY TO PRES-FECHA-MODIFICACION
               MOVE OPERADOR TO PRES-OPERADOR
               IF REGISTRO-ENCONTRADO = "S"
                   REWRITE PRESUPUESTOS-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al modificar el presupuesto"
                           " (estado: " PRESUPUESTOS-STATUS ")"
                   NOT INVALID KEY
                       DISPLAY "Presupuesto actualizado."
                       PERFORM REGISTRA-CAMBIO-PRESUPUESTO
                   END-REWRITE
               ELSE
                   WRITE PRESUPUESTOS-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar el presupuesto"
                           " (estado: " PRESUPUESTOS-STATUS ")"
                   NOT INVALID KEY
                       DISPLAY "Presupuesto registrado."
                       PERFORM REGISTRA-CAMBIO-PRESUPUESTO
                   END-WRITE.

       ELIMINA-PRESUPUESTO.
           PERFORM PIDE-CLAVE.
           IF CAMPO-CATEGORIA NOT = SPACE AND PERIODO-VALIDO = "S"
               IF REGISTRO-ENCONTRADO = "N"
                   DISPLAY "No hay presupuesto para esa categoria y"
                       " mes."
               ELSE
                   PERFORM CONFIRMA-ELIMINACION.

       CONFIRMA-ELIMINACION.
           DISPLAY " Categoria: " PRES-CATEGORIA " mes "
               PRES-PERIODO " importe " PRES-IMPORTE.
           DISPLAY "Sin presupuesto la categoria ya no se controla.".
           DISPLAY "¿Seguro que quiere eliminarlo? (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA = "S" OR CONFIRMA = "s"
               DELETE PRESUPUESTOS-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "Error al eliminar (estado: "
                       PRESUPUESTOS-STATUS ")"
               NOT INVALID KEY
                   DISPLAY "Presupuesto eliminado."
                   PERFORM REGISTRA-BAJA-PRESUPUESTO
               END-DELETE
           ELSE
               DISPLAY "Operacion cancelada.".

       LISTA-PRESUPUESTOS.
           DISPLAY "Mes a listar (AAAAMM, vacio = todos): ".
           MOVE SPACE TO PERIODO-BUSCADO.
           ACCEPT PERIODO-BUSCADO.
           DISPLAY " ".
           DISPLAY "  Categoria        Mes             Importe"
               "  Cambio   Operador".
           MOVE ZERO TO CONTADOR-LISTADOS.
           MOVE LOW-VALUES TO PRES-CLAVE.
           MOVE "N" TO FIN-PRESUPUESTOS.
           START PRESUPUESTOS-ARCHIVO KEY IS NOT LESS THAN PRES-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-PRESUPUESTOS.
           PERFORM LISTA-UN-PRESUPUESTO UNTIL FIN-PRESUPUESTOS = "S".
           DISPLAY "Presupuestos listados: " CONTADOR-LISTADOS.

       LISTA-UN-PRESUPUESTO.
           READ PRESUPUESTOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-PRESUPUESTOS.
           IF FIN-PRESUPUESTOS = "N" AND (PERIODO-BUSCADO = SPACE OR
                   PRES-PERIODO = PERIODO-BUSCADO)
               ADD 1 TO CONTADOR-LISTADOS
               MOVE PRES-CATEGORIA TO LPR-CATEGORIA
               MOVE PRES-PERIODO TO LPR-PERIODO
               MOVE PRES-IMPORTE TO LPR-IMPORTE
               MOVE PRES-FECHA-MODIFICACION TO LPR-FECHA
               MOVE PRES-OPERADOR TO LPR-OPERADOR
               DISPLAY LINEA-PRESUPUESTO.

      ******************************************************************
      * Ordenes retenidas por PURCHASE-ORDER (PEDIDOS-ESTADO = H).
      ******************************************************************
       LISTA-RETENIDAS.
           IF PEDIDOS-DISPONIBLE NOT = "S"
               DISPLAY "No hay archivo de pedidos."
           ELSE
               DISPLAY " "
               DISPLAY "   Orden  Fecha     Prov  Lin           Valor"
               MOVE ZERO TO CONTADOR-LISTADOS ORDEN-ANTERIOR
               MOVE ZERO TO PEDIDOS-NUMERO PEDIDOS-LINEA
               MOVE "N" TO FIN-PEDIDOS
               START PEDIDOS-ARCHIVO
                   KEY IS NOT LESS THAN PEDIDOS-CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-PEDIDOS
               END-START
               PERFORM REVISA-LINEA-RETENIDA UNTIL FIN-PEDIDOS = "S"
               IF ORDEN-ANTERIOR NOT = ZERO
                   PERFORM MUESTRA-ORDEN-RETENIDA
               END-IF
               DISPLAY "Ordenes retenidas: " CONTADOR-LISTADOS.

       REVISA-LINEA-RETENIDA.
           READ PEDIDOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-PEDIDOS.
           IF FIN-PEDIDOS = "N" AND PEDIDOS-ESTADO = "H"
               IF PEDIDOS-NUMERO NOT = ORDEN-ANTERIOR
                   IF ORDEN-ANTERIOR NOT = ZERO
                       PERFORM MUESTRA-ORDEN-RETENIDA
                   END-IF
                   MOVE PEDIDOS-NUMERO TO ORDEN-ANTERIOR
                   MOVE PEDIDOS-FECHA TO LRE-FECHA
                   MOVE PEDIDOS-PROVEEDOR-ID TO LRE-PROVEEDOR
                   MOVE ZERO TO LINEAS-ORDEN VALOR-ORDEN
               END-IF
               ADD 1 TO LINEAS-ORDEN
               PERFORM VALORA-LINEA-PEDIDO
               ADD VALOR-LINEA TO VALOR-ORDEN.

       MUESTRA-ORDEN-RETENIDA.
           ADD 1 TO CONTADOR-LISTADOS.
           MOVE ORDEN-ANTERIOR TO LRE-PEDIDO.
           MOVE LINEAS-ORDEN TO LRE-LINEAS.
           MOVE VALOR-ORDEN TO LRE-VALOR.
           DISPLAY LINEA-RETENIDA.

       PIDE-ORDEN-RETENIDA.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           MOVE ZERO TO LINEAS-RETENIDAS.
           IF PEDIDOS-DISPONIBLE NOT = "S"
               DISPLAY "No hay archivo de pedidos."
           ELSE
               DISPLAY "Numero de orden retenida (0 cancela): "
               ACCEPT CAMPO-NUMERO-PEDIDO
               MOVE CAMPO-NUMERO-PEDIDO TO NUMERO-BUSCADO
               IF NUMERO-BUSCADO NOT = ZERO
                   PERFORM REVISA-ORDEN-RETENIDA.

       REVISA-ORDEN-RETENIDA.
           MOVE ZERO TO LINEAS-ORDEN VALOR-ORDEN VALOR-SIN-PRESUPUESTO.
           MOVE NUMERO-BUSCADO TO PEDIDOS-NUMERO.
           MOVE ZERO TO PEDIDOS-LINEA.
           MOVE "N" TO FIN-PEDIDOS.
           START PEDIDOS-ARCHIVO KEY IS NOT LESS THAN PEDIDOS-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-PEDIDOS.
           PERFORM LEE-LINEA-ORDEN.
           PERFORM CUENTA-LINEA-ORDEN UNTIL FIN-PEDIDOS = "S".
           IF LINEAS-ORDEN = ZERO
               DISPLAY "No existe la orden " NUMERO-BUSCADO "."
           ELSE
               IF LINEAS-RETENIDAS = ZERO
                   DISPLAY "La orden " NUMERO-BUSCADO
                       " no esta retenida."
               ELSE
                   MOVE "S" TO REGISTRO-ENCONTRADO
                   DISPLAY " Orden " NUMERO-BUSCADO " proveedor "
                       CSV-PROVEEDOR " del " PERIODO-BUSCADO
                   DISPLAY " Lineas retenidas: " LINEAS-RETENIDAS
                       "  Valor: " VALOR-ORDEN.

       LEE-LINEA-ORDEN.
           READ PEDIDOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-PEDIDOS.
           IF FIN-PEDIDOS = "N" AND PEDIDOS-NUMERO NOT = NUMERO-BUSCADO
               MOVE "S" TO FIN-PEDIDOS.

       CUENTA-LINEA-ORDEN.
           ADD 1 TO LINEAS-ORDEN.
           MOVE PEDIDOS-PROVEEDOR-ID TO CSV-PROVEEDOR.
           MOVE PEDIDOS-FECHA(1:6) TO PERIODO-BUSCADO.
           IF PEDIDOS-ESTADO = "H"
               ADD 1 TO LINEAS-RETENIDAS
               PERFORM VALORA-LINEA-PEDIDO
               ADD VALOR-LINEA TO VALOR-ORDEN.
           PERFORM LEE-LINEA-ORDEN.

      * Antes de autorizar se muestra, por categoria, lo que pide la
      * orden contra lo que queda disponible en el mes de la orden.
       AUTORIZA-ORDEN.
           PERFORM PIDE-ORDEN-RETENIDA.
           IF REGISTRO-ENCONTRADO = "S"
               PERFORM CALCULA-DISPONIBLE
               DISPLAY " "
               DISPLAY "  Categoria             Orden      Disponible"
               PERFORM MUESTRA-CATEGORIA-ORDEN
                   VARYING C FROM 1 BY 1 UNTIL C > TOTAL-OTB
               IF VALOR-SIN-PRESUPUESTO NOT = ZERO
                   DISPLAY "  Sin presupuesto.: " VALOR-SIN-PRESUPUESTO
               END-IF
               DISPLAY "¿Autoriza la orden? (S/N): "
               ACCEPT CONFIRMA
               IF CONFIRMA = "S" OR CONFIRMA = "s"
                   PERFORM LIBERA-ORDEN
               ELSE
                   DISPLAY "La orden sigue retenida.".

       CALCULA-DISPONIBLE.
           MOVE ZERO TO TOTAL-OTB.
           MOVE LOW-VALUES TO PRES-CLAVE.
           MOVE "N" TO FIN-PRESUPUESTOS.
           START PRESUPUESTOS-ARCHIVO KEY IS NOT LESS THAN PRES-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-PRESUPUESTOS.
           PERFORM CARGA-PRESUPUESTO UNTIL FIN-PRESUPUESTOS = "S".
           MOVE ZERO TO PEDIDOS-NUMERO PEDIDOS-LINEA.
           MOVE "N" TO FIN-PEDIDOS.
           START PEDIDOS-ARCHIVO KEY IS NOT LESS THAN PEDIDOS-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-PEDIDOS.
           PERFORM ACUMULA-PEDIDO-MES UNTIL FIN-PEDIDOS = "S".

       CARGA-PRESUPUESTO.
           READ PRESUPUESTOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-PRESUPUESTOS.
           IF FIN-PRESUPUESTOS = "N" AND
                   PRES-PERIODO = PERIODO-BUSCADO AND
                   TOTAL-OTB < MAX-OTB
               ADD 1 TO TOTAL-OTB
               MOVE PRES-CATEGORIA TO OTB-CATEGORIA(TOTAL-OTB)
               MOVE PRES-IMPORTE TO OTB-PRESUPUESTO(TOTAL-OTB)
               MOVE ZERO TO OTB-COMPROMETIDO(TOTAL-OTB)
                   OTB-ORDEN(TOTAL-OTB).

       ACUMULA-PEDIDO-MES.
           READ PEDIDOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-PEDIDOS.
           IF FIN-PEDIDOS = "N" AND
                   PEDIDOS-FECHA(1:6) = PERIODO-BUSCADO
               PERFORM BUSCA-CATEGORIA-PEDIDO
               PERFORM VALORA-LINEA-PEDIDO
               PERFORM ACUMULA-LINEA-MES.

       ACUMULA-LINEA-MES.
           IF PEDIDOS-NUMERO = NUMERO-BUSCADO
               IF PEDIDOS-ESTADO = "H"
                   IF OTB-HALLADO = ZERO
                       ADD VALOR-LINEA TO VALOR-SIN-PRESUPUESTO
                   ELSE
                       ADD VALOR-LINEA TO OTB-ORDEN(OTB-HALLADO)
                   END-IF
               END-IF
           ELSE
               IF PEDIDOS-ESTADO NOT = "H" AND OTB-HALLADO NOT = ZERO
                   ADD VALOR-LINEA VALOR-RECIBIDO
                       TO OTB-COMPROMETIDO(OTB-HALLADO).

       BUSCA-CATEGORIA-PEDIDO.
           MOVE ZERO TO OTB-HALLADO.
           IF ARTICULOS-DISPONIBLE = "S"
               MOVE PEDIDOS-ARTICULO-ID TO ARTICULOS-ID
               READ ARTICULOS-ARCHIVO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARTICULOS-CATEGORIA TO CATEGORIA-BUSCADA
                   PERFORM COMPARA-OTB
                       VARYING C FROM 1 BY 1
                       UNTIL C > TOTAL-OTB OR OTB-HALLADO NOT = ZERO
               END-READ.

       COMPARA-OTB.
           IF OTB-CATEGORIA(C) = CATEGORIA-BUSCADA
               MOVE C TO OTB-HALLADO.

       MUESTRA-CATEGORIA-ORDEN.
           IF OTB-ORDEN(C) NOT = ZERO
               MOVE OTB-CATEGORIA(C) TO LCO-CATEGORIA
               MOVE OTB-ORDEN(C) TO LCO-ORDEN
               COMPUTE DISPONIBLE-OTB =
                   OTB-PRESUPUESTO(C) - OTB-COMPROMETIDO(C)
               MOVE DISPONIBLE-OTB TO LCO-DISPONIBLE
               IF OTB-ORDEN(C) > DISPONIBLE-OTB
                   MOVE "EXCEDE" TO LCO-MARCA
               ELSE
                   MOVE SPACE TO LCO-MARCA
               END-IF
               DISPLAY LINEA-CATEGORIA-ORDEN.

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

       LIBERA-ORDEN.
           MOVE NUMERO-BUSCADO TO PEDIDOS-NUMERO.
           MOVE ZERO TO PEDIDOS-LINEA.
           MOVE "N" TO FIN-PEDIDOS.
           START PEDIDOS-ARCHIVO KEY IS NOT LESS THAN PEDIDOS-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-PEDIDOS.
           PERFORM LEE-LINEA-ORDEN.
           PERFORM LIBERA-LINEA UNTIL FIN-PEDIDOS = "S".
           PERFORM ARMA-NOMBRES-CSV.
           CALL "CBL_RENAME_FILE"
               USING NOMBRE-CSV-RETENIDO NOMBRE-CSV
               RETURNING RESULT-CODE.
           DISPLAY "Orden " NUMERO-BUSCADO " autorizada por "
               OPERADOR ".".
           PERFORM REGISTRA-AUTORIZACION-ORDEN.
           IF RESULT-CODE = ZERO
               DISPLAY "Ya puede enviar " NOMBRE-CSV " al proveedor."
           ELSE
               DISPLAY "No se encontro " NOMBRE-CSV-RETENIDO
                   "; envie la orden impresa en pedidos.lst.".

       LIBERA-LINEA.
           IF PEDIDOS-ESTADO = "H"
               MOVE "A" TO PEDIDOS-ESTADO
               REWRITE PEDIDOS-REGISTRO
               INVALID KEY
                   DISPLAY "Error al liberar la linea " PEDIDOS-LINEA
                       " (estado: " PEDIDOS-STATUS ")".
           PERFORM LEE-LINEA-ORDEN.

       ARMA-NOMBRES-CSV.
           MOVE NUMERO-BUSCADO TO CSV-PEDIDO.
           MOVE SPACE TO NOMBRE-CSV NOMBRE-CSV-RETENIDO.
           STRING "oc_" DELIMITED BY SIZE
               CSV-PEDIDO DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               CSV-PROVEEDOR DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO NOMBRE-CSV.
           STRING "oc_" DELIMITED BY SIZE
               CSV-PEDIDO DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               CSV-PROVEEDOR DELIMITED BY SIZE
               ".ret" DELIMITED BY SIZE
               INTO NOMBRE-CSV-RETENIDO.

      * Una orden rechazada se borra de pedidos.dat junto con su CSV
      * apartado; el numero de orden no se reutiliza.
       RECHAZA-ORDEN.
           PERFORM PIDE-ORDEN-RETENIDA.
           IF REGISTRO-ENCONTRADO = "S"
               IF LINEAS-RETENIDAS NOT = LINEAS-ORDEN
                   DISPLAY "La orden tiene lineas no retenidas; no se"
                       " puede rechazar."
               ELSE
                   DISPLAY "¿Seguro que quiere rechazar y borrar la"
                       " orden? (S/N): "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = "S" OR CONFIRMA = "s"
                       PERFORM BORRA-ORDEN
                   ELSE
                       DISPLAY "Operacion cancelada.".

       BORRA-ORDEN.
           MOVE NUMERO-BUSCADO TO PEDIDOS-NUMERO.
           MOVE ZERO TO PEDIDOS-LINEA.
           MOVE "N" TO FIN-PEDIDOS.
           START PEDIDOS-ARCHIVO KEY IS NOT LESS THAN PEDIDOS-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-PEDIDOS.
           PERFORM LEE-LINEA-ORDEN.
           PERFORM BORRA-LINEA UNTIL FIN-PEDIDOS = "S".
           PERFORM ARMA-NOMBRES-CSV.
           CALL "CBL_DELETE_FILE" USING NOMBRE-CSV-RETENIDO
               RETURNING RESULT-CODE.
           DISPLAY "Orden " NUMERO-BUSCADO " rechazada por " OPERADOR
               ".".
           PERFORM REGISTRA-RECHAZO-ORDEN.

       BORRA-LINEA.
           DELETE PEDIDOS-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "Error al borrar la linea " PEDIDOS-LINEA
                   " (estado: " PEDIDOS-STATUS ")".
           PERFORM LEE-LINEA-ORDEN.

      ******************************************************************
      * Las decisiones del supervisor quedan en auditoria.dat como
      * autorizaciones (AUD-ACCION "R", articulo en cero) con el texto
      * de lo que habia y de lo que se decidio.
      ******************************************************************
       INICIA-AUDITORIA.
           MOVE SPACE TO AUDITORIA-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:20) TO AUD-FECHA-HORA.
           MOVE "PURCHASE-BUDGET" TO AUD-PROGRAMA.
           MOVE OPERADOR TO AUD-OPERADOR.
           MOVE "R" TO AUD-ACCION.
           MOVE ZERO TO AUD-ARTICULO-ID.

       REGISTRA-CAMBIO-PRESUPUESTO.
           PERFORM INICIA-AUDITORIA.
           IF REGISTRO-ENCONTRADO = "S"
               MOVE IMPORTE-ANTERIOR TO IMPORTE-TEXTO
               STRING "PRESUPUESTO " DELIMITED BY SIZE
                   PRES-CATEGORIA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PRES-PERIODO DELIMITED BY SIZE
                   " IMPORTE " DELIMITED BY SIZE
                   IMPORTE-TEXTO DELIMITED BY SIZE
                   INTO AUD-IMAGEN-ANTERIOR
           ELSE
               STRING "SIN PRESUPUESTO " DELIMITED BY SIZE
                   PRES-CATEGORIA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PRES-PERIODO DELIMITED BY SIZE
                   INTO AUD-IMAGEN-ANTERIOR.
           MOVE PRES-IMPORTE TO IMPORTE-TEXTO.
           STRING "PRESUPUESTO " DELIMITED BY SIZE
               PRES-CATEGORIA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRES-PERIODO DELIMITED BY SIZE
               " IMPORTE " DELIMITED BY SIZE
               IMPORTE-TEXTO DELIMITED BY SIZE
               " FIJADO POR " DELIMITED BY SIZE
               OPERADOR DELIMITED BY SPACE
               INTO AUD-IMAGEN-NUEVA.
           WRITE AUDITORIA-REGISTRO.

       REGISTRA-BAJA-PRESUPUESTO.
           PERFORM INICIA-AUDITORIA.
           MOVE PRES-IMPORTE TO IMPORTE-TEXTO.
           STRING "PRESUPUESTO " DELIMITED BY SIZE
               PRES-CATEGORIA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRES-PERIODO DELIMITED BY SIZE
               " IMPORTE " DELIMITED BY SIZE
               IMPORTE-TEXTO DELIMITED BY SIZE
               INTO AUD-IMAGEN-ANTERIOR.
           STRING "PRESUPUESTO ELIMINADO POR " DELIMITED BY SIZE
               OPERADOR DELIMITED BY SPACE
               INTO AUD-IMAGEN-NUEVA.
           WRITE AUDITORIA-REGISTRO.

       REGISTRA-AUTORIZACION-ORDEN.
           PERFORM INICIA-AUDITORIA.
           STRING "ORDEN " DELIMITED BY SIZE
               NUMERO-BUSCADO DELIMITED BY SIZE
               " RETENIDA POR PRESUPUESTO" DELIMITED BY SIZE
               INTO AUD-IMAGEN-ANTERIOR.
           STRING "ORDEN AUTORIZADA POR " DELIMITED BY SIZE
               OPERADOR DELIMITED BY SPACE
               INTO AUD-IMAGEN-NUEVA.
           WRITE AUDITORIA-REGISTRO.

       REGISTRA-RECHAZO-ORDEN.
           PERFORM INICIA-AUDITORIA.
           STRING "ORDEN " DELIMITED BY SIZE
               NUMERO-BUSCADO DELIMITED BY SIZE
               " RETENIDA POR PRESUPUESTO" DELIMITED BY SIZE
               INTO AUD-IMAGEN-ANTERIOR.
           STRING "ORDEN RECHAZADA Y BORRADA POR " DELIMITED BY SIZE
               OPERADOR DELIMITED BY SPACE
               INTO AUD-IMAGEN-NUEVA.
           WRITE AUDITORIA-REGISTRO.

       END PROGRAM PURCHASE-BUDGET-DATA-BASE.
