       ACCESS MODE IS DYNAMIC
       FILE STATUS IS FACTURAS-STATUS.

       SELECT FUENTES-ARCHIVO
       ASSIGN TO "fuentes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS FUENTE-CLAVE
       ALTERNATE RECORD KEY IS FUENTE-PROVEEDOR-ID
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS FUENTES-STATUS.

       SELECT PROVEEDORES-ARCHIVO
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROVEEDORES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PROVEEDORES-STATUS.

       SELECT CXP-ARCHIVO
       ASSIGN TO "cxp.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CXP-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CXP-STATUS.

       SELECT OPERADOR-ARCHIVO
       ASSIGN TO "operador_actual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OPERADOR-STATUS.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "facturas_discrepancias.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REPORTE-STATUS.

       SELECT CAMBIARIAS-ARCHIVO
       ASSIGN TO "diferencias_cambiarias.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CAMBIARIAS-STATUS.

       SELECT TIPOS-CAMBIO-ARCHIVO
       ASSIGN TO "tipos_cambio.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TC-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TIPOS-CAMBIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARTICULOS-ARCHIVO.
       FD FACTURAS-ARCHIVO.
       COPY "FACTPROV.cpy".

       FD FUENTES-ARCHIVO.
       COPY "FUENTES.cpy".

       FD PROVEEDORES-ARCHIVO.
       COPY "PROVEEDORES.cpy".

       FD CXP-ARCHIVO.
       COPY "CXP.cpy".

       FD OPERADOR-ARCHIVO.
       01 LINEA-OPERADOR PIC X(10).

       FD REPORTE-ARCHIVO.
       01 LINEA-REPORTE PIC X(90).

       FD CAMBIARIAS-ARCHIVO.
       01 LINEA-CAMBIARIA PIC X(90).

       FD TIPOS-CAMBIO-ARCHIVO.
       COPY "TIPOCAMBIO.cpy".

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 PEDIDOS-STATUS PIC XX.
       77 FACTURAS-STATUS PIC XX.
       77 REPORTE-STATUS PIC XX.
       77 FUENTES-STATUS PIC XX.
       77 FUENTES-DISPONIBLE PIC X VALUE "N".
       77 PROVEEDORES-STATUS PIC XX.
       77 PROVEEDORES-DISPONIBLE PIC X VALUE "N".
       77 CXP-STATUS PIC XX.
       77 OPERADOR-STATUS PIC XX.
       77 OPERADOR PIC X(10).
       77 FACTURA-VALIDA PIC X.
       77 FECHA-FACTURA PIC X(8).
       77 PLAZO-PROVEEDOR PIC 9(3).
       77 FECHA-ENTERO PIC 9(7).
       77 IMPORTE-APROBADO PIC 9(9)V99.
       77 IMPORTE-LINEA PIC 9(9)V99.
       77 CONTADOR-CXP PIC 9(5) VALUE ZERO.
       77 COSTO-ESPERADO PIC 9999V99.
       77 ORIGEN-COSTO PIC X(20).
       77 FACTURA-CAPTURADA PIC X(10).
       77 PROVEEDOR-FACTURA PIC 9(4).
       77 CAMPO-PROVEEDOR-ID PIC Z(5).
       77 FECHA-HOY PIC X(8).
       77 CONTADOR-APROBADAS PIC 9(5) VALUE ZERO.
       77 CONTADOR-DISCREPANCIAS PIC 9(5) VALUE ZERO.
       77 CAMBIARIAS-STATUS PIC XX.
       77 TIPOS-CAMBIO-STATUS PIC XX.
       77 TIPOS-CAMBIO-DISPONIBLE PIC X VALUE "N".
       77 FIN-TIPOS PIC X.
       77 MONEDA-BUSCADA PIC X(3).
       77 FECHA-CAMBIO-BUSCADA PIC X(8).
       77 TIPO-CAMBIO-HALLADO PIC 9(3)V9(4).
       77 FECHA-TIPO-HALLADO PIC X(8).
       77 MONEDA-FACTURA PIC X(3).
       77 TIPO-CAMBIO-FACTURA PIC 9(3)V9(4).
       77 PRECIO-MONEDA-FACTURADO PIC 9999V99.
       77 PRECIO-A-COTEJAR PIC 9(6)V99.
       77 FACTOR-LINEA PIC 9(4).
       77 EMPAQUES-FACTURADOS PIC 9(5).
       77 COSTO-ESPERADO-EMPAQUE PIC 9(8)V99.
       77 LINEA-OMITIDA PIC X.
       77 DIFERENCIA-CAMBIARIA PIC S9(7)V99.
       77 TOTAL-PERDIDA-CAMBIARIA PIC 9(9)V99 VALUE ZERO.
       77 TOTAL-UTILIDAD-CAMBIARIA PIC 9(9)V99 VALUE ZERO.
       77 CONTADOR-CAMBIARIAS PIC 9(5) VALUE ZERO.

       01 REP-ENCABEZADO PIC X(60) VALUE
           "DISCREPANCIAS DE FACTURAS DE PROVEEDOR".
       01 REP-CIFRAS.
           05 FILLER PIC X(12) VALUE SPACE.
           05 FILLER PIC X(11) VALUE "Facturado: ".
           05 REP-CIF-FACTURADO PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(11) VALUE "  Esperado:".
           05 REP-CIF-ESPERADO PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 REP-CIF-MONEDA PIC X(3).
           05 REP-CIF-POR PIC X(5).
           05 REP-CIF-UNIDAD PIC X(6).

       01 CAM-ENCABEZADO PIC X(60) VALUE
           "DIFERENCIAS CAMBIARIAS EN FACTURAS DE PROVEEDOR".
       01 CAM-NOTA PIC X(70) VALUE
           "Importes en pesos; positivo = perdida, negativo = utilidad".
       01 CAM-COLUMNAS.
           05 FILLER PIC X(45) VALUE
               " Factura    Prov Pedido/Lin Art  Mon  Cant.  ".
           05 FILLER PIC X(39) VALUE
               " Precio T.C.rec. T.C.fact    Diferencia".
       01 CAM-DETALLE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAM-FACTURA PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAM-PROVEEDOR PIC Z(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAM-PEDIDO PIC Z(6).
           05 FILLER PIC X(1) VALUE "/".
           05 CAM-LINEA PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAM-ARTICULO PIC Z(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAM-MONEDA PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAM-CANTIDAD PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAM-PRECIO PIC Z,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAM-TC-RECEPCION PIC ZZ9.9999.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAM-TC-FACTURA PIC ZZ9.9999.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAM-DIFERENCIA PIC -Z,ZZZ,ZZ9.99.
       01 CAM-TOTAL.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAM-TOT-TITULO PIC X(30).
           05 CAM-TOT-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

           CLOSE ARTICULOS-ARCHIVO
           CLOSE PEDIDOS-ARCHIVO
           GOBACK.
       OPEN INPUT FUENTES-ARCHIVO.
       IF FUENTES-STATUS = "00"
           MOVE "S" TO FUENTES-DISPONIBLE.
       OPEN INPUT PROVEEDORES-ARCHIVO.
       IF PROVEEDORES-STATUS = "00"
           MOVE "S" TO PROVEEDORES-DISPONIBLE
       ELSE
           DISPLAY "Aviso: no se pudo abrir proveedores.dat; las"
               " facturas venceran el mismo dia.".
       PERFORM ABRIR-CXP.
       PERFORM OBTIENE-OPERADOR.
       OPEN OUTPUT REPORTE-ARCHIVO.
       WRITE LINEA-REPORTE FROM REP-ENCABEZADO.
       MOVE SPACE TO LINEA-REPORTE.
       WRITE LINEA-REPORTE.
       PERFORM ABRIR-CAMBIARIAS.
       OPEN INPUT TIPOS-CAMBIO-ARCHIVO.
       IF TIPOS-CAMBIO-STATUS = "00"
           MOVE "S" TO TIPOS-CAMBIO-DISPONIBLE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       DISPLAY " ".
       DISPLAY "REGISTRO Y COTEJO DE FACTURAS DE PROVEEDOR".
       DISPLAY "Lineas aprobadas para pago.: " CONTADOR-APROBADAS.
       DISPLAY "Lineas con discrepancia....: "
           CONTADOR-DISCREPANCIAS.
       DISPLAY "Facturas a cuentas por pagar: " CONTADOR-CXP.
       IF CONTADOR-DISCREPANCIAS NOT = ZERO
           DISPLAY "Reporte generado: facturas_discrepancias.lst".
       PERFORM CIERRA-CAMBIARIAS.
       CLOSE ARTICULOS-ARCHIVO.
       CLOSE PEDIDOS-ARCHIVO.
       CLOSE FACTURAS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       IF FUENTES-DISPONIBLE = "S"
           CLOSE FUENTES-ARCHIVO.
       IF PROVEEDORES-DISPONIBLE = "S"
           CLOSE PROVEEDORES-ARCHIVO.
       CLOSE CXP-ARCHIVO.
       IF TIPOS-CAMBIO-DISPONIBLE = "S"
           CLOSE TIPOS-CAMBIO-ARCHIVO.
       GOBACK.

       MUESTRA-ERROR-ARCHIVO.
               DISPLAY "No se pudo abrir facturas_prov.dat (estado: "
                   FACTURAS-STATUS ")".

       ABRIR-CXP.
           OPEN I-O CXP-ARCHIVO.
           IF CXP-STATUS = "35"
               OPEN OUTPUT CXP-ARCHIVO
               CLOSE CXP-ARCHIVO
               OPEN I-O CXP-ARCHIVO.
           IF CXP-STATUS NOT = "00"
               DISPLAY "No se pudo abrir cxp.dat (estado: "
                   CXP-STATUS ")".

       ABRIR-CAMBIARIAS.
           OPEN OUTPUT CAMBIARIAS-ARCHIVO.
           WRITE LINEA-CAMBIARIA FROM CAM-ENCABEZADO.
           WRITE LINEA-CAMBIARIA FROM CAM-NOTA.
           MOVE SPACE TO LINEA-CAMBIARIA.
           WRITE LINEA-CAMBIARIA.
           WRITE LINEA-CAMBIARIA FROM CAM-COLUMNAS.

       CIERRA-CAMBIARIAS.
           MOVE SPACE TO LINEA-CAMBIARIA.
           WRITE LINEA-CAMBIARIA.
           MOVE "Perdida cambiaria total......:" TO CAM-TOT-TITULO.
           MOVE TOTAL-PERDIDA-CAMBIARIA TO CAM-TOT-IMPORTE.
           WRITE LINEA-CAMBIARIA FROM CAM-TOTAL.
           MOVE "Utilidad cambiaria total.....:" TO CAM-TOT-TITULO.
           MOVE TOTAL-UTILIDAD-CAMBIARIA TO CAM-TOT-IMPORTE.
           WRITE LINEA-CAMBIARIA FROM CAM-TOTAL.
           CLOSE CAMBIARIAS-ARCHIVO.
           IF CONTADOR-CAMBIARIAS NOT = ZERO
               DISPLAY "Lineas con diferencia cambiaria: "
                   CONTADOR-CAMBIARIAS
               DISPLAY "Perdida cambiaria..: " TOTAL-PERDIDA-CAMBIARIA
               DISPLAY "Utilidad cambiaria.: " TOTAL-UTILIDAD-CAMBIARIA
               DISPLAY "Reporte generado: diferencias_cambiarias.lst".

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

       PIDE-FACTURA.
           DISPLAY " ".
           DISPLAY "Ingrese el numero de factura del proveedor".

       CAPTURA-FACTURA.
           MOVE ZERO TO LINEA-FACTURA.
           MOVE ZERO TO IMPORTE-APROBADO.
           DISPLAY "Ingrese el ID del proveedor: ".
           ACCEPT CAMPO-PROVEEDOR-ID.
           MOVE CAMPO-PROVEEDOR-ID TO PROVEEDOR-FACTURA.
           PERFORM VALIDA-FACTURA.
           IF FACTURA-VALIDA = "S"
               PERFORM PIDE-FECHA-FACTURA
               MOVE ZERO TO TIPO-CAMBIO-FACTURA
               IF MONEDA-FACTURA NOT = "MXN"
                   PERFORM PIDE-TIPO-CAMBIO-FACTURA
               END-IF
               PERFORM PIDE-LINEA-PEDIDO
               PERFORM CAPTURA-LINEA UNTIL NUMERO-PEDIDO = ZEROES
               IF LINEA-FACTURA = ZERO
                   DISPLAY "La factura quedo sin lineas."
               ELSE
                   PERFORM REGISTRA-CUENTA-POR-PAGAR.
           PERFORM PIDE-FACTURA.

       VALIDA-FACTURA.
           MOVE "S" TO FACTURA-VALIDA.
           MOVE ZERO TO PLAZO-PROVEEDOR.
           MOVE "MXN" TO MONEDA-FACTURA.
           IF PROVEEDORES-DISPONIBLE = "S"
               MOVE PROVEEDOR-FACTURA TO PROVEEDORES-ID
               READ PROVEEDORES-ARCHIVO RECORD
               INVALID KEY
                   MOVE "N" TO FACTURA-VALIDA
                   DISPLAY "No existe el proveedor " PROVEEDOR-FACTURA
               NOT INVALID KEY
                   MOVE PROVEEDORES-PLAZO-PAGO TO PLAZO-PROVEEDOR
                   IF PROVEEDORES-MONEDA NOT = SPACE
                       MOVE PROVEEDORES-MONEDA TO MONEDA-FACTURA
                   END-IF
               END-READ.
           IF FACTURA-VALIDA = "S"
               MOVE PROVEEDOR-FACTURA TO CXP-PROVEEDOR-ID
               MOVE FACTURA-CAPTURADA TO CXP-FACTURA
               READ CXP-ARCHIVO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO FACTURA-VALIDA
                   DISPLAY "La factura " FACTURA-CAPTURADA
                       " ya esta registrada en cuentas por pagar."
               END-READ.

       PIDE-FECHA-FACTURA.
           DISPLAY "Fecha de la factura (AAAAMMDD, vacio = hoy): ".
           ACCEPT FECHA-FACTURA.
           IF FECHA-FACTURA = SPACE
               MOVE FECHA-HOY TO FECHA-FACTURA.
           IF FECHA-FACTURA NOT NUMERIC OR
                   FECHA-FACTURA(5:2) < "01" OR
                   FECHA-FACTURA(5:2) > "12" OR
                   FECHA-FACTURA(7:2) < "01" OR
                   FECHA-FACTURA(7:2) > "31"
               DISPLAY "La fecha debe ser AAAAMMDD."
               PERFORM PIDE-FECHA-FACTURA.

       PIDE-TIPO-CAMBIO-FACTURA.
           DISPLAY "El proveedor factura en " MONEDA-FACTURA ".".
           MOVE MONEDA-FACTURA TO MONEDA-BUSCADA.
           MOVE FECHA-FACTURA TO FECHA-CAMBIO-BUSCADA.
           PERFORM BUSCA-TIPO-CAMBIO.
           PERFORM CAPTURA-TIPO-CAMBIO-FACTURA.

       CAPTURA-TIPO-CAMBIO-FACTURA.
           IF TIPO-CAMBIO-HALLADO = ZERO
               DISPLAY "Ingrese el tipo de cambio de la factura"
                   " (pesos por " MONEDA-FACTURA "): "
           ELSE
               DISPLAY "Ingrese el tipo de cambio de la factura"
                   " (0 toma " TIPO-CAMBIO-HALLADO " del "
                   FECHA-TIPO-HALLADO "): ".
           ACCEPT TIPO-CAMBIO-FACTURA.
           IF TIPO-CAMBIO-FACTURA = ZERO
               MOVE TIPO-CAMBIO-HALLADO TO TIPO-CAMBIO-FACTURA.
           IF TIPO-CAMBIO-FACTURA = ZERO
               DISPLAY "El tipo de cambio no puede ser cero."
               PERFORM CAPTURA-TIPO-CAMBIO-FACTURA.

       REGISTRA-CUENTA-POR-PAGAR.
           IF IMPORTE-APROBADO = ZERO
               DISPLAY "La factura no tiene lineas aprobadas; no pasa"
                   " a cuentas por pagar."
           ELSE
               MOVE SPACE TO CXP-REGISTRO
               MOVE PROVEEDOR-FACTURA TO CXP-PROVEEDOR-ID
               MOVE FACTURA-CAPTURADA TO CXP-FACTURA
               MOVE FECHA-FACTURA TO CXP-FECHA
               COMPUTE FECHA-ENTERO = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FECHA-FACTURA)) + PLAZO-PROVEEDOR
               MOVE FUNCTION DATE-OF-INTEGER(FECHA-ENTERO)
                   TO CXP-VENCIMIENTO
               MOVE IMPORTE-APROBADO TO CXP-IMPORTE
               MOVE ZERO TO CXP-PAGADO
               MOVE "A" TO CXP-ESTADO
               MOVE ZERO TO CXP-PAGO-NUMERO
               MOVE OPERADOR TO CXP-OPERADOR
               WRITE CXP-REGISTRO
               INVALID KEY
                   DISPLAY "Error al registrar la cuenta por pagar"
                       " (estado: " CXP-STATUS ")"
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-CXP
                   DISPLAY "Cuenta por pagar: " IMPORTE-APROBADO
                       " vence " CXP-VENCIMIENTO
               END-WRITE.

       PIDE-LINEA-PEDIDO.
           DISPLAY " ".
           DISPLAY "Ingrese el numero de orden de compra".
           DISPLAY " Articulo.........: " PEDIDOS-ARTICULO-ID.
           DISPLAY " Cantidad pedida..: " PEDIDOS-CANTIDAD-PEDIDA.
           DISPLAY " Cantidad recibida: " PEDIDOS-CANTIDAD-RECIBIDA.
           PERFORM REVISA-UNIDAD-LINEA.
           PERFORM CAPTURA-CANTIDAD-FACTURADA.
           MOVE "N" TO LINEA-OMITIDA.
           MOVE ZERO TO PRECIO-MONEDA-FACTURADO.
           IF MONEDA-FACTURA = "MXN"
               PERFORM CAPTURA-PRECIO-PESOS
           ELSE
               PERFORM CAPTURA-PRECIO-MONEDA.
           IF CANTIDAD-FACTURADA = ZERO
               DISPLAY "La cantidad no puede ser cero; se omite la"
                   " linea."
           ELSE
               IF LINEA-OMITIDA = "N"
                   PERFORM EVALUA-LINEA.

      ******************************************************************
      * Una linea pedida por caja (u otra unidad de compra) se factura
      * en cajas y a precio por caja; se coteja contra el costo
      * unitario esperado por las unidades de la caja. facturas_prov
      * guarda unidades y precio unitario.
      ******************************************************************
       REVISA-UNIDAD-LINEA.
           MOVE 1 TO FACTOR-LINEA.
           IF PEDIDOS-FACTOR-COMPRA IS NUMERIC
               IF PEDIDOS-FACTOR-COMPRA > 1
                   MOVE PEDIDOS-FACTOR-COMPRA TO FACTOR-LINEA.
           IF FACTOR-LINEA > 1
               DISPLAY " Se pidio en.....: " PEDIDOS-UNIDAD-COMPRA
                   " de " FACTOR-LINEA " unidades".

       CAPTURA-CANTIDAD-FACTURADA.
           IF FACTOR-LINEA > 1
               DISPLAY "Ingrese las " PEDIDOS-UNIDAD-COMPRA
                   " facturadas: "
               ACCEPT EMPAQUES-FACTURADOS
               COMPUTE CANTIDAD-FACTURADA =
                   EMPAQUES-FACTURADOS * FACTOR-LINEA
                   ON SIZE ERROR
                       DISPLAY "La cantidad en unidades excede el"
                           " maximo."
                       MOVE ZERO TO CANTIDAD-FACTURADA
                   NOT ON SIZE ERROR
                       DISPLAY " Unidades facturadas: "
                           CANTIDAD-FACTURADA
               END-COMPUTE
           ELSE
               DISPLAY "Ingrese la cantidad facturada: "
               ACCEPT CANTIDAD-FACTURADA
               MOVE CANTIDAD-FACTURADA TO EMPAQUES-FACTURADOS.

       CAPTURA-PRECIO-PESOS.
           IF FACTOR-LINEA > 1
               DISPLAY "Ingrese el precio facturado por "
                   PEDIDOS-UNIDAD-COMPRA ": "
               ACCEPT PRECIO-A-COTEJAR
               COMPUTE PRECIO-FACTURADO ROUNDED =
                   PRECIO-A-COTEJAR / FACTOR-LINEA
                   ON SIZE ERROR
                       DISPLAY "El precio unitario excede el maximo;"
                           " se omite la linea."
                       MOVE "S" TO LINEA-OMITIDA
               END-COMPUTE
           ELSE
               DISPLAY "Ingrese el precio unitario facturado: "
               ACCEPT PRECIO-FACTURADO
               MOVE PRECIO-FACTURADO TO PRECIO-A-COTEJAR.

       CAPTURA-PRECIO-MONEDA.
           IF FACTOR-LINEA > 1
               DISPLAY "Ingrese el precio facturado por "
                   PEDIDOS-UNIDAD-COMPRA " en " MONEDA-FACTURA ": "
               ACCEPT PRECIO-A-COTEJAR
               COMPUTE PRECIO-MONEDA-FACTURADO ROUNDED =
                   PRECIO-A-COTEJAR / FACTOR-LINEA
                   ON SIZE ERROR
                       DISPLAY "El precio unitario excede el maximo;"
                           " se omite la linea."
                       MOVE "S" TO LINEA-OMITIDA
               END-COMPUTE
           ELSE
               DISPLAY "Ingrese el precio unitario facturado en "
                   MONEDA-FACTURA ": "
               ACCEPT PRECIO-MONEDA-FACTURADO
               MOVE PRECIO-MONEDA-FACTURADO TO PRECIO-A-COTEJAR.
           IF LINEA-OMITIDA = "N"
               COMPUTE PRECIO-FACTURADO ROUNDED =
                   PRECIO-A-COTEJAR * TIPO-CAMBIO-FACTURA /
                   FACTOR-LINEA
                   ON SIZE ERROR
                       DISPLAY "El precio en pesos excede el maximo;"
                           " se omite la linea."
                       MOVE "S" TO LINEA-OMITIDA
                   NOT ON SIZE ERROR
                       DISPLAY " Precio en pesos..: " PRECIO-FACTURADO
               END-COMPUTE.

       EVALUA-LINEA.
           MOVE "N" TO LINEA-CON-DISCREPANCIA.
           PERFORM LEE-COSTO-ESPERADO.
           COMPUTE COSTO-ESPERADO-EMPAQUE =
               COSTO-ESPERADO * FACTOR-LINEA.
           IF REGISTRO-ENCONTRADO = "S" AND FACTOR-LINEA > 1
               DISPLAY " Esperado por " PEDIDOS-UNIDAD-COMPRA ": "
                   COSTO-ESPERADO-EMPAQUE " " MONEDA-FACTURA.
           IF CANTIDAD-FACTURADA > PEDIDOS-CANTIDAD-RECIBIDA
               MOVE "S" TO LINEA-CON-DISCREPANCIA
               PERFORM REPORTA-DISCREPANCIA-CANTIDAD.
           IF REGISTRO-ENCONTRADO = "S" AND
                   PRECIO-A-COTEJAR NOT = COSTO-ESPERADO-EMPAQUE
               MOVE "S" TO LINEA-CON-DISCREPANCIA
               PERFORM REPORTA-DISCREPANCIA-PRECIO.
           MOVE ZERO TO DIFERENCIA-CAMBIARIA.
           IF MONEDA-FACTURA NOT = "MXN"
               PERFORM CALCULA-DIFERENCIA-CAMBIARIA.
           PERFORM ESCRIBE-LINEA-FACTURA.
           IF LINEA-CON-DISCREPANCIA = "S"
               ADD 1 TO CONTADOR-DISCREPANCIAS
               DISPLAY "Linea con DISCREPANCIA; revise el reporte."
           ELSE
               ADD 1 TO CONTADOR-APROBADAS
               PERFORM CALCULA-IMPORTE-LINEA
               ADD IMPORTE-LINEA TO IMPORTE-APROBADO
               DISPLAY "Linea cotejada y aprobada para pago.".

       CALCULA-IMPORTE-LINEA.
           IF FACTOR-LINEA = 1
               COMPUTE IMPORTE-LINEA =
                   CANTIDAD-FACTURADA * PRECIO-FACTURADO
           ELSE
               IF MONEDA-FACTURA = "MXN"
                   COMPUTE IMPORTE-LINEA =
                       EMPAQUES-FACTURADOS * PRECIO-A-COTEJAR
               ELSE
                   COMPUTE IMPORTE-LINEA ROUNDED =
                       EMPAQUES-FACTURADOS * PRECIO-A-COTEJAR *
                       TIPO-CAMBIO-FACTURA.

       LEE-COSTO-ESPERADO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           MOVE PEDIDOS-ARTICULO-ID TO ARTICULOS-ID.
               MOVE "N" TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "Aviso: el articulo " PEDIDOS-ARTICULO-ID
                   " no existe; no se coteja el precio."
           ELSE
               IF MONEDA-FACTURA = "MXN"
                   MOVE ARTICULOS-COSTO TO COSTO-ESPERADO
                   MOVE "costo del articulo" TO ORIGEN-COSTO
               ELSE
                   MOVE PEDIDOS-COSTO-MONEDA TO COSTO-ESPERADO
                   MOVE "orden de compra" TO ORIGEN-COSTO
               END-IF
               IF FUENTES-DISPONIBLE = "S"
                   PERFORM LEE-COSTO-COTIZADO
               END-IF
               IF COSTO-ESPERADO = ZERO AND MONEDA-FACTURA NOT = "MXN"
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Aviso: no hay costo en " MONEDA-FACTURA
                       " para el articulo; no se coteja el precio."
               ELSE
                   DISPLAY " Costo esperado...: " COSTO-ESPERADO
                       " " MONEDA-FACTURA " (" ORIGEN-COSTO ")".

       LEE-COSTO-COTIZADO.
           MOVE PEDIDOS-ARTICULO-ID TO FUENTE-ARTICULO-ID.
           MOVE PROVEEDOR-FACTURA TO FUENTE-PROVEEDOR-ID.
           READ FUENTES-ARCHIVO RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FUENTE-COSTO TO COSTO-ESPERADO
               MOVE "cotizacion" TO ORIGEN-COSTO
           END-READ.

       CALCULA-DIFERENCIA-CAMBIARIA.
           IF PEDIDOS-TIPO-CAMBIO-RECEPCION = ZERO
               DISPLAY "Aviso: la linea no tiene tipo de cambio de"
                   " recepcion; no se calcula diferencia cambiaria."
           ELSE
               IF TIPO-CAMBIO-FACTURA NOT =
                       PEDIDOS-TIPO-CAMBIO-RECEPCION
                   COMPUTE DIFERENCIA-CAMBIARIA ROUNDED =
                       EMPAQUES-FACTURADOS * PRECIO-A-COTEJAR *
                       (TIPO-CAMBIO-FACTURA -
                       PEDIDOS-TIPO-CAMBIO-RECEPCION)
                   PERFORM REPORTA-DIFERENCIA-CAMBIARIA.

       REPORTA-DIFERENCIA-CAMBIARIA.
           ADD 1 TO CONTADOR-CAMBIARIAS.
           IF DIFERENCIA-CAMBIARIA > ZERO
               ADD DIFERENCIA-CAMBIARIA TO TOTAL-PERDIDA-CAMBIARIA
               DISPLAY " Perdida cambiaria: " DIFERENCIA-CAMBIARIA
                   " (no es discrepancia de precio)"
           ELSE
               SUBTRACT DIFERENCIA-CAMBIARIA
                   FROM TOTAL-UTILIDAD-CAMBIARIA
               DISPLAY " Utilidad cambiaria: " DIFERENCIA-CAMBIARIA
                   " (no es discrepancia de precio)".
           MOVE SPACE TO CAM-DETALLE.
           MOVE FACTURA-CAPTURADA TO CAM-FACTURA.
           MOVE PROVEEDOR-FACTURA TO CAM-PROVEEDOR.
           MOVE NUMERO-PEDIDO TO CAM-PEDIDO.
           MOVE LINEA-PEDIDO-BUSCADA TO CAM-LINEA.
           MOVE PEDIDOS-ARTICULO-ID TO CAM-ARTICULO.
           MOVE MONEDA-FACTURA TO CAM-MONEDA.
           MOVE CANTIDAD-FACTURADA TO CAM-CANTIDAD.
           MOVE PRECIO-MONEDA-FACTURADO TO CAM-PRECIO.
           MOVE PEDIDOS-TIPO-CAMBIO-RECEPCION TO CAM-TC-RECEPCION.
           MOVE TIPO-CAMBIO-FACTURA TO CAM-TC-FACTURA.
           MOVE DIFERENCIA-CAMBIARIA TO CAM-DIFERENCIA.
           WRITE LINEA-CAMBIARIA FROM CAM-DETALLE.

       REPORTA-DISCREPANCIA-CANTIDAD.
           PERFORM ESCRIBE-ENCABEZADO-DISCREPANCIA.
           WRITE LINEA-REPORTE FROM REP-DETALLE.
           MOVE CANTIDAD-FACTURADA TO REP-CIF-FACTURADO.
           MOVE PEDIDOS-CANTIDAD-RECIBIDA TO REP-CIF-ESPERADO.
           MOVE SPACE TO REP-CIF-MONEDA REP-CIF-POR REP-CIF-UNIDAD.
           WRITE LINEA-REPORTE FROM REP-CIFRAS.

       REPORTA-DISCREPANCIA-PRECIO.
           PERFORM ESCRIBE-ENCABEZADO-DISCREPANCIA.
           EVALUATE ORIGEN-COSTO
               WHEN "cotizacion"
                   MOVE "precio facturado distinto a la cotizacion"
                       TO REP-DET-MOTIVO
               WHEN "orden de compra"
                   MOVE "precio facturado distinto a la orden"
                       TO REP-DET-MOTIVO
               WHEN OTHER
                   MOVE "precio facturado distinto al costo esperado"
                       TO REP-DET-MOTIVO
           END-EVALUATE.
           WRITE LINEA-REPORTE FROM REP-DETALLE.
           MOVE PRECIO-A-COTEJAR TO REP-CIF-FACTURADO.
           MOVE COSTO-ESPERADO-EMPAQUE TO REP-CIF-ESPERADO.
           MOVE MONEDA-FACTURA TO REP-CIF-MONEDA.
           MOVE SPACE TO REP-CIF-POR REP-CIF-UNIDAD.
           IF FACTOR-LINEA > 1
               MOVE " por " TO REP-CIF-POR
               MOVE PEDIDOS-UNIDAD-COMPRA TO REP-CIF-UNIDAD.
           WRITE LINEA-REPORTE FROM REP-CIFRAS.

       ESCRIBE-ENCABEZADO-DISCREPANCIA.
           MOVE FACTURA-CAPTURADA TO REP-FAC-NUMERO.
           MOVE PROVEEDOR-FACTURA TO REP-FAC-PROVEEDOR.
           MOVE FECHA-FACTURA TO REP-FAC-FECHA.
           WRITE LINEA-REPORTE FROM REP-FACTURA.
           MOVE SPACE TO REP-DETALLE.
           MOVE NUMERO-PEDIDO TO REP-DET-PEDIDO.
           MOVE SPACE TO FPROV-REGISTRO.
           MOVE FACTURA-CAPTURADA TO FPROV-FACTURA.
           MOVE LINEA-FACTURA TO FPROV-LINEA.
           MOVE FECHA-FACTURA TO FPROV-FECHA.
           MOVE PROVEEDOR-FACTURA TO FPROV-PROVEEDOR-ID.
           MOVE NUMERO-PEDIDO TO FPROV-PEDIDO-NUMERO.
           MOVE LINEA-PEDIDO-BUSCADA TO FPROV-PEDIDO-LINEA.
           MOVE PEDIDOS-ARTICULO-ID TO FPROV-ARTICULO-ID.
           MOVE CANTIDAD-FACTURADA TO FPROV-CANTIDAD.
           MOVE PRECIO-FACTURADO TO FPROV-PRECIO.
           MOVE MONEDA-FACTURA TO FPROV-MONEDA.
           MOVE PRECIO-MONEDA-FACTURADO TO FPROV-PRECIO-MONEDA.
           MOVE TIPO-CAMBIO-FACTURA TO FPROV-TIPO-CAMBIO.
           MOVE DIFERENCIA-CAMBIARIA TO FPROV-DIFERENCIA-CAMBIARIA.
           IF LINEA-CON-DISCREPANCIA = "S"
               MOVE "D" TO FPROV-ESTADO
           ELSE
