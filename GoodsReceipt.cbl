       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS COSTOS-STATUS.

       SELECT PENDIENTES-ARCHIVO
       ASSIGN TO "pendientes_venta.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PEND-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PENDIENTES-STATUS.

       SELECT PEDIDOS-VENTA-ARCHIVO
       ASSIGN TO "pedidos_venta.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PV-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PEDIDOS-VENTA-STATUS.

       SELECT RESERVAS-ARCHIVO
       ASSIGN TO "reservas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS RESERVAS-STATUS.

       SELECT CONTROL-RESERVAS-ARCHIVO
       ASSIGN TO "reservas_control.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONTROL-RESERVAS-STATUS.

       SELECT TIPOS-CAMBIO-ARCHIVO
       ASSIGN TO "tipos_cambio.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TC-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TIPOS-CAMBIO-STATUS.

       SELECT AVISOS-ARCHIVO
       ASSIGN TO "avisos_embarque.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ASN-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS AVISOS-STATUS.

       SELECT SERIADOS-ARCHIVO
       ASSIGN TO "articulos_serializados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SERIADO-ARTICULO-ID
       ACCESS MODE IS RANDOM
       FILE STATUS IS SERIADOS-STATUS.

       SELECT SERIES-ARCHIVO
       ASSIGN TO "numeros_serie.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SERIE-CLAVE
       ALTERNATE RECORD KEY IS SERIE-NUMERO
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS SERIES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARTICULOS-ARCHIVO.
       FD COSTOS-ARCHIVO.
       COPY "RECEPCOSTO.cpy".

       FD PENDIENTES-ARCHIVO.
       COPY "PENDIENTES.cpy".

       FD PEDIDOS-VENTA-ARCHIVO.
       COPY "PEDIDOSVTA.cpy".

       FD RESERVAS-ARCHIVO.
       COPY "RESERVAS.cpy".

       FD CONTROL-RESERVAS-ARCHIVO.
       01 LINEA-CONTROL-RESERVAS PIC X(6).

       FD TIPOS-CAMBIO-ARCHIVO.
       COPY "TIPOCAMBIO.cpy".

       FD AVISOS-ARCHIVO.
       COPY "ASN.cpy".

       FD SERIADOS-ARCHIVO.
       COPY "SERIADOS.cpy".

       FD SERIES-ARCHIVO.
       COPY "SERIES.cpy".

       WORKING-STORAGE SECTION.
       77 ARCHIVO-STATUS PIC XX.
       77 PEDIDOS-STATUS PIC XX.
       77 COSTO-NUEVO PIC 9999V99.
       77 CANTIDAD-ANTERIOR PIC S9(7).
       77 K PIC 9(3).
       77 PENDIENTES-STATUS PIC XX.
       77 PEDIDOS-VENTA-STATUS PIC XX.
       77 RESERVAS-STATUS PIC XX.
       77 CONTROL-RESERVAS-STATUS PIC XX.
       77 PENDIENTES-DISPONIBLE PIC X VALUE "N".
       77 FIN-PENDIENTES PIC X.
       77 PENDIENTES-HALLADOS PIC 9(3).
       77 TOTAL-EN-ESPERA PIC 9(7).
       77 POR-ASIGNAR PIC 9(5).
       77 CANTIDAD-ASIGNADA PIC 9(5).
       77 ASIGNA-PENDIENTES PIC X.
       77 NUMERO-RESERVA PIC 9(6).
       77 REFERENCIA-VENTA PIC X(10).
       77 REGISTRO-RESERVA PIC X.
       77 TIPOS-CAMBIO-STATUS PIC XX.
       77 TIPOS-CAMBIO-DISPONIBLE PIC X VALUE "N".
       77 FIN-TIPOS PIC X.
       77 MONEDA-BUSCADA PIC X(3).
       77 FECHA-CAMBIO-BUSCADA PIC X(8).
       77 TIPO-CAMBIO-HALLADO PIC 9(3)V9(4).
       77 FECHA-TIPO-HALLADO PIC X(8).
       77 LINEA-EN-MONEDA PIC X.
       77 COSTO-MONEDA-CAPTURADO PIC 9999V99.
       77 AVISOS-STATUS PIC XX.
       77 AVISOS-DISPONIBLE PIC X VALUE "N".
       77 AVISO-HALLADO PIC X VALUE "N".
       77 CAMPO-CANTIDAD-LLEGADA PIC X(7).
       77 FACTOR-LINEA PIC 9(4).
       77 EMPAQUES-RECIBIDOS PIC 9(5).
       77 EMPAQUES-PENDIENTES PIC 9(5).
       77 COSTO-EMPAQUE-ESTANDAR PIC 9(8)V99.
       77 COSTO-EMPAQUE-CAPTURADO PIC 9(8)V99.
       77 SERIADOS-STATUS PIC XX.
       77 SERIES-STATUS PIC XX.
       77 SERIES-DISPONIBLE PIC X VALUE "N".
       77 ARTICULO-SERIADO PIC X.
       77 SERIE-CAPTURADA PIC X(20).
       77 TOTAL-SERIES PIC 9(5).
       77 PIEZA-SERIE PIC 9(5).
       77 SERIE-REPETIDA PIC X.
       77 MAX-SERIES PIC 9(3) VALUE 100.
       77 S PIC 9(3).

       01 TABLA-SERIES.
           05 SER-CAPTURADA OCCURS 100 TIMES PIC X(20).

       01 TABLA-COSTOS.
           05 COSTO-ENTRADA OCCURS 100 TIMES.
               10 REC-COSTO-ID PIC 9(4).
               10 REC-COSTO-CANTIDAD PIC 9(5).
               10 REC-COSTO-REAL PIC 9999V99.
               10 REC-COSTO-MONEDA PIC X(3).
               10 REC-COSTO-EN-MONEDA PIC 9999V99.
               10 REC-COSTO-TIPO-CAMBIO PIC 9(3)V9(4).

       PROCEDURE DIVISION.

       PERFORM ABRIR-AUDITORIA.
       PERFORM ABRIR-CODIGOS-BARRAS.
       PERFORM ABRIR-LOTES.
       PERFORM ABRIR-PENDIENTES.
       PERFORM ABRIR-TIPOS-CAMBIO.
       PERFORM ABRIR-AVISOS.
       PERFORM ABRIR-SERIES.
       PERFORM OBTIENE-OPERADOR.
       PERFORM PIDE-NUMERO-PEDIDO.
       PERFORM RECIBE-PEDIDO
           CLOSE BARRAS-ARCHIVO.
       IF LOTES-DISPONIBLE = "S"
           CLOSE LOTES-ARCHIVO.
       IF PENDIENTES-DISPONIBLE = "S"
           CLOSE PENDIENTES-ARCHIVO
           CLOSE PEDIDOS-VENTA-ARCHIVO
           CLOSE RESERVAS-ARCHIVO.
       IF TIPOS-CAMBIO-DISPONIBLE = "S"
           CLOSE TIPOS-CAMBIO-ARCHIVO.
       IF AVISOS-DISPONIBLE = "S"
           CLOSE AVISOS-ARCHIVO.
       IF SERIES-DISPONIBLE = "S"
           CLOSE SERIADOS-ARCHIVO
           CLOSE SERIES-ARCHIVO.
       GOBACK.

       MUESTRA-ERROR-ARCHIVO.
               DISPLAY "Linea " PEDIDOS-LINEA " articulo "
                   PEDIDOS-ARTICULO-ID " ya esta cerrada."
           ELSE
               IF PEDIDOS-ESTADO = "H"
                   DISPLAY "Linea " PEDIDOS-LINEA " articulo "
                       PEDIDOS-ARTICULO-ID " retenida por presupuesto;"
                       " no se recibe sin autorizacion."
               ELSE
                   PERFORM RECIBE-LINEA.
           IF PEDIDOS-ESTADO NOT = "C"
               ADD 1 TO LINEAS-ABIERTAS.
           PERFORM LEE-LINEA-PEDIDO.
           DISPLAY " Pedido....: " PEDIDOS-CANTIDAD-PEDIDA.
           DISPLAY " Recibido..: " PEDIDOS-CANTIDAD-RECIBIDA.
           DISPLAY " Pendiente.: " CANTIDAD-PENDIENTE.
           PERFORM REVISA-UNIDAD-LINEA.
           PERFORM REVISA-MONEDA-LINEA.
           IF LINEA-EN-MONEDA = "S" AND TIPO-CAMBIO-HALLADO = ZERO
               DISPLAY "No hay tipo de cambio de " PEDIDOS-MONEDA
                   " para hoy; la linea no se recibe."
               DISPLAY "Pida al supervisor que lo registre con"
                   " EXCHANGE-RATE-DATA-BASE."
           ELSE
               PERFORM CAPTURA-RECEPCION.

       CAPTURA-RECEPCION.
           IF BARRAS-DISPONIBLE = "S"
               PERFORM CONFIRMA-POR-CODIGO.
           PERFORM BUSCA-AVISO.
           IF AVISO-HALLADO = "S"
               PERFORM PIDE-CANTIDAD-CON-AVISO
           ELSE
               IF FACTOR-LINEA > 1
                   DISPLAY "Ingrese las " PEDIDOS-UNIDAD-COMPRA
                       " que llegaron (0 si nada): "
                   ACCEPT EMPAQUES-RECIBIDOS
                   PERFORM CONVIERTE-EMPAQUES
               ELSE
                   DISPLAY "Ingrese la cantidad que llego (0 si"
                       " nada): "
                   ACCEPT CANTIDAD-RECIBIDA-HOY.
           IF CANTIDAD-RECIBIDA-HOY NOT = ZERO
               PERFORM VALIDA-RECEPCION
               PERFORM REVISA-ARTICULO-SERIADO
               IF ARTICULO-SERIADO = "S" AND
                       CANTIDAD-RECIBIDA-HOY NOT = ZERO
                   PERFORM CAPTURA-SERIES-RECEPCION
               END-IF
               IF CANTIDAD-RECIBIDA-HOY NOT = ZERO
                   PERFORM POSTEA-RECEPCION
                   IF AVISO-HALLADO = "S" AND ARTICULO-OK = "S"
                       PERFORM CIERRA-AVISO.

       BUSCA-AVISO.
           MOVE "N" TO AVISO-HALLADO.
           IF AVISOS-DISPONIBLE = "S"
               MOVE PEDIDOS-NUMERO TO ASN-PEDIDO
               MOVE PEDIDOS-LINEA TO ASN-LINEA
               READ AVISOS-ARCHIVO RECORD
               INVALID KEY
                   MOVE "N" TO AVISO-HALLADO
               NOT INVALID KEY
                   IF ASN-ESTADO = "P"
                       MOVE "S" TO AVISO-HALLADO
                   END-IF
               END-READ.
           IF AVISO-HALLADO = "S"
               DISPLAY "Aviso de embarque del " ASN-FECHA ": "
                   ASN-CANTIDAD " unidades, lote " ASN-LOTE
                   " caducidad " ASN-CADUCIDAD
               IF ASN-DIFERENCIA = "S"
                   DISPLAY "ATENCION: el aviso no coincide con la"
                       " orden (" ASN-MOTIVO ")".

       PIDE-CANTIDAD-CON-AVISO.
           IF FACTOR-LINEA > 1
               DISPLAY "Ingrese las " PEDIDOS-UNIDAD-COMPRA
                   " que llegaron (vacio toma las " ASN-CANTIDAD
                   " unidades del aviso, 0 si nada): "
           ELSE
               DISPLAY "Ingrese la cantidad que llego (vacio toma "
                   ASN-CANTIDAD " del aviso, 0 si nada): ".
           ACCEPT CAMPO-CANTIDAD-LLEGADA.
           IF CAMPO-CANTIDAD-LLEGADA = SPACE
               MOVE ASN-CANTIDAD TO CANTIDAD-RECIBIDA-HOY
           ELSE
               IF FACTOR-LINEA > 1
                   COMPUTE EMPAQUES-RECIBIDOS =
                       FUNCTION NUMVAL(CAMPO-CANTIDAD-LLEGADA)
                   PERFORM CONVIERTE-EMPAQUES
               ELSE
                   COMPUTE CANTIDAD-RECIBIDA-HOY =
                       FUNCTION NUMVAL(CAMPO-CANTIDAD-LLEGADA)
               END-IF
               IF CANTIDAD-RECIBIDA-HOY NOT = ASN-CANTIDAD
                   DISPLAY "ATENCION: llego distinto a lo que aviso"
                       " el proveedor.".

      ******************************************************************
      * Lineas pedidas por caja (u otra unidad de compra): se muestran
      * y se capturan en cajas y se postean en unidades base.
      ******************************************************************
       REVISA-UNIDAD-LINEA.
           MOVE 1 TO FACTOR-LINEA.
           IF PEDIDOS-FACTOR-COMPRA IS NUMERIC
               IF PEDIDOS-FACTOR-COMPRA > 1
                   MOVE PEDIDOS-FACTOR-COMPRA TO FACTOR-LINEA.
           IF FACTOR-LINEA > 1
               COMPUTE EMPAQUES-PENDIENTES =
                   CANTIDAD-PENDIENTE / FACTOR-LINEA
               DISPLAY " Se pidio en " PEDIDOS-UNIDAD-COMPRA " de "
                   FACTOR-LINEA " unidades; pendiente "
                   EMPAQUES-PENDIENTES " " PEDIDOS-UNIDAD-COMPRA.

       CONVIERTE-EMPAQUES.
           COMPUTE CANTIDAD-RECIBIDA-HOY =
               EMPAQUES-RECIBIDOS * FACTOR-LINEA
               ON SIZE ERROR
                   DISPLAY "Aviso: llego mas de lo pendiente; se"
                       " recibe solo lo pendiente."
                   MOVE CANTIDAD-PENDIENTE TO CANTIDAD-RECIBIDA-HOY
               NOT ON SIZE ERROR
                   IF CANTIDAD-RECIBIDA-HOY NOT = ZERO
                       DISPLAY " Unidades recibidas: "
                           CANTIDAD-RECIBIDA-HOY
                   END-IF
           END-COMPUTE.

       CIERRA-AVISO.
           MOVE "R" TO ASN-ESTADO.
           ADD CANTIDAD-RECIBIDA-HOY TO ASN-CANTIDAD-RECIBIDA.
           REWRITE ASN-REGISTRO
           INVALID KEY
               DISPLAY "Error al cerrar el aviso de embarque"
                   " (estado: " AVISOS-STATUS ")".

       ABRIR-AVISOS.
           OPEN I-O AVISOS-ARCHIVO.
           IF AVISOS-STATUS = "00"
               MOVE "S" TO AVISOS-DISPONIBLE
           ELSE
               MOVE "N" TO AVISOS-DISPONIBLE.

       REVISA-MONEDA-LINEA.
           MOVE "N" TO LINEA-EN-MONEDA.
           MOVE ZERO TO TIPO-CAMBIO-HALLADO.
           IF PEDIDOS-MONEDA NOT = SPACE AND PEDIDOS-MONEDA NOT = "MXN"
               MOVE "S" TO LINEA-EN-MONEDA
               MOVE PEDIDOS-MONEDA TO MONEDA-BUSCADA
               MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CAMBIO-BUSCADA
               PERFORM BUSCA-TIPO-CAMBIO
               IF TIPO-CAMBIO-HALLADO NOT = ZERO
                   DISPLAY " Moneda....: " PEDIDOS-MONEDA
                       "  tipo de cambio " TIPO-CAMBIO-HALLADO
                       " (vigente desde " FECHA-TIPO-HALLADO ")".

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

       ABRIR-TIPOS-CAMBIO.
           OPEN INPUT TIPOS-CAMBIO-ARCHIVO.
           IF TIPOS-CAMBIO-STATUS = "00"
               MOVE "S" TO TIPOS-CAMBIO-DISPONIBLE
           ELSE
               MOVE "N" TO TIPOS-CAMBIO-DISPONIBLE.

       ABRIR-CODIGOS-BARRAS.
           OPEN INPUT BARRAS-ARCHIVO.
               DISPLAY "Aviso: no se pudo abrir lotes.dat; la"
                   " recepcion no registra lotes.".

       ABRIR-PENDIENTES.
           MOVE "N" TO PENDIENTES-DISPONIBLE.
           OPEN I-O PENDIENTES-ARCHIVO.
           IF PENDIENTES-STATUS = "00"
               OPEN I-O PEDIDOS-VENTA-ARCHIVO
               IF PEDIDOS-VENTA-STATUS NOT = "00"
                   CLOSE PENDIENTES-ARCHIVO
               ELSE
                   OPEN I-O RESERVAS-ARCHIVO
                   IF RESERVAS-STATUS = "00"
                       MOVE "S" TO PENDIENTES-DISPONIBLE
                   ELSE
                       CLOSE PENDIENTES-ARCHIVO
                       CLOSE PEDIDOS-VENTA-ARCHIVO.

      ******************************************************************
      * Numeros de serie: sin articulos_serializados.dat no hay
      * articulos serializados y no se abre numeros_serie.dat.
      ******************************************************************
       ABRIR-SERIES.
           MOVE "N" TO SERIES-DISPONIBLE.
           OPEN INPUT SERIADOS-ARCHIVO.
           IF SERIADOS-STATUS = "00"
               OPEN I-O SERIES-ARCHIVO
               IF SERIES-STATUS = "35"
                   OPEN OUTPUT SERIES-ARCHIVO
                   CLOSE SERIES-ARCHIVO
                   OPEN I-O SERIES-ARCHIVO
               END-IF
               IF SERIES-STATUS = "00"
                   MOVE "S" TO SERIES-DISPONIBLE
               ELSE
                   CLOSE SERIADOS-ARCHIVO
                   DISPLAY "Aviso: no se pudo abrir numeros_serie.dat;"
                       " la recepcion no registra series.".

       REVISA-ARTICULO-SERIADO.
           MOVE "N" TO ARTICULO-SERIADO.
           IF SERIES-DISPONIBLE = "S"
               MOVE PEDIDOS-ARTICULO-ID TO SERIADO-ARTICULO-ID
               READ SERIADOS-ARCHIVO RECORD
               INVALID KEY
                   MOVE "N" TO ARTICULO-SERIADO
               NOT INVALID KEY
                   MOVE "S" TO ARTICULO-SERIADO
               END-READ.

      * Las series se capturan antes de postear la recepcion; una
      * serie vacia cancela la recepcion de la linea.
       CAPTURA-SERIES-RECEPCION.
           MOVE ZERO TO TOTAL-SERIES.
           IF CANTIDAD-RECIBIDA-HOY > MAX-SERIES
               DISPLAY "Maximo " MAX-SERIES " piezas con serie por"
                   " recepcion; reciba la linea en partes."
               MOVE ZERO TO CANTIDAD-RECIBIDA-HOY
           ELSE
               DISPLAY "Articulo con numero de serie: capture una"
                   " serie por pieza (" CANTIDAD-RECIBIDA-HOY
                   " piezas; vacio cancela la recepcion de la linea)."
               PERFORM PIDE-SERIE-RECEPCION
                   UNTIL TOTAL-SERIES = CANTIDAD-RECIBIDA-HOY OR
                   CANTIDAD-RECIBIDA-HOY = ZERO.

       PIDE-SERIE-RECEPCION.
           COMPUTE PIEZA-SERIE = TOTAL-SERIES + 1.
           DISPLAY "Serie de la pieza " PIEZA-SERIE ": ".
           MOVE SPACE TO SERIE-CAPTURADA.
           ACCEPT SERIE-CAPTURADA.
           IF SERIE-CAPTURADA = SPACE
               DISPLAY "Recepcion de la linea " PEDIDOS-LINEA
                   " cancelada; no se registro nada."
               MOVE ZERO TO CANTIDAD-RECIBIDA-HOY
           ELSE
               PERFORM VALIDA-SERIE-RECEPCION.

       VALIDA-SERIE-RECEPCION.
           MOVE "N" TO SERIE-REPETIDA.
           PERFORM COMPARA-SERIE
               VARYING S FROM 1 BY 1 UNTIL S > TOTAL-SERIES.
           IF SERIE-REPETIDA = "S"
               DISPLAY "La serie ya se capturo en esta linea."
           ELSE
               MOVE PEDIDOS-ARTICULO-ID TO SERIE-ARTICULO-ID
               MOVE SERIE-CAPTURADA TO SERIE-NUMERO
               READ SERIES-ARCHIVO RECORD
               INVALID KEY
                   PERFORM ACEPTA-SERIE
               NOT INVALID KEY
                   IF SERIE-ESTADO = "D"
                       PERFORM ACEPTA-SERIE
                   ELSE
                       DISPLAY "La serie " SERIE-CAPTURADA " ya esta"
                           " registrada para este articulo."
                   END-IF
               END-READ.

       COMPARA-SERIE.
           IF SER-CAPTURADA(S) = SERIE-CAPTURADA
               MOVE "S" TO SERIE-REPETIDA.

       ACEPTA-SERIE.
           ADD 1 TO TOTAL-SERIES.
           MOVE SERIE-CAPTURADA TO SER-CAPTURADA(TOTAL-SERIES).

       REGISTRA-SERIE-RECIBIDA.
           MOVE PEDIDOS-ARTICULO-ID TO SERIE-ARTICULO-ID.
           MOVE SER-CAPTURADA(S) TO SERIE-NUMERO.
           READ SERIES-ARCHIVO RECORD
           INVALID KEY
               PERFORM ALTA-SERIE-RECIBIDA
           NOT INVALID KEY
               PERFORM REINGRESA-SERIE-RECIBIDA
           END-READ.

       ALTA-SERIE-RECIBIDA.
           MOVE SPACE TO SERIE-REGISTRO.
           MOVE PEDIDOS-ARTICULO-ID TO SERIE-ARTICULO-ID.
           MOVE SER-CAPTURADA(S) TO SERIE-NUMERO.
           MOVE ZERO TO SERIE-FACTURA SERIE-CLIENTE-ID SERIE-DEVOLUCION.
           PERFORM GUARDA-DATOS-RECEPCION.
           WRITE SERIE-REGISTRO
           INVALID KEY
               DISPLAY "Error al registrar la serie " SER-CAPTURADA(S)
                   " (estado: " SERIES-STATUS ")".

      * Una serie devuelta al proveedor puede volver a llegar (p.ej.
      * reparada); cualquier otro estado indica una serie duplicada.
       REINGRESA-SERIE-RECIBIDA.
           IF SERIE-ESTADO NOT = "D"
               DISPLAY "La serie " SER-CAPTURADA(S) " ya esta"
                   " registrada para este articulo."
           ELSE
               MOVE ZERO TO SERIE-FACTURA SERIE-CLIENTE-ID
                   SERIE-DEVOLUCION
               MOVE SPACE TO SERIE-FECHA-VENTA SERIE-FECHA-SALIDA
               PERFORM GUARDA-DATOS-RECEPCION
               REWRITE SERIE-REGISTRO
               INVALID KEY
                   DISPLAY "Error al registrar la serie "
                       SER-CAPTURADA(S) " (estado: " SERIES-STATUS ")"
               END-REWRITE.

       GUARDA-DATOS-RECEPCION.
           MOVE "I" TO SERIE-ESTADO.
           MOVE PEDIDOS-PROVEEDOR-ID TO SERIE-PROVEEDOR-ID.
           MOVE PEDIDOS-NUMERO TO SERIE-PEDIDO-NUMERO.
           MOVE PEDIDOS-FECHA-RECEPCION TO SERIE-FECHA-RECEPCION.
           MOVE OPERADOR TO SERIE-OPERADOR.

       CONFIRMA-POR-CODIGO.
           DISPLAY "Escanee el codigo de barras para confirmar el"
               " articulo (vacio omite): ".
               ADD CANTIDAD-RECIBIDA-HOY TO PEDIDOS-CANTIDAD-RECIBIDA
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO PEDIDOS-FECHA-RECEPCION
               IF LINEA-EN-MONEDA = "S"
                   PERFORM PONDERA-TIPO-CAMBIO
               END-IF
               IF PEDIDOS-CANTIDAD-RECIBIDA >= PEDIDOS-CANTIDAD-PEDIDA
                   MOVE "C" TO PEDIDOS-ESTADO
               ELSE
               IF LOTES-DISPONIBLE = "S"
                   PERFORM CAPTURA-LOTE
               END-IF
               IF ARTICULO-SERIADO = "S"
                   PERFORM REGISTRA-SERIE-RECIBIDA
                       VARYING S FROM 1 BY 1 UNTIL S > TOTAL-SERIES
               END-IF
               PERFORM CAPTURA-COSTO-REAL
               IF PENDIENTES-DISPONIBLE = "S"
                   PERFORM ATIENDE-PENDIENTES.

       PONDERA-TIPO-CAMBIO.
           COMPUTE PEDIDOS-TIPO-CAMBIO-RECEPCION ROUNDED =
               (PEDIDOS-TIPO-CAMBIO-RECEPCION *
               (PEDIDOS-CANTIDAD-RECIBIDA - CANTIDAD-RECIBIDA-HOY) +
               TIPO-CAMBIO-HALLADO * CANTIDAD-RECIBIDA-HOY) /
               PEDIDOS-CANTIDAD-RECIBIDA
               ON SIZE ERROR
                   MOVE TIPO-CAMBIO-HALLADO
                       TO PEDIDOS-TIPO-CAMBIO-RECEPCION.

       CAPTURA-COSTO-REAL.
           MOVE ZERO TO COSTO-MONEDA-CAPTURADO.
           IF LINEA-EN-MONEDA = "S"
               PERFORM CAPTURA-COSTO-MONEDA
           ELSE
               PERFORM CAPTURA-COSTO-PESOS.
           IF TOTAL-LINEAS-COSTO >= MAX-LINEAS-COSTO
               DISPLAY "Se alcanzo el maximo de lineas por orden;"
                   " el costo de esta linea no se recalcula."
                   TO REC-COSTO-CANTIDAD(TOTAL-LINEAS-COSTO)
               MOVE COSTO-REAL-CAPTURADO
                   TO REC-COSTO-REAL(TOTAL-LINEAS-COSTO)
               MOVE "MXN" TO REC-COSTO-MONEDA(TOTAL-LINEAS-COSTO)
               MOVE ZERO TO REC-COSTO-TIPO-CAMBIO(TOTAL-LINEAS-COSTO)
               IF LINEA-EN-MONEDA = "S"
                   MOVE PEDIDOS-MONEDA
                       TO REC-COSTO-MONEDA(TOTAL-LINEAS-COSTO)
                   MOVE TIPO-CAMBIO-HALLADO
                       TO REC-COSTO-TIPO-CAMBIO(TOTAL-LINEAS-COSTO)
               END-IF
               MOVE COSTO-MONEDA-CAPTURADO
                   TO REC-COSTO-EN-MONEDA(TOTAL-LINEAS-COSTO)
               ADD CANTIDAD-RECIBIDA-HOY
                   TO TOTAL-UNIDADES-RECIBIDAS.

       CAPTURA-COSTO-PESOS.
           IF FACTOR-LINEA > 1
               PERFORM CAPTURA-COSTO-EMPAQUE-PESOS
           ELSE
               DISPLAY "Ingrese el costo unitario real (0 toma el"
                   " estandar " ARTICULOS-COSTO "): "
               ACCEPT COSTO-REAL-CAPTURADO.
           IF COSTO-REAL-CAPTURADO = ZERO
               MOVE ARTICULOS-COSTO TO COSTO-REAL-CAPTURADO.

       CAPTURA-COSTO-EMPAQUE-PESOS.
           COMPUTE COSTO-EMPAQUE-ESTANDAR =
               ARTICULOS-COSTO * FACTOR-LINEA.
           DISPLAY "Ingrese el costo real por " PEDIDOS-UNIDAD-COMPRA
               " (0 toma el estandar " COSTO-EMPAQUE-ESTANDAR "): ".
           ACCEPT COSTO-EMPAQUE-CAPTURADO.
           COMPUTE COSTO-REAL-CAPTURADO ROUNDED =
               COSTO-EMPAQUE-CAPTURADO / FACTOR-LINEA
               ON SIZE ERROR
                   DISPLAY "El costo unitario excede el maximo; se"
                       " toma el estandar."
                   MOVE ZERO TO COSTO-REAL-CAPTURADO
           END-COMPUTE.
           IF COSTO-REAL-CAPTURADO NOT = ZERO
               DISPLAY " Costo por unidad: " COSTO-REAL-CAPTURADO.

       CAPTURA-COSTO-MONEDA.
           IF FACTOR-LINEA > 1
               PERFORM CAPTURA-COSTO-EMPAQUE-MONEDA
           ELSE
               DISPLAY "Ingrese el costo unitario real en "
                   PEDIDOS-MONEDA " (0 toma el de la orden "
                   PEDIDOS-COSTO-MONEDA "): "
               ACCEPT COSTO-MONEDA-CAPTURADO.
           IF COSTO-MONEDA-CAPTURADO = ZERO
               MOVE PEDIDOS-COSTO-MONEDA TO COSTO-MONEDA-CAPTURADO.
           IF COSTO-MONEDA-CAPTURADO = ZERO
               DISPLAY "La orden no trae costo; se toma el estandar"
                   " en pesos."
               MOVE ARTICULOS-COSTO TO COSTO-REAL-CAPTURADO
           ELSE
               COMPUTE COSTO-REAL-CAPTURADO ROUNDED =
                   COSTO-MONEDA-CAPTURADO * TIPO-CAMBIO-HALLADO
                   ON SIZE ERROR
                       DISPLAY "El costo en pesos excede el maximo;"
                           " se toma el estandar."
                       MOVE ARTICULOS-COSTO TO COSTO-REAL-CAPTURADO
               END-COMPUTE
               DISPLAY " Costo en pesos: " COSTO-REAL-CAPTURADO.

       CAPTURA-COSTO-EMPAQUE-MONEDA.
           COMPUTE COSTO-EMPAQUE-ESTANDAR =
               PEDIDOS-COSTO-MONEDA * FACTOR-LINEA.
           DISPLAY "Ingrese el costo real por " PEDIDOS-UNIDAD-COMPRA
               " en " PEDIDOS-MONEDA " (0 toma el de la orden "
               COSTO-EMPAQUE-ESTANDAR "): ".
           ACCEPT COSTO-EMPAQUE-CAPTURADO.
           COMPUTE COSTO-MONEDA-CAPTURADO ROUNDED =
               COSTO-EMPAQUE-CAPTURADO / FACTOR-LINEA
               ON SIZE ERROR
                   DISPLAY "El costo unitario excede el maximo; se"
                       " toma el de la orden."
                   MOVE ZERO TO COSTO-MONEDA-CAPTURADO
           END-COMPUTE.
           IF COSTO-MONEDA-CAPTURADO NOT = ZERO
               DISPLAY " Costo por unidad: " COSTO-MONEDA-CAPTURADO
                   " " PEDIDOS-MONEDA.

       CAPTURA-FLETE.
           DISPLAY " ".
           DISPLAY "Unidades recibidas de la orden: "
           MOVE COSTO-ANTERIOR TO RCOSTO-COSTO-ESTANDAR.
           MOVE COSTO-REAL-TOTAL TO RCOSTO-COSTO-REAL.
           MOVE COSTO-NUEVO TO RCOSTO-COSTO-NUEVO.
           MOVE REC-COSTO-MONEDA(K) TO RCOSTO-MONEDA.
           MOVE REC-COSTO-EN-MONEDA(K) TO RCOSTO-COSTO-MONEDA.
           MOVE REC-COSTO-TIPO-CAMBIO(K) TO RCOSTO-TIPO-CAMBIO.
           WRITE RECEPCION-COSTO-REGISTRO.

       CAPTURA-LOTE.
           IF AVISO-HALLADO = "S" AND ASN-LOTE NOT = SPACE
               DISPLAY "Ingrese el numero de lote (vacio toma "
                   ASN-LOTE " del aviso): "
           ELSE
               DISPLAY "Ingrese el numero de lote (vacio si no"
                   " aplica): ".
           ACCEPT LOTE-CAPTURADO.
           IF LOTE-CAPTURADO = SPACE AND AVISO-HALLADO = "S"
               MOVE ASN-LOTE TO LOTE-CAPTURADO.
           IF LOTE-CAPTURADO NOT = SPACE
               IF AVISO-HALLADO = "S" AND ASN-LOTE NOT = SPACE AND
                       LOTE-CAPTURADO NOT = ASN-LOTE
                   DISPLAY "ATENCION: el lote no coincide con el"
                       " aviso de embarque."
               END-IF
               PERFORM CAPTURA-CADUCIDAD.

       CAPTURA-CADUCIDAD.
           IF AVISO-HALLADO = "S" AND LOTE-CAPTURADO = ASN-LOTE AND
                   ASN-CADUCIDAD NOT = SPACE
               DISPLAY "Ingrese la fecha de caducidad (AAAAMMDD,"
                   " vacio toma " ASN-CADUCIDAD "): "
           ELSE
               DISPLAY "Ingrese la fecha de caducidad (AAAAMMDD): ".
           ACCEPT CADUCIDAD-CAPTURADA.
           IF CADUCIDAD-CAPTURADA = SPACE AND AVISO-HALLADO = "S" AND
                   LOTE-CAPTURADO = ASN-LOTE
               MOVE ASN-CADUCIDAD TO CADUCIDAD-CAPTURADA.
           IF CADUCIDAD-CAPTURADA NOT NUMERIC
               DISPLAY "La fecha debe ser AAAAMMDD."
               PERFORM CAPTURA-CADUCIDAD
           ELSE
               PERFORM GUARDA-LOTE.

       GUARDA-LOTE.
           MOVE "S" TO LOTE-EXISTE.
           MOVE REFERENCIA-PEDIDO TO MOV-REFERENCIA.
           WRITE MOVIMIENTOS-REGISTRO.

       ATIENDE-PENDIENTES.
           MOVE ZERO TO PENDIENTES-HALLADOS.
           MOVE ZERO TO TOTAL-EN-ESPERA.
           PERFORM POSICIONA-PENDIENTES.
           PERFORM LISTA-UN-PENDIENTE UNTIL FIN-PENDIENTES = "S".
           IF PENDIENTES-HALLADOS NOT = ZERO
               DISPLAY " Total en espera: " TOTAL-EN-ESPERA
                   "   Recibido: " CANTIDAD-RECIBIDA-HOY
               PERFORM PIDE-ASIGNA-PENDIENTES
               IF ASIGNA-PENDIENTES = "S"
                   MOVE CANTIDAD-RECIBIDA-HOY TO POR-ASIGNAR
                   PERFORM POSICIONA-PENDIENTES
                   PERFORM ASIGNA-UN-PENDIENTE
                       UNTIL FIN-PENDIENTES = "S" OR
                       POR-ASIGNAR = ZERO
                   DISPLAY "Aparte lo asignado antes de acomodar la"
                       " mercancia; se factura desde SALES-ORDER.".

       POSICIONA-PENDIENTES.
           MOVE "N" TO FIN-PENDIENTES.
           MOVE PEDIDOS-ARTICULO-ID TO PEND-ARTICULO-ID.
           MOVE ZEROES TO PEND-PEDIDO.
           MOVE ZEROES TO PEND-LINEA.
           START PENDIENTES-ARCHIVO
               KEY IS NOT LESS THAN PEND-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-PENDIENTES.

       LEE-PENDIENTE.
           READ PENDIENTES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-PENDIENTES.
           IF FIN-PENDIENTES = "N" AND
                   PEND-ARTICULO-ID NOT = PEDIDOS-ARTICULO-ID
               MOVE "S" TO FIN-PENDIENTES.

       LISTA-UN-PENDIENTE.
           PERFORM LEE-PENDIENTE.
           IF FIN-PENDIENTES = "N" AND PEND-ESTADO = "P" AND
                   PEND-CANTIDAD NOT = ZERO
               ADD 1 TO PENDIENTES-HALLADOS
               ADD PEND-CANTIDAD TO TOTAL-EN-ESPERA
               IF PENDIENTES-HALLADOS = 1
                   DISPLAY " "
                   DISPLAY "Pedidos de venta en espera de este"
                       " articulo:"
               END-IF
               DISPLAY " Pedido " PEND-PEDIDO " linea " PEND-LINEA
                   " cliente " PEND-CLIENTE-ID " del " PEND-FECHA
                   " faltan " PEND-CANTIDAD.

       PIDE-ASIGNA-PENDIENTES.
           DISPLAY "¿Asignar lo recibido a estos pedidos, del mas"
               " antiguo al mas reciente? (S/N): ".
           ACCEPT ASIGNA-PENDIENTES.
           IF ASIGNA-PENDIENTES = "s"
               MOVE "S" TO ASIGNA-PENDIENTES.
           IF ASIGNA-PENDIENTES NOT = "S"
               MOVE "N" TO ASIGNA-PENDIENTES.

       ASIGNA-UN-PENDIENTE.
           PERFORM LEE-PENDIENTE.
           IF FIN-PENDIENTES = "N" AND PEND-ESTADO = "P" AND
                   PEND-CANTIDAD NOT = ZERO
               IF PEND-CANTIDAD > POR-ASIGNAR
                   MOVE POR-ASIGNAR TO CANTIDAD-ASIGNADA
               ELSE
                   MOVE PEND-CANTIDAD TO CANTIDAD-ASIGNADA
               END-IF
               SUBTRACT CANTIDAD-ASIGNADA FROM PEND-CANTIDAD
               SUBTRACT CANTIDAD-ASIGNADA FROM POR-ASIGNAR
               IF PEND-CANTIDAD = ZERO
                   MOVE "S" TO PEND-ESTADO
               END-IF
               REWRITE PENDIENTES-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el pendiente"
                       " (estado: " PENDIENTES-STATUS ")"
               END-REWRITE
               PERFORM ASIGNA-A-PEDIDO-VENTA.

       ASIGNA-A-PEDIDO-VENTA.
           MOVE PEND-PEDIDO TO PV-NUMERO.
           MOVE PEND-LINEA TO PV-LINEA.
           READ PEDIDOS-VENTA-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "Aviso: no existe la linea " PEND-LINEA
                   " del pedido " PEND-PEDIDO "."
           NOT INVALID KEY
               PERFORM RESERVA-PARA-PEDIDO
           END-READ.

       RESERVA-PARA-PEDIDO.
           IF PV-CANTIDAD-PENDIENTE > CANTIDAD-ASIGNADA
               SUBTRACT CANTIDAD-ASIGNADA FROM PV-CANTIDAD-PENDIENTE
           ELSE
               MOVE ZERO TO PV-CANTIDAD-PENDIENTE.
           ADD CANTIDAD-ASIGNADA TO PV-CANTIDAD-RESERVADA.
           MOVE "N" TO REGISTRO-RESERVA.
           IF PV-RESERVA NOT = ZERO
               MOVE PV-ARTICULO-ID TO RES-ARTICULO-ID
               MOVE PV-RESERVA TO RES-NUMERO
               READ RESERVAS-ARCHIVO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-RESERVA
               NOT INVALID KEY
                   IF RES-ESTADO = "A"
                       MOVE "S" TO REGISTRO-RESERVA
                   END-IF
               END-READ.
           IF REGISTRO-RESERVA = "S"
               MOVE PV-CANTIDAD-RESERVADA TO RES-CANTIDAD
               REWRITE RESERVAS-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar la reserva (estado: "
                       RESERVAS-STATUS ")"
               END-REWRITE
           ELSE
               PERFORM CREA-RESERVA-PEDIDO.
           REWRITE PEDIDOS-VENTA-REGISTRO
           INVALID KEY
               DISPLAY "Error al actualizar el pedido de venta"
                   " (estado: " PEDIDOS-VENTA-STATUS ")".
           DISPLAY " Asignar " CANTIDAD-ASIGNADA " al pedido "
               PV-NUMERO " linea " PV-LINEA " (cliente "
               PV-CLIENTE-ID ").".

       CREA-RESERVA-PEDIDO.
           PERFORM LEE-NUMERO-RESERVA.
           ADD 1 TO NUMERO-RESERVA.
           MOVE SPACE TO REFERENCIA-VENTA.
           STRING "PV" DELIMITED BY SIZE
               PV-NUMERO DELIMITED BY SIZE
               INTO REFERENCIA-VENTA.
           MOVE SPACE TO RESERVAS-REGISTRO.
           MOVE PV-ARTICULO-ID TO RES-ARTICULO-ID.
           MOVE NUMERO-RESERVA TO RES-NUMERO.
           MOVE PV-CANTIDAD-RESERVADA TO RES-CANTIDAD.
           MOVE REFERENCIA-VENTA TO RES-REFERENCIA.
           MOVE "A" TO RES-ESTADO.
           PERFORM GRABA-RESERVA.
           PERFORM ESCRIBE-NUMERO-RESERVA.
           MOVE NUMERO-RESERVA TO PV-RESERVA.

       GRABA-RESERVA.
           WRITE RESERVAS-REGISTRO
           INVALID KEY
               IF RESERVAS-STATUS NOT = "22"
                   DISPLAY "Error al grabar la reserva (estado: "
                       RESERVAS-STATUS ")"
               END-IF
           END-WRITE.
           IF RESERVAS-STATUS = "22"
               ADD 1 TO NUMERO-RESERVA
               MOVE NUMERO-RESERVA TO RES-NUMERO
               PERFORM GRABA-RESERVA.

       LEE-NUMERO-RESERVA.
           MOVE ZERO TO NUMERO-RESERVA.
           OPEN INPUT CONTROL-RESERVAS-ARCHIVO.
           IF CONTROL-RESERVAS-STATUS = "00"
               READ CONTROL-RESERVAS-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINEA-CONTROL-RESERVAS TO NUMERO-RESERVA
               END-READ
               CLOSE CONTROL-RESERVAS-ARCHIVO.

       ESCRIBE-NUMERO-RESERVA.
           OPEN OUTPUT CONTROL-RESERVAS-ARCHIVO.
           MOVE NUMERO-RESERVA TO LINEA-CONTROL-RESERVAS.
           WRITE LINEA-CONTROL-RESERVAS.
           CLOSE CONTROL-RESERVAS-ARCHIVO.

       RESUME-PEDIDO.
           DISPLAY " ".
           IF LINEAS-ABIERTAS = ZERO
