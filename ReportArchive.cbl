      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ARCHIVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROL-ARCHIVO
       ASSIGN TO "reportes_control.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONTROL-STATUS.

       SELECT INDICE-ARCHIVO
       ASSIGN TO "reportes_archivo.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-NUMERO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS INDICE-STATUS.

       SELECT COPIA-ARCHIVO
       ASSIGN TO NOMBRE-COPIA
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS COPIA-STATUS.

       SELECT OPERADOR-ARCHIVO
       ASSIGN TO "operador_actual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OPERADOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-ARCHIVO.
       COPY "REPCONTROL.cpy".

       FD INDICE-ARCHIVO.
       COPY "REPORTES.cpy".

       FD COPIA-ARCHIVO.
       01 BYTE-COPIA PIC X.

       FD OPERADOR-ARCHIVO.
       01 LINEA-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.
       77 CONTROL-STATUS PIC XX.
       77 INDICE-STATUS PIC XX.
       77 COPIA-STATUS PIC XX.
       77 OPERADOR-STATUS PIC XX.
       77 FIN-CONTROL PIC X.
       77 FIN-INDICE PIC X.
       77 FIN-COPIA PIC X.
       77 INDICE-ABIERTO PIC X VALUE "N".
       77 OPERADOR PIC X(10).
       77 ULTIMO-NUMERO PIC 9(6) VALUE ZERO.
       77 RESULT-CODE PIC 9(2) COMP-5.
       77 I PIC 9(3).
       77 SALTOS-PAGINA PIC 9(5).
       77 LINEAS-COPIA PIC 9(7).
       77 FECHA-HORA-REPORTE PIC X(14).
       77 FECHA-HORA-ARCHIVO PIC X(14).
       77 BASE-REPORTE PIC X(30).
       77 TOTAL-ESTANDAR PIC 9(3) VALUE 37.
       01 NOMBRE-REPORTE PIC X(30).
       01 NOMBRE-COPIA PIC X(50).

       01 DETALLE-REPORTE.
           05 DET-TAMANO PIC X(8) COMP-X.
           05 DET-DIA PIC X COMP-X.
           05 DET-MES PIC X COMP-X.
           05 DET-ANIO PIC XX COMP-X.
           05 DET-HORA PIC X COMP-X.
           05 DET-MINUTO PIC X COMP-X.
           05 DET-SEGUNDO PIC X COMP-X.
           05 DET-CENTESIMA PIC X COMP-X.

       01 FECHA-HORA-MODIFICACION.
           05 MOD-ANIO PIC 9(4).
           05 MOD-MES PIC 9(2).
           05 MOD-DIA PIC 9(2).
           05 MOD-HORA PIC 9(2).
           05 MOD-MINUTO PIC 9(2).
           05 MOD-SEGUNDO PIC 9(2).

      * Lista estandar con que se crea reportes_control.dat: programa,
      * listado que deja y dias que se conservan sus copias.
       01 TABLA-ESTANDAR.
           05 FILLER PIC X(30) VALUE "ABC-CLASSIFICATION".
           05 FILLER PIC X(30) VALUE "clasificacion_abc.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "AGING-REPORT".
           05 FILLER PIC X(30) VALUE "antiguedad.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "ASN-IMPORT".
           05 FILLER PIC X(30) VALUE "avisos_embarque.lst".
           05 FILLER PIC X(4) VALUE "0090".
           05 FILLER PIC X(30) VALUE "BELOW-LIST-REPORT".
           05 FILLER PIC X(30) VALUE "bajo_lista.lst".
           05 FILLER PIC X(4) VALUE "0180".
           05 FILLER PIC X(30) VALUE "COST-VARIANCE-REPORT".
           05 FILLER PIC X(30) VALUE "costo_variaciones.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "COUNT-COMPLIANCE".
           05 FILLER PIC X(30) VALUE "cumplimiento_conteo.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "COUNT-SHEETS".
           05 FILLER PIC X(30) VALUE "hojas_conteo.lst".
           05 FILLER PIC X(4) VALUE "0090".
           05 FILLER PIC X(30) VALUE "CREDIT-REVIEW".
           05 FILLER PIC X(30) VALUE "revision_credito.lst".
           05 FILLER PIC X(4) VALUE "0180".
           05 FILLER PIC X(30) VALUE "CUSTOMER-RETURN".
           05 FILLER PIC X(30) VALUE "notas_credito.lst".
           05 FILLER PIC X(4) VALUE "1825".
           05 FILLER PIC X(30) VALUE "CUSTOMER-STATEMENT".
           05 FILLER PIC X(30) VALUE "estados_cuenta.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "DEMAND-FORECAST".
           05 FILLER PIC X(30) VALUE "pronostico.lst".
           05 FILLER PIC X(4) VALUE "0090".
           05 FILLER PIC X(30) VALUE "DEPOSIT-REPORT".
           05 FILLER PIC X(30) VALUE "deposito.lst".
           05 FILLER PIC X(4) VALUE "1825".
           05 FILLER PIC X(30) VALUE "GL-EXTRACT".
           05 FILLER PIC X(30) VALUE "poliza_resumen.lst".
           05 FILLER PIC X(4) VALUE "1825".
           05 FILLER PIC X(30) VALUE "INVENTORY-REPORT".
           05 FILLER PIC X(30) VALUE "inventario.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "INVOICE-MATCH".
           05 FILLER PIC X(30) VALUE "facturas_discrepancias.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "INVOICE-MATCH".
           05 FILLER PIC X(30) VALUE "diferencias_cambiarias.lst".
           05 FILLER PIC X(4) VALUE "1825".
           05 FILLER PIC X(30) VALUE "LABEL-PRINT".
           05 FILLER PIC X(30) VALUE "etiquetas.lst".
           05 FILLER PIC X(4) VALUE "0030".
           05 FILLER PIC X(30) VALUE "OPEN-TO-BUY-REPORT".
           05 FILLER PIC X(30) VALUE "presupuesto_compras.lst".
           05 FILLER PIC X(4) VALUE "1825".
           05 FILLER PIC X(30) VALUE "OPERATOR-ACTIVITY-REPORT".
           05 FILLER PIC X(30) VALUE "actividad_operadores.lst".
           05 FILLER PIC X(4) VALUE "1825".
           05 FILLER PIC X(30) VALUE "PAYABLES-AGING".
           05 FILLER PIC X(30) VALUE "antiguedad_prov.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "PAYMENT-RUN".
           05 FILLER PIC X(30) VALUE "propuesta_pagos.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "PAYMENT-RUN".
           05 FILLER PIC X(30) VALUE "avisos_pago.lst".
           05 FILLER PIC X(4) VALUE "1825".
           05 FILLER PIC X(30) VALUE "PERIOD-CLOSE".
           05 FILLER PIC X(30) VALUE "cierre_mensual.lst".
           05 FILLER PIC X(4) VALUE "1825".
           05 FILLER PIC X(30) VALUE "PURCHASE-ORDER".
           05 FILLER PIC X(30) VALUE "pedidos.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "RETURN-TO-SUPPLIER".
           05 FILLER PIC X(30) VALUE "devoluciones.lst".
           05 FILLER PIC X(4) VALUE "1825".
           05 FILLER PIC X(30) VALUE "SALES-ANALYSIS".
           05 FILLER PIC X(30) VALUE "ventas_analisis.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "SALES-INVOICE".
           05 FILLER PIC X(30) VALUE "ventas.lst".
           05 FILLER PIC X(4) VALUE "1825".
           05 FILLER PIC X(30) VALUE "SALES-ORDER".
           05 FILLER PIC X(30) VALUE "surtido.lst".
           05 FILLER PIC X(4) VALUE "0090".
           05 FILLER PIC X(30) VALUE "SALES-ORDER".
           05 FILLER PIC X(30) VALUE "ventas_pedido.lst".
           05 FILLER PIC X(4) VALUE "1825".
           05 FILLER PIC X(30) VALUE "SHRINK-REPORT".
           05 FILLER PIC X(30) VALUE "mermas.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "STOCK-TRANSFER".
           05 FILLER PIC X(30) VALUE "traspasos.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "SUBLEDGER-CHECK".
           05 FILLER PIC X(30) VALUE "cuadre_subauxiliares.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "SUPPLIER-DELIVERY-REPORT".
           05 FILLER PIC X(30) VALUE "cumplimiento.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "TAX-REPORT".
           05 FILLER PIC X(30) VALUE "impuestos.lst".
           05 FILLER PIC X(4) VALUE "1825".
           05 FILLER PIC X(30) VALUE "TRANSFER-REPORT".
           05 FILLER PIC X(30) VALUE "traslados.lst".
           05 FILLER PIC X(4) VALUE "0365".
           05 FILLER PIC X(30) VALUE "TRANSIT-REPORT".
           05 FILLER PIC X(30) VALUE "transito_vencido.lst".
           05 FILLER PIC X(4) VALUE "0180".
           05 FILLER PIC X(30) VALUE "VALUATION-REPORT".
           05 FILLER PIC X(30) VALUE "valoracion.lst".
           05 FILLER PIC X(4) VALUE "1825".
       01 TABLA-ESTANDAR-R REDEFINES TABLA-ESTANDAR.
           05 REPORTE-ESTANDAR OCCURS 37 TIMES PIC X(64).

       LINKAGE SECTION.
       01 PROGRAMA-ORIGEN PIC X(30).
       01 INICIO-EJECUCION PIC X(14).

       PROCEDURE DIVISION USING PROGRAMA-ORIGEN INICIO-EJECUCION.

       OPEN INPUT CONTROL-ARCHIVO.
       IF CONTROL-STATUS NOT = "00"
           PERFORM CREA-CONTROL-ESTANDAR
           OPEN INPUT CONTROL-ARCHIVO.
       IF CONTROL-STATUS = "00"
           MOVE "N" TO FIN-CONTROL
           PERFORM LEE-CONTROL
           PERFORM REVISA-REPORTE UNTIL FIN-CONTROL = "S"
           CLOSE CONTROL-ARCHIVO.
       IF INDICE-ABIERTO = "S"
           CLOSE INDICE-ARCHIVO.
       GOBACK.

       CREA-CONTROL-ESTANDAR.
           DISPLAY "No existe reportes_control.dat; se crea con la"
               " lista estandar de reportes.".
           OPEN OUTPUT CONTROL-ARCHIVO.
           MOVE 1 TO I.
           PERFORM ESCRIBE-REPORTE-ESTANDAR UNTIL I > TOTAL-ESTANDAR.
           CLOSE CONTROL-ARCHIVO.

       ESCRIBE-REPORTE-ESTANDAR.
           MOVE REPORTE-ESTANDAR(I) TO REPCONTROL-REGISTRO.
           WRITE REPCONTROL-REGISTRO.
           ADD 1 TO I.

       LEE-CONTROL.
           READ CONTROL-ARCHIVO
           AT END
               MOVE "S" TO FIN-CONTROL.

      * Solo se archiva el listado si el programa lo escribio en esta
      * ejecucion (fecha de modificacion posterior a la llamada).
       REVISA-REPORTE.
           IF CTL-PROGRAMA = PROGRAMA-ORIGEN AND CTL-REPORTE NOT = SPACE
               MOVE CTL-REPORTE TO NOMBRE-REPORTE
               CALL "CBL_CHECK_FILE_EXIST"
                   USING NOMBRE-REPORTE DETALLE-REPORTE
                   RETURNING RESULT-CODE
               IF RESULT-CODE = ZERO
                   PERFORM ARMA-FECHA-MODIFICACION
                   IF FECHA-HORA-REPORTE NOT < INICIO-EJECUCION
                       PERFORM ARCHIVA-REPORTE
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-CONTROL.

       ARMA-FECHA-MODIFICACION.
           MOVE DET-ANIO TO MOD-ANIO.
           MOVE DET-MES TO MOD-MES.
           MOVE DET-DIA TO MOD-DIA.
           MOVE DET-HORA TO MOD-HORA.
           MOVE DET-MINUTO TO MOD-MINUTO.
           MOVE DET-SEGUNDO TO MOD-SEGUNDO.
           MOVE FECHA-HORA-MODIFICACION TO FECHA-HORA-REPORTE.

       ARCHIVA-REPORTE.
           IF INDICE-ABIERTO = "N"
               PERFORM ABRIR-INDICE.
           IF INDICE-ABIERTO = "S"
               ADD 1 TO ULTIMO-NUMERO
               MOVE FUNCTION CURRENT-DATE(1:14) TO FECHA-HORA-ARCHIVO
               PERFORM ARMA-NOMBRE-COPIA
               CALL "CBL_COPY_FILE"
                   USING NOMBRE-REPORTE NOMBRE-COPIA
                   RETURNING RESULT-CODE
               IF RESULT-CODE NOT = ZERO
                   DISPLAY "Aviso: no se pudo archivar "
                       NOMBRE-REPORTE " (codigo " RESULT-CODE ")."
               ELSE
                   PERFORM CUENTA-PAGINAS
                   PERFORM REGISTRA-INDICE
               END-IF.

       ABRIR-INDICE.
           OPEN I-O INDICE-ARCHIVO.
           IF INDICE-STATUS = "35"
               OPEN OUTPUT INDICE-ARCHIVO
               CLOSE INDICE-ARCHIVO
               OPEN I-O INDICE-ARCHIVO.
           IF INDICE-STATUS NOT = "00"
               DISPLAY "Aviso: no se pudo abrir reportes_archivo.dat"
                   " (estado: " INDICE-STATUS "); el reporte no se"
                   " archiva."
           ELSE
               MOVE "S" TO INDICE-ABIERTO
               PERFORM BUSCA-ULTIMO-NUMERO
               PERFORM LEE-OPERADOR-ACTUAL.

       BUSCA-ULTIMO-NUMERO.
           MOVE ZERO TO ULTIMO-NUMERO.
           MOVE "N" TO FIN-INDICE.
           PERFORM LEE-INDICE.
           PERFORM GUARDA-ULTIMO-NUMERO UNTIL FIN-INDICE = "S".

       LEE-INDICE.
           READ INDICE-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-INDICE.

       GUARDA-ULTIMO-NUMERO.
           MOVE REP-NUMERO TO ULTIMO-NUMERO.
           PERFORM LEE-INDICE.

       LEE-OPERADOR-ACTUAL.
           MOVE "ANONIMO" TO OPERADOR.
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

       ARMA-NOMBRE-COPIA.
           MOVE SPACE TO BASE-REPORTE.
           UNSTRING NOMBRE-REPORTE DELIMITED BY ".lst" OR SPACE
               INTO BASE-REPORTE.
           MOVE SPACE TO NOMBRE-COPIA.
           STRING BASE-REPORTE DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               FECHA-HORA-ARCHIVO(1:8) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               ULTIMO-NUMERO DELIMITED BY SIZE
               ".lst" DELIMITED BY SIZE
               INTO NOMBRE-COPIA.

      * Cada salto de pagina del listado es un caracter X"0C" y cada
      * linea termina en X"0A"; se leen byte por byte sobre la copia.
       CUENTA-PAGINAS.
           MOVE ZERO TO SALTOS-PAGINA.
           MOVE ZERO TO LINEAS-COPIA.
           OPEN INPUT COPIA-ARCHIVO.
           IF COPIA-STATUS = "00"
               MOVE "N" TO FIN-COPIA
               PERFORM LEE-BYTE-COPIA
               PERFORM CUENTA-BYTE UNTIL FIN-COPIA = "S"
               CLOSE COPIA-ARCHIVO.

       LEE-BYTE-COPIA.
           READ COPIA-ARCHIVO
           AT END
               MOVE "S" TO FIN-COPIA.

       CUENTA-BYTE.
           IF BYTE-COPIA = X"0C"
               ADD 1 TO SALTOS-PAGINA.
           IF BYTE-COPIA = X"0A"
               ADD 1 TO LINEAS-COPIA.
           PERFORM LEE-BYTE-COPIA.

       REGISTRA-INDICE.
           MOVE SPACE TO REPORTES-REGISTRO.
           MOVE ULTIMO-NUMERO TO REP-NUMERO.
           MOVE FECHA-HORA-ARCHIVO TO REP-FECHA-HORA.
           MOVE PROGRAMA-ORIGEN TO REP-PROGRAMA.
           MOVE OPERADOR TO REP-OPERADOR.
           MOVE NOMBRE-REPORTE TO REP-REPORTE.
           MOVE NOMBRE-COPIA TO REP-COPIA.
           COMPUTE REP-PAGINAS = SALTOS-PAGINA + 1.
           MOVE LINEAS-COPIA TO REP-LINEAS.
           WRITE REPORTES-REGISTRO
           INVALID KEY
               DISPLAY "Aviso: no se pudo registrar " NOMBRE-COPIA
                   " en el indice (estado: " INDICE-STATUS ")."
           NOT INVALID KEY
               DISPLAY "Reporte archivado como " NOMBRE-COPIA
           END-WRITE.

       END PROGRAM REPORT-ARCHIVE.
