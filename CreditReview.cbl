      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       SELECT RETENCIONES-ARCHIVO
       ASSIGN TO "retenciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS RET-CLIENTE-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS RETENCIONES-STATUS.

       SELECT CONTROL-ARCHIVO
       ASSIGN TO "credito_control.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONTROL-STATUS.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "revision_credito.lst"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES-ARCHIVO.
       COPY "CLIENTES.cpy".

       FD CARTERA-ARCHIVO.
       COPY "CARTERA.cpy".

       FD RETENCIONES-ARCHIVO.
       COPY "RETENCIONES.cpy".

       FD CONTROL-ARCHIVO.
       01 LINEA-CONTROL PIC X(3).

       FD REPORTE-ARCHIVO.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS PIC XX.
       77 CARTERA-STATUS PIC XX.
       77 RETENCIONES-STATUS PIC XX.
       77 CONTROL-STATUS PIC XX.
       77 CARTERA-DISPONIBLE PIC X VALUE "N".
       77 FIN-CLIENTES PIC X VALUE "N".
       77 FIN-CARTERA PIC X VALUE "N".
       77 TIENE-RETENCION PIC X.
       77 ESTADO-ANTERIOR PIC X.
       77 DEBE-RETENERSE PIC X.
       77 MOTIVO-RETENCION PIC X.
       77 DIAS-LIMITE PIC 9(3) VALUE 60.
       77 FECHA-HOY PIC X(8).
       77 FECHA-HOY-ENTERO PIC 9(7).
       77 FECHA-FACTURA-ENTERO PIC 9(7).
       77 DIAS-VENCIDOS PIC S9(5).
       77 CLIENTES-REVISADOS PIC 9(5) VALUE ZERO.
       77 CONTADOR-RETENIDOS PIC 9(5) VALUE ZERO.
       77 CONTADOR-LIBERADOS PIC 9(5) VALUE ZERO.
       77 CONTADOR-SIGUEN PIC 9(5) VALUE ZERO.

       01 TABLA-ANTIGUEDAD.
           05 DIAS-MAS-VIEJA OCCURS 9999 TIMES PIC 9(5).

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(24) VALUE "REVISION DE CREDITO DEL ".
           05 ENC-FECHA PIC X(8).
           05 FILLER PIC X(24) VALUE "   Antiguedad maxima: ".
           05 ENC-DIAS PIC ZZ9.
           05 FILLER PIC X(5) VALUE " dias".
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(9) VALUE "     ID  ".
           05 FILLER PIC X(31) VALUE "Cliente".
           05 FILLER PIC X(13) VALUE "        Saldo".
           05 FILLER PIC X(13) VALUE "       Limite".
           05 FILLER PIC X(6) VALUE "  Dias".
           05 FILLER PIC X(10) VALUE "  Motivo".
           05 FILLER PIC X(8) VALUE "Accion".
       01 LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-ID PIC Z(5).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-SALDO PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-LIMITE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DIAS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-MOTIVO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-ACCION PIC X(8).
       01 LINEA-RESUMEN.
           05 FILLER PIC X(4) VALUE SPACE.
           05 RES-TITULO PIC X(30).
           05 RES-CONTADOR PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "REVISION NOCTURNA DE CREDITO".
       OPEN INPUT CLIENTES-ARCHIVO.
       IF CLIENTES-STATUS = "35"
           DISPLAY "No hay clientes de credito que revisar."
           GOBACK.
       IF CLIENTES-STATUS NOT = "00"
           DISPLAY "No se pudo abrir clientes.dat (estado: "
               CLIENTES-STATUS ")"
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN INPUT CARTERA-ARCHIVO.
       IF CARTERA-STATUS = "00"
           MOVE "S" TO CARTERA-DISPONIBLE
       ELSE
           IF CARTERA-STATUS NOT = "35"
               DISPLAY "No se pudo abrir cartera.dat (estado: "
                   CARTERA-STATUS ")"
               CLOSE CLIENTES-ARCHIVO
               MOVE 8 TO RETURN-CODE
               GOBACK.
       PERFORM ABRIR-RETENCIONES.
       IF RETENCIONES-STATUS NOT = "00"
           CLOSE CLIENTES-ARCHIVO
           IF CARTERA-DISPONIBLE = "S"
               CLOSE CARTERA-ARCHIVO
           END-IF
           MOVE 8 TO RETURN-CODE
           GOBACK.
       PERFORM LEE-DIAS-LIMITE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       COMPUTE FECHA-HOY-ENTERO = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(FECHA-HOY)).
       MOVE ZEROES TO TABLA-ANTIGUEDAD.
       IF CARTERA-DISPONIBLE = "S"
           PERFORM LEE-CARTERA
           PERFORM ACUMULA-FACTURA UNTIL FIN-CARTERA = "S"
           CLOSE CARTERA-ARCHIVO.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE FECHA-HOY TO ENC-FECHA.
       MOVE DIAS-LIMITE TO ENC-DIAS.
       WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
       MOVE SPACE TO LINEA-REPORTE.
       WRITE LINEA-REPORTE.
       WRITE LINEA-REPORTE FROM LINEA-COLUMNAS.
       PERFORM LEE-CLIENTE.
       PERFORM REVISA-CLIENTE UNTIL FIN-CLIENTES = "S".
       PERFORM IMPRIME-RESUMEN.
       CLOSE REPORTE-ARCHIVO.
       CLOSE CLIENTES-ARCHIVO.
       CLOSE RETENCIONES-ARCHIVO.
       DISPLAY "Clientes revisados.....: " CLIENTES-REVISADOS.
       DISPLAY "Retenidos hoy..........: " CONTADOR-RETENIDOS.
       DISPLAY "Liberados hoy..........: " CONTADOR-LIBERADOS.
       DISPLAY "Siguen retenidos.......: " CONTADOR-SIGUEN.
       DISPLAY "Reporte generado en revision_credito.lst".
       GOBACK.

       ABRIR-RETENCIONES.
           OPEN I-O RETENCIONES-ARCHIVO.
           IF RETENCIONES-STATUS = "35"
               OPEN OUTPUT RETENCIONES-ARCHIVO
               CLOSE RETENCIONES-ARCHIVO
               OPEN I-O RETENCIONES-ARCHIVO.
           IF RETENCIONES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir retenciones.dat (estado: "
                   RETENCIONES-STATUS ")".

       LEE-DIAS-LIMITE.
           OPEN INPUT CONTROL-ARCHIVO.
           IF CONTROL-STATUS NOT = "00"
               PERFORM CREA-CONTROL-ESTANDAR
           ELSE
               READ CONTROL-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINEA-CONTROL IS NUMERIC
                           MOVE LINEA-CONTROL TO DIAS-LIMITE
                       END-IF
               END-READ
               CLOSE CONTROL-ARCHIVO.

       CREA-CONTROL-ESTANDAR.
           DISPLAY "No existe credito_control.dat; se crea con "
               DIAS-LIMITE " dias de antiguedad maxima.".
           OPEN OUTPUT CONTROL-ARCHIVO.
           MOVE DIAS-LIMITE TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-ARCHIVO.

       LEE-CARTERA.
           READ CARTERA-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-CARTERA.

       ACUMULA-FACTURA.
           IF CARTERA-ESTADO = "A" AND
                   CARTERA-CLIENTE-ID NOT = ZERO
               COMPUTE FECHA-FACTURA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CARTERA-FECHA))
               COMPUTE DIAS-VENCIDOS =
                   FECHA-HOY-ENTERO - FECHA-FACTURA-ENTERO
               IF DIAS-VENCIDOS > DIAS-MAS-VIEJA(CARTERA-CLIENTE-ID)
                   MOVE DIAS-VENCIDOS
                       TO DIAS-MAS-VIEJA(CARTERA-CLIENTE-ID).
           PERFORM LEE-CARTERA.

       LEE-CLIENTE.
           READ CLIENTES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-CLIENTES.

       REVISA-CLIENTE.
           IF CLIENTES-ID NOT = ZERO
               ADD 1 TO CLIENTES-REVISADOS
               PERFORM EVALUA-CLIENTE
               PERFORM LEE-RETENCION
               PERFORM ACTUALIZA-RETENCION.
           PERFORM LEE-CLIENTE.

       EVALUA-CLIENTE.
           MOVE "N" TO DEBE-RETENERSE.
           MOVE SPACE TO MOTIVO-RETENCION.
           IF DIAS-MAS-VIEJA(CLIENTES-ID) > DIAS-LIMITE
               MOVE "S" TO DEBE-RETENERSE
               MOVE "V" TO MOTIVO-RETENCION.
           IF CLIENTES-SALDO > CLIENTES-LIMITE-CREDITO
               MOVE "S" TO DEBE-RETENERSE
               IF MOTIVO-RETENCION = "V"
                   MOVE "A" TO MOTIVO-RETENCION
               ELSE
                   MOVE "L" TO MOTIVO-RETENCION.

       LEE-RETENCION.
           MOVE "S" TO TIENE-RETENCION.
           MOVE CLIENTES-ID TO RET-CLIENTE-ID.
           READ RETENCIONES-ARCHIVO RECORD
           INVALID KEY
               MOVE "N" TO TIENE-RETENCION.
           IF TIENE-RETENCION = "S"
               MOVE RET-ESTADO TO ESTADO-ANTERIOR
           ELSE
               MOVE "L" TO ESTADO-ANTERIOR.

       ACTUALIZA-RETENCION.
           IF DEBE-RETENERSE = "S"
               IF ESTADO-ANTERIOR = "R"
                   ADD 1 TO CONTADOR-SIGUEN
                   PERFORM GRABA-RETENCION
               ELSE
                   ADD 1 TO CONTADOR-RETENIDOS
                   MOVE FECHA-HOY TO RET-FECHA
                   PERFORM GRABA-RETENCION
                   MOVE "RETENIDO" TO DET-ACCION
                   PERFORM IMPRIME-CLIENTE
               END-IF
           ELSE
               IF ESTADO-ANTERIOR = "R"
                   ADD 1 TO CONTADOR-LIBERADOS
                   MOVE FECHA-HOY TO RET-FECHA
                   PERFORM GRABA-RETENCION
                   MOVE "LIBERADO" TO DET-ACCION
                   PERFORM IMPRIME-CLIENTE.

       GRABA-RETENCION.
           MOVE CLIENTES-ID TO RET-CLIENTE-ID.
           IF DEBE-RETENERSE = "S"
               MOVE "R" TO RET-ESTADO
           ELSE
               MOVE "L" TO RET-ESTADO.
           MOVE MOTIVO-RETENCION TO RET-MOTIVO.
           MOVE DIAS-MAS-VIEJA(CLIENTES-ID) TO RET-DIAS.
           MOVE CLIENTES-SALDO TO RET-SALDO.
           IF TIENE-RETENCION = "S"
               REWRITE RETENCIONES-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar la retencion del"
                       " cliente " CLIENTES-ID
                   MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               MOVE FECHA-HOY TO RET-FECHA
               WRITE RETENCIONES-REGISTRO
               INVALID KEY
                   DISPLAY "Error al registrar la retencion del"
                       " cliente " CLIENTES-ID
                   MOVE 8 TO RETURN-CODE.

       IMPRIME-CLIENTE.
           MOVE CLIENTES-ID TO DET-ID.
           MOVE CLIENTES-NOMBRE TO DET-NOMBRE.
           MOVE CLIENTES-SALDO TO DET-SALDO.
           MOVE CLIENTES-LIMITE-CREDITO TO DET-LIMITE.
           MOVE DIAS-MAS-VIEJA(CLIENTES-ID) TO DET-DIAS.
           EVALUATE MOTIVO-RETENCION
               WHEN "V"
                   MOVE "VENCIDO" TO DET-MOTIVO
               WHEN "L"
                   MOVE "LIMITE" TO DET-MOTIVO
               WHEN "A"
                   MOVE "AMBOS" TO DET-MOTIVO
               WHEN OTHER
                   MOVE "AL DIA" TO DET-MOTIVO
           END-EVALUATE.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.

       IMPRIME-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "Clientes revisados" TO RES-TITULO.
           MOVE CLIENTES-REVISADOS TO RES-CONTADOR.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "Retenidos hoy" TO RES-TITULO.
           MOVE CONTADOR-RETENIDOS TO RES-CONTADOR.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "Liberados hoy" TO RES-TITULO.
           MOVE CONTADOR-LIBERADOS TO RES-CONTADOR.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.
           MOVE "Siguen retenidos" TO RES-TITULO.
           MOVE CONTADOR-SIGUEN TO RES-CONTADOR.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN.

       END PROGRAM CREDIT-REVIEW.
