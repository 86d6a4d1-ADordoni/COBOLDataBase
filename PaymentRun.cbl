      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CXP-ARCHIVO
       ASSIGN TO "cxp.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CXP-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CXP-STATUS.

       SELECT PROVEEDORES-ARCHIVO
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROVEEDORES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PROVEEDORES-STATUS.

       SELECT OPERADOR-ARCHIVO
       ASSIGN TO "operador_actual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OPERADOR-STATUS.

       SELECT CONTROL-ARCHIVO
       ASSIGN TO "pagos_prov_control.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONTROL-STATUS.

       SELECT PROPUESTA-ARCHIVO
       ASSIGN TO "propuesta_pagos.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PROPUESTA-STATUS.

       SELECT AVISOS-ARCHIVO
       ASSIGN TO "avisos_pago.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AVISOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CXP-ARCHIVO.
       COPY "CXP.cpy".

       FD PROVEEDORES-ARCHIVO.
       COPY "PROVEEDORES.cpy".

       FD OPERADOR-ARCHIVO.
       01 LINEA-OPERADOR PIC X(10).

       FD CONTROL-ARCHIVO.
       01 LINEA-CONTROL PIC X(6).

       FD PROPUESTA-ARCHIVO.
       01 LINEA-PROPUESTA PIC X(80).

       FD AVISOS-ARCHIVO.
       01 LINEA-AVISO PIC X(80).

       WORKING-STORAGE SECTION.
       77 CXP-STATUS PIC XX.
       77 PROVEEDORES-STATUS PIC XX.
       77 OPERADOR-STATUS PIC XX.
       77 CONTROL-STATUS PIC XX.
       77 PROPUESTA-STATUS PIC XX.
       77 AVISOS-STATUS PIC XX.
       77 PROVEEDORES-DISPONIBLE PIC X VALUE "N".
       77 OPERADOR PIC X(10).
       77 FIN-CXP PIC X.
       77 CONFIRMA PIC X.
       77 MODO-RECORRIDO PIC X.
       77 REGISTRO-ENCONTRADO PIC X.
       77 FECHA-HOY PIC X(8).
       77 FECHA-CORTE PIC X(8).
       77 FECHA-HOY-ENTERO PIC 9(7).
       77 FECHA-VENCE-ENTERO PIC 9(7).
       77 DIAS-ATRASO PIC S9(5).
       77 I PIC 9(5).
       77 IMPORTE-PENDIENTE PIC 9(9)V99.
       77 TOTAL-PROPUESTO PIC 9(11)V99 VALUE ZERO.
       77 TOTAL-PAGADO PIC 9(11)V99 VALUE ZERO.
       77 FACTURAS-PROPUESTAS PIC 9(5) VALUE ZERO.
       77 PROVEEDORES-PROPUESTOS PIC 9(5) VALUE ZERO.
       77 AVISOS-EMITIDOS PIC 9(5) VALUE ZERO.
       77 NUMERO-PAGO PIC 9(6).
       77 REFERENCIA-PAGO PIC X(15).

       01 TABLA-PROVEEDORES.
           05 PRV-ENTRADA OCCURS 9999 TIMES.
               10 PRV-IMPORTE PIC 9(9)V99.
               10 PRV-FACTURAS PIC 9(4).

       01 PRO-ENCABEZADO.
           05 FILLER PIC X(35) VALUE
               "PROPUESTA DE PAGOS A PROVEEDORES - ".
           05 FILLER PIC X(17) VALUE "VENCIDO AL CORTE ".
           05 PRO-ENC-CORTE PIC X(8).
       01 PRO-PROVEEDOR.
           05 FILLER PIC X(11) VALUE "Proveedor: ".
           05 PRO-PRV-ID PIC Z(4).
           05 FILLER PIC X(2) VALUE SPACE.
           05 PRO-PRV-NOMBRE PIC X(30).
           05 FILLER PIC X(8) VALUE "  Plazo ".
           05 PRO-PRV-PLAZO PIC ZZ9.
           05 FILLER PIC X(5) VALUE " dias".
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(53) VALUE
               "  Factura     Fecha     Vence      Dias       Importe".
       01 LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-FACTURA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-FECHA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-VENCE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-DIAS PIC -ZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-IMPORTE PIC Z,ZZZ,ZZ9.99.
       01 LINEA-SUBTOTAL.
           05 FILLER PIC X(2) VALUE SPACE.
           05 SUB-TITULO PIC X(39).
           05 SUB-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.
       01 LINEA-TOTAL.
           05 FILLER PIC X(25) VALUE "TOTAL PROPUESTO.........:".
           05 TOT-FACTURAS PIC ZZ,ZZ9.
           05 FILLER PIC X(10) VALUE " facturas ".
           05 TOT-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.

       01 AVI-ENCABEZADO.
           05 FILLER PIC X(22) VALUE "AVISO DE PAGO NUMERO  ".
           05 AVI-NUMERO PIC 9(6).
           05 FILLER PIC X(14) VALUE SPACE.
           05 FILLER PIC X(7) VALUE "Fecha: ".
           05 AVI-FECHA PIC X(8).
       01 AVI-PROVEEDOR.
           05 FILLER PIC X(12) VALUE "Proveedor.: ".
           05 AVI-PRV-ID PIC Z(4).
           05 FILLER PIC X(2) VALUE SPACE.
           05 AVI-PRV-NOMBRE PIC X(30).
       01 AVI-CONTACTO.
           05 FILLER PIC X(12) VALUE "Atencion..: ".
           05 AVI-PRV-CONTACTO PIC X(30).
       01 AVI-REFERENCIA.
           05 FILLER PIC X(12) VALUE "Referencia: ".
           05 AVI-REF PIC X(15).
       01 AVI-LEYENDA PIC X(60) VALUE
           "Le informamos que liquidamos las siguientes facturas:".
       01 AVI-FIRMA.
           05 FILLER PIC X(32) VALUE
               "Autorizo: ____________________  ".
           05 FILLER PIC X(10) VALUE "Operador: ".
           05 AVI-OPERADOR PIC X(10).

       PROCEDURE DIVISION.

       OPEN I-O CXP-ARCHIVO.
       IF CXP-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-CXP
           GOBACK.
       OPEN INPUT PROVEEDORES-ARCHIVO.
       IF PROVEEDORES-STATUS = "00"
           MOVE "S" TO PROVEEDORES-DISPONIBLE
       ELSE
           DISPLAY "Aviso: no se pudo abrir proveedores.dat; los"
               " avisos salen sin nombre.".
       PERFORM OBTIENE-OPERADOR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       DISPLAY " ".
       DISPLAY "CORRIDA DE PAGOS A PROVEEDORES".
       PERFORM PIDE-FECHA-CORTE.
       COMPUTE FECHA-HOY-ENTERO = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(FECHA-HOY)).
       MOVE ZEROES TO TABLA-PROVEEDORES.
       PERFORM ACUMULA-VENCIDAS.
       IF FACTURAS-PROPUESTAS = ZERO
           DISPLAY "No hay facturas abiertas que venzan al "
               FECHA-CORTE "."
       ELSE
           PERFORM GENERA-PROPUESTA
           PERFORM APRUEBA-PAGOS.
       CLOSE CXP-ARCHIVO.
       IF PROVEEDORES-DISPONIBLE = "S"
           CLOSE PROVEEDORES-ARCHIVO.
       GOBACK.

       MUESTRA-ERROR-CXP.
           DISPLAY "No se pudo abrir las cuentas por pagar.".
           EVALUATE CXP-STATUS
               WHEN "35"
                   DISPLAY "El archivo cxp.dat no existe."
                   DISPLAY "Aun no se ha aprobado ninguna factura de"
                       " proveedor en INVOICE-MATCH."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " CXP-STATUS
           END-EVALUATE.

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

       PIDE-FECHA-CORTE.
           DISPLAY "Pagar lo que venza hasta (AAAAMMDD, vacio = hoy): ".
           MOVE SPACE TO FECHA-CORTE.
           ACCEPT FECHA-CORTE.
           IF FECHA-CORTE = SPACE
               MOVE FECHA-HOY TO FECHA-CORTE.
           IF FECHA-CORTE NOT NUMERIC
               DISPLAY "La fecha debe ser AAAAMMDD."
               PERFORM PIDE-FECHA-CORTE.

       LEE-NUMERO-PAGO.
           MOVE ZERO TO NUMERO-PAGO.
           OPEN INPUT CONTROL-ARCHIVO.
           IF CONTROL-STATUS = "00"
               READ CONTROL-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINEA-CONTROL TO NUMERO-PAGO
               END-READ
               CLOSE CONTROL-ARCHIVO.

       ESCRIBE-NUMERO-PAGO.
           OPEN OUTPUT CONTROL-ARCHIVO.
           MOVE NUMERO-PAGO TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-ARCHIVO.

       ACUMULA-VENCIDAS.
           MOVE "N" TO FIN-CXP.
           MOVE LOW-VALUES TO CXP-CLAVE.
           START CXP-ARCHIVO
               KEY IS NOT LESS THAN CXP-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-CXP.
           PERFORM ACUMULA-FACTURA UNTIL FIN-CXP = "S".

       ACUMULA-FACTURA.
           READ CXP-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-CXP.
           IF FIN-CXP = "N" AND CXP-ESTADO = "A" AND
                   CXP-VENCIMIENTO NOT > FECHA-CORTE AND
                   CXP-PROVEEDOR-ID NOT = ZERO
               COMPUTE IMPORTE-PENDIENTE = CXP-IMPORTE - CXP-PAGADO
               IF PRV-FACTURAS(CXP-PROVEEDOR-ID) = ZERO
                   ADD 1 TO PROVEEDORES-PROPUESTOS
               END-IF
               ADD 1 TO PRV-FACTURAS(CXP-PROVEEDOR-ID)
               ADD IMPORTE-PENDIENTE TO PRV-IMPORTE(CXP-PROVEEDOR-ID)
               ADD IMPORTE-PENDIENTE TO TOTAL-PROPUESTO
               ADD 1 TO FACTURAS-PROPUESTAS.

       GENERA-PROPUESTA.
           OPEN OUTPUT PROPUESTA-ARCHIVO.
           MOVE FECHA-CORTE TO PRO-ENC-CORTE.
           WRITE LINEA-PROPUESTA FROM PRO-ENCABEZADO.
           MOVE "P" TO MODO-RECORRIDO.
           PERFORM PROPONE-PROVEEDOR VARYING I FROM 1 BY 1
               UNTIL I > 9999.
           MOVE SPACE TO LINEA-PROPUESTA.
           WRITE LINEA-PROPUESTA.
           MOVE FACTURAS-PROPUESTAS TO TOT-FACTURAS.
           MOVE TOTAL-PROPUESTO TO TOT-IMPORTE.
           WRITE LINEA-PROPUESTA FROM LINEA-TOTAL.
           CLOSE PROPUESTA-ARCHIVO.
           DISPLAY " ".
           DISPLAY "Proveedores con pagos vencidos: "
               PROVEEDORES-PROPUESTOS.
           DISPLAY "Facturas propuestas..........: "
               FACTURAS-PROPUESTAS.
           DISPLAY "Importe propuesto............: " TOTAL-PROPUESTO.
           DISPLAY "Propuesta generada en propuesta_pagos.lst".

       PROPONE-PROVEEDOR.
           IF PRV-FACTURAS(I) NOT = ZERO
               PERFORM BUSCA-PROVEEDOR
               MOVE SPACE TO LINEA-PROPUESTA
               WRITE LINEA-PROPUESTA
               MOVE I TO PRO-PRV-ID
               MOVE PROVEEDORES-NOMBRE TO PRO-PRV-NOMBRE
               MOVE PROVEEDORES-PLAZO-PAGO TO PRO-PRV-PLAZO
               WRITE LINEA-PROPUESTA FROM PRO-PROVEEDOR
               WRITE LINEA-PROPUESTA FROM LINEA-COLUMNAS
               PERFORM RECORRE-FACTURAS-PROVEEDOR
               MOVE "Subtotal del proveedor" TO SUB-TITULO
               MOVE PRV-IMPORTE(I) TO SUB-IMPORTE
               WRITE LINEA-PROPUESTA FROM LINEA-SUBTOTAL.

       BUSCA-PROVEEDOR.
           MOVE "(proveedor no registrado)" TO PROVEEDORES-NOMBRE.
           MOVE SPACE TO PROVEEDORES-CONTACTO.
           MOVE ZERO TO PROVEEDORES-PLAZO-PAGO.
           IF PROVEEDORES-DISPONIBLE = "S"
               MOVE "S" TO REGISTRO-ENCONTRADO
               MOVE I TO PROVEEDORES-ID
               READ PROVEEDORES-ARCHIVO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
               END-READ
               IF REGISTRO-ENCONTRADO = "N"
                   MOVE "(proveedor no registrado)"
                       TO PROVEEDORES-NOMBRE
                   MOVE SPACE TO PROVEEDORES-CONTACTO
                   MOVE ZERO TO PROVEEDORES-PLAZO-PAGO.

       RECORRE-FACTURAS-PROVEEDOR.
           MOVE "N" TO FIN-CXP.
           MOVE I TO CXP-PROVEEDOR-ID.
           MOVE LOW-VALUES TO CXP-FACTURA.
           START CXP-ARCHIVO
               KEY IS NOT LESS THAN CXP-CLAVE
           INVALID KEY
               MOVE "S" TO FIN-CXP.
           PERFORM PROCESA-FACTURA-PROVEEDOR UNTIL FIN-CXP = "S".

       PROCESA-FACTURA-PROVEEDOR.
           READ CXP-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-CXP.
           IF FIN-CXP = "N" AND CXP-PROVEEDOR-ID NOT = I
               MOVE "S" TO FIN-CXP.
           IF FIN-CXP = "N" AND CXP-ESTADO = "A" AND
                   CXP-VENCIMIENTO NOT > FECHA-CORTE
               PERFORM ARMA-DETALLE
               IF MODO-RECORRIDO = "P"
                   WRITE LINEA-PROPUESTA FROM LINEA-DETALLE
               ELSE
                   PERFORM LIQUIDA-FACTURA.

       ARMA-DETALLE.
           COMPUTE IMPORTE-PENDIENTE = CXP-IMPORTE - CXP-PAGADO.
           COMPUTE FECHA-VENCE-ENTERO = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(CXP-VENCIMIENTO)).
           COMPUTE DIAS-ATRASO = FECHA-HOY-ENTERO - FECHA-VENCE-ENTERO.
           MOVE CXP-FACTURA TO DET-FACTURA.
           MOVE CXP-FECHA TO DET-FECHA.
           MOVE CXP-VENCIMIENTO TO DET-VENCE.
           MOVE DIAS-ATRASO TO DET-DIAS.
           MOVE IMPORTE-PENDIENTE TO DET-IMPORTE.

       APRUEBA-PAGOS.
           OPEN OUTPUT AVISOS-ARCHIVO.
           PERFORM LEE-NUMERO-PAGO.
           PERFORM CONFIRMA-PROVEEDOR VARYING I FROM 1 BY 1
               UNTIL I > 9999.
           CLOSE AVISOS-ARCHIVO.
           DISPLAY " ".
           DISPLAY "Avisos de pago emitidos......: " AVISOS-EMITIDOS.
           DISPLAY "Importe pagado...............: " TOTAL-PAGADO.
           IF AVISOS-EMITIDOS NOT = ZERO
               DISPLAY "Avisos generados en avisos_pago.lst".

       CONFIRMA-PROVEEDOR.
           IF PRV-FACTURAS(I) NOT = ZERO
               PERFORM BUSCA-PROVEEDOR
               DISPLAY " "
               DISPLAY "Proveedor " I " " PROVEEDORES-NOMBRE
               DISPLAY " Facturas: " PRV-FACTURAS(I)
                   "  Importe: " PRV-IMPORTE(I)
               DISPLAY "¿Aprueba el pago a este proveedor? (S/N): "
               ACCEPT CONFIRMA
               IF CONFIRMA = "s"
                   MOVE "S" TO CONFIRMA
               END-IF
               IF CONFIRMA = "S"
                   PERFORM PAGA-PROVEEDOR
               ELSE
                   DISPLAY "Pago no aprobado; las facturas siguen"
                       " abiertas.".

       PAGA-PROVEEDOR.
           DISPLAY "Referencia del pago (cheque o transferencia): ".
           MOVE SPACE TO REFERENCIA-PAGO.
           ACCEPT REFERENCIA-PAGO.
           ADD 1 TO NUMERO-PAGO.
           PERFORM ESCRIBE-NUMERO-PAGO.
           PERFORM IMPRIME-ENCABEZADO-AVISO.
           MOVE "L" TO MODO-RECORRIDO.
           PERFORM RECORRE-FACTURAS-PROVEEDOR.
           MOVE SPACE TO LINEA-AVISO.
           WRITE LINEA-AVISO.
           MOVE "TOTAL PAGADO" TO SUB-TITULO.
           MOVE PRV-IMPORTE(I) TO SUB-IMPORTE.
           WRITE LINEA-AVISO FROM LINEA-SUBTOTAL.
           MOVE SPACE TO LINEA-AVISO.
           WRITE LINEA-AVISO.
           WRITE LINEA-AVISO.
           MOVE OPERADOR TO AVI-OPERADOR.
           WRITE LINEA-AVISO FROM AVI-FIRMA.
           ADD 1 TO AVISOS-EMITIDOS.
           ADD PRV-IMPORTE(I) TO TOTAL-PAGADO.
           DISPLAY "Pago " NUMERO-PAGO " registrado.".

       IMPRIME-ENCABEZADO-AVISO.
           MOVE NUMERO-PAGO TO AVI-NUMERO.
           MOVE FECHA-HOY TO AVI-FECHA.
           IF AVISOS-EMITIDOS = ZERO
               WRITE LINEA-AVISO FROM AVI-ENCABEZADO
           ELSE
               WRITE LINEA-AVISO FROM AVI-ENCABEZADO
                   AFTER ADVANCING PAGE.
           MOVE SPACE TO LINEA-AVISO.
           WRITE LINEA-AVISO.
           MOVE I TO AVI-PRV-ID.
           MOVE PROVEEDORES-NOMBRE TO AVI-PRV-NOMBRE.
           WRITE LINEA-AVISO FROM AVI-PROVEEDOR.
           MOVE PROVEEDORES-CONTACTO TO AVI-PRV-CONTACTO.
           WRITE LINEA-AVISO FROM AVI-CONTACTO.
           MOVE REFERENCIA-PAGO TO AVI-REF.
           WRITE LINEA-AVISO FROM AVI-REFERENCIA.
           MOVE SPACE TO LINEA-AVISO.
           WRITE LINEA-AVISO.
           WRITE LINEA-AVISO FROM AVI-LEYENDA.
           WRITE LINEA-AVISO FROM LINEA-COLUMNAS.

       LIQUIDA-FACTURA.
           WRITE LINEA-AVISO FROM LINEA-DETALLE.
           MOVE CXP-IMPORTE TO CXP-PAGADO.
           MOVE "P" TO CXP-ESTADO.
           MOVE FECHA-HOY TO CXP-FECHA-PAGO.
           MOVE NUMERO-PAGO TO CXP-PAGO-NUMERO.
           MOVE REFERENCIA-PAGO TO CXP-PAGO-REFERENCIA.
           MOVE OPERADOR TO CXP-OPERADOR-PAGO.
           REWRITE CXP-REGISTRO
           INVALID KEY
               DISPLAY "Error al liquidar la factura " CXP-FACTURA
                   " (estado: " CXP-STATUS ")".

       END PROGRAM PAYMENT-RUN.
