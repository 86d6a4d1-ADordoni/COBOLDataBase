      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYABLES-AGING.

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

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "antiguedad_prov.lst"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CXP-ARCHIVO.
       COPY "CXP.cpy".

       FD PROVEEDORES-ARCHIVO.
       COPY "PROVEEDORES.cpy".

       FD REPORTE-ARCHIVO.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       77 CXP-STATUS PIC XX.
       77 PROVEEDORES-STATUS PIC XX.
       77 PROVEEDORES-DISPONIBLE PIC X VALUE "N".
       77 FIN-CXP PIC X VALUE "N".
       77 REGISTRO-ENCONTRADO PIC X.
       77 FECHA-HOY-ENTERO PIC 9(7).
       77 FECHA-VENCE-ENTERO PIC 9(7).
       77 DIAS-VENCIDOS PIC S9(5).
       77 IMPORTE-PENDIENTE PIC 9(9)V99.
       77 FACTURAS-ABIERTAS PIC 9(5) VALUE ZERO.
       77 I PIC 9(5).
       77 TOTAL-POR-VENCER PIC 9(11)V99 VALUE ZERO.
       77 TOTAL-30 PIC 9(11)V99 VALUE ZERO.
       77 TOTAL-60 PIC 9(11)V99 VALUE ZERO.
       77 TOTAL-MAS-60 PIC 9(11)V99 VALUE ZERO.
       77 TOTAL-GENERAL PIC 9(11)V99 VALUE ZERO.

       01 TABLA-PROVEEDORES.
           05 SALDO-PROVEEDOR OCCURS 9999 TIMES.
               10 PRV-POR-VENCER PIC 9(9)V99.
               10 PRV-30 PIC 9(9)V99.
               10 PRV-60 PIC 9(9)V99.
               10 PRV-MAS-60 PIC 9(9)V99.

       01 LINEA-ENCABEZADO PIC X(100) VALUE
           "ANTIGUEDAD DE SALDOS CON PROVEEDORES (DIAS DE VENCIDO)".
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "    ID  Proveedor                       ".
           05 FILLER PIC X(51) VALUE
               "  Por vencer    1-30 dias   31-60 dias    Mas de 60".
       01 LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-ID PIC Z(5).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-POR-VENCER PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-30 PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-60 PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-MAS-60 PIC Z,ZZZ,ZZ9.99.
       01 LINEA-TOTAL.
           05 FILLER PIC X(9) VALUE SPACE.
           05 FILLER PIC X(30) VALUE "TOTALES.......................".
           05 FILLER PIC X(1) VALUE SPACE.
           05 TOT-POR-VENCER PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TOT-30 PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TOT-60 PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TOT-MAS-60 PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       OPEN INPUT CXP-ARCHIVO.
       IF CXP-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-CXP
           GOBACK.
       OPEN INPUT PROVEEDORES-ARCHIVO.
       IF PROVEEDORES-STATUS = "00"
           MOVE "S" TO PROVEEDORES-DISPONIBLE
       ELSE
           DISPLAY "Aviso: no se pudo abrir proveedores.dat; el"
               " reporte sale sin nombres.".
       COMPUTE FECHA-HOY-ENTERO = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
       MOVE ZEROES TO TABLA-PROVEEDORES.
       PERFORM LEE-CXP.
       PERFORM ACUMULA-FACTURA UNTIL FIN-CXP = "S".
       CLOSE CXP-ARCHIVO.
       IF FACTURAS-ABIERTAS = ZERO
           DISPLAY "No hay facturas de proveedor por pagar."
       ELSE
           PERFORM GENERA-REPORTE
           DISPLAY "Reporte generado en antiguedad_prov.lst".
       IF PROVEEDORES-DISPONIBLE = "S"
           CLOSE PROVEEDORES-ARCHIVO.
       GOBACK.

       MUESTRA-ERROR-CXP.
           DISPLAY "No se pudo abrir las cuentas por pagar.".
           EVALUATE CXP-STATUS
               WHEN "35"
                   DISPLAY "El archivo cxp.dat no existe."
                   DISPLAY "Aun no hay facturas de proveedor"
                       " aprobadas."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " CXP-STATUS
           END-EVALUATE.

       LEE-CXP.
           READ CXP-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-CXP.

       ACUMULA-FACTURA.
           IF CXP-ESTADO = "A" AND CXP-PROVEEDOR-ID NOT = ZERO
               ADD 1 TO FACTURAS-ABIERTAS
               COMPUTE IMPORTE-PENDIENTE = CXP-IMPORTE - CXP-PAGADO
               COMPUTE FECHA-VENCE-ENTERO =
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CXP-VENCIMIENTO))
               COMPUTE DIAS-VENCIDOS =
                   FECHA-HOY-ENTERO - FECHA-VENCE-ENTERO
               PERFORM CLASIFICA-FACTURA.
           PERFORM LEE-CXP.

       CLASIFICA-FACTURA.
           EVALUATE TRUE
               WHEN DIAS-VENCIDOS < 1
                   ADD IMPORTE-PENDIENTE
                       TO PRV-POR-VENCER(CXP-PROVEEDOR-ID)
                   ADD IMPORTE-PENDIENTE TO TOTAL-POR-VENCER
               WHEN DIAS-VENCIDOS < 31
                   ADD IMPORTE-PENDIENTE
                       TO PRV-30(CXP-PROVEEDOR-ID)
                   ADD IMPORTE-PENDIENTE TO TOTAL-30
               WHEN DIAS-VENCIDOS < 61
                   ADD IMPORTE-PENDIENTE
                       TO PRV-60(CXP-PROVEEDOR-ID)
                   ADD IMPORTE-PENDIENTE TO TOTAL-60
               WHEN OTHER
                   ADD IMPORTE-PENDIENTE
                       TO PRV-MAS-60(CXP-PROVEEDOR-ID)
                   ADD IMPORTE-PENDIENTE TO TOTAL-MAS-60
           END-EVALUATE.
           ADD IMPORTE-PENDIENTE TO TOTAL-GENERAL.

       GENERA-REPORTE.
           OPEN OUTPUT REPORTE-ARCHIVO.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS.
           MOVE 1 TO I.
           PERFORM IMPRIME-PROVEEDOR UNTIL I > 9999.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE TOTAL-POR-VENCER TO TOT-POR-VENCER.
           MOVE TOTAL-30 TO TOT-30.
           MOVE TOTAL-60 TO TOT-60.
           MOVE TOTAL-MAS-60 TO TOT-MAS-60.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
           CLOSE REPORTE-ARCHIVO.
           DISPLAY " ".
           DISPLAY "Facturas por pagar.......: " FACTURAS-ABIERTAS.
           DISPLAY "Saldo total con proveedores: " TOTAL-GENERAL.

       IMPRIME-PROVEEDOR.
           IF PRV-POR-VENCER(I) NOT = ZERO OR PRV-30(I) NOT = ZERO OR
                   PRV-60(I) NOT = ZERO OR PRV-MAS-60(I) NOT = ZERO
               PERFORM BUSCA-NOMBRE-PROVEEDOR
               MOVE SPACE TO LINEA-DETALLE
               MOVE I TO DET-ID
               MOVE PROVEEDORES-NOMBRE TO DET-NOMBRE
               IF REGISTRO-ENCONTRADO = "N"
                   MOVE "(proveedor eliminado)" TO DET-NOMBRE
               END-IF
               MOVE PRV-POR-VENCER(I) TO DET-POR-VENCER
               MOVE PRV-30(I) TO DET-30
               MOVE PRV-60(I) TO DET-60
               MOVE PRV-MAS-60(I) TO DET-MAS-60
               WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           ADD 1 TO I.

       BUSCA-NOMBRE-PROVEEDOR.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           MOVE SPACE TO PROVEEDORES-NOMBRE.
           IF PROVEEDORES-DISPONIBLE = "S"
               MOVE "S" TO REGISTRO-ENCONTRADO
               MOVE I TO PROVEEDORES-ID
               READ PROVEEDORES-ARCHIVO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

       END PROGRAM PAYABLES-AGING.
