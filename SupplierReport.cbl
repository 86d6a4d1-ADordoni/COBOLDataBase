       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARCHIVO-STATUS.

       SELECT FUENTES-ARCHIVO
       ASSIGN TO "fuentes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS FUENTE-CLAVE
       ALTERNATE RECORD KEY IS FUENTE-PROVEEDOR-ID
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS FUENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROVEEDORES-ARCHIVO.
       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

       FD FUENTES-ARCHIVO.
       COPY "FUENTES.cpy".

       WORKING-STORAGE SECTION.
       77 PROVEEDOR-STATUS PIC XX.
       77 ARCHIVO-STATUS PIC XX.
       77 CONTADOR-PROVEEDORES PIC 9(5) VALUE ZERO.
       77 SIN-PROVEEDOR-CUENTA PIC 9(5).
       77 SIN-PROVEEDOR-VALOR PIC 9(11)V99.
       77 FUENTES-STATUS PIC XX.
       77 FUENTES-DISPONIBLE PIC X VALUE "N".
       77 FIN-FUENTES PIC X.
       77 FUENTES-PROVEEDOR PIC 9(5).

       01 TABLA-ENLACES.
           05 ENLACE-ENTRADA OCCURS 9999 TIMES.
           05 PRV-CUENTA PIC ZZ,ZZ9.
           05 FILLER PIC X(7) VALUE " Valor:".
           05 PRV-VALOR PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 LINEA-COLUMNAS-FUENTE.
           05 FILLER PIC X(36) VALUE
               "        ID  Producto                ".
           05 FILLER PIC X(40) VALUE
               " Cod. prov.        Costo  Minimo  Empaq.".
       01 LINEA-FUENTE.
           05 FILLER PIC X(6) VALUE SPACE.
           05 FUE-ARTICULO PIC Z(4).
           05 FILLER PIC X(2) VALUE SPACE.
           05 FUE-PRODUCTO PIC X(24).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FUE-CODIGO PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FUE-COSTO PIC ZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACE.
           05 FUE-MINIMO PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 FUE-EMPAQUE PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FUE-PREFERIDO PIC X(4).

       PROCEDURE DIVISION.

       MOVE "0" TO LEE-TODO.
       PERFORM LEE-SIGUIENTE-ARTICULO.
       PERFORM ACUMULA-ARTICULO UNTIL LEE-TODO = "1".
       OPEN INPUT FUENTES-ARCHIVO.
       IF FUENTES-STATUS = "00"
           MOVE "S" TO FUENTES-DISPONIBLE.
       DISPLAY " ".
       DISPLAY "CATALOGO DE PROVEEDORES".
       DISPLAY " ".
               SIN-PROVEEDOR-CUENTA
               "  Valor: " SIN-PROVEEDOR-VALOR.
       CLOSE PROVEEDORES-ARCHIVO.
       CLOSE ARTICULOS-ARCHIVO.
       IF FUENTES-DISPONIBLE = "S"
           CLOSE FUENTES-ARCHIVO.
       GOBACK.

       MUESTRA-ERROR-PROVEEDORES.
               MOVE PROVEEDORES-TIEMPO-ENTREGA TO PRV-ENTREGA
               MOVE ENL-CUENTA(PROVEEDORES-ID) TO PRV-CUENTA
               MOVE ENL-VALOR(PROVEEDORES-ID) TO PRV-VALOR
               DISPLAY LINEA-PROVEEDOR
               IF FUENTES-DISPONIBLE = "S"
                   PERFORM MUESTRA-CATALOGO-FUENTES.
           PERFORM LEE-PROVEEDOR.

       MUESTRA-CATALOGO-FUENTES.
           MOVE ZERO TO FUENTES-PROVEEDOR.
           MOVE "N" TO FIN-FUENTES.
           MOVE PROVEEDORES-ID TO FUENTE-PROVEEDOR-ID.
           START FUENTES-ARCHIVO
               KEY IS EQUAL TO FUENTE-PROVEEDOR-ID
           INVALID KEY
               MOVE "S" TO FIN-FUENTES.
           PERFORM MUESTRA-FUENTE UNTIL FIN-FUENTES = "S".
           IF FUENTES-PROVEEDOR NOT = ZERO
               DISPLAY " ".

       MUESTRA-FUENTE.
           READ FUENTES-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-FUENTES.
           IF FIN-FUENTES = "N" AND
                   FUENTE-PROVEEDOR-ID NOT = PROVEEDORES-ID
               MOVE "S" TO FIN-FUENTES.
           IF FIN-FUENTES = "N"
               IF FUENTES-PROVEEDOR = ZERO
                   DISPLAY LINEA-COLUMNAS-FUENTE
               END-IF
               ADD 1 TO FUENTES-PROVEEDOR
               MOVE FUENTE-ARTICULO-ID TO FUE-ARTICULO
               MOVE FUENTE-ARTICULO-ID TO ARTICULOS-ID
               READ ARTICULOS-ARCHIVO RECORD
               INVALID KEY
                   MOVE "(no registrado)" TO FUE-PRODUCTO
               NOT INVALID KEY
                   MOVE ARTICULOS-PRODUCTO TO FUE-PRODUCTO
               END-READ
               MOVE FUENTE-CODIGO TO FUE-CODIGO
               MOVE FUENTE-COSTO TO FUE-COSTO
               MOVE FUENTE-MINIMO TO FUE-MINIMO
               MOVE FUENTE-EMPAQUE TO FUE-EMPAQUE
               IF FUENTE-PREFERIDO = "S"
                   MOVE "PREF" TO FUE-PREFERIDO
               ELSE
                   MOVE SPACE TO FUE-PREFERIDO
               END-IF
               DISPLAY LINEA-FUENTE.

       END PROGRAM SUPPLIER-REPORT.
