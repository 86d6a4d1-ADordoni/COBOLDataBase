      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHRINK-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MERMAS-ARCHIVO
       ASSIGN TO "mermas.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MERMAS-STATUS.

       SELECT MOTIVOS-ARCHIVO
       ASSIGN TO "motivos_merma.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS MOTIVO-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS MOTIVOS-STATUS.

       SELECT UBICACIONES-ARCHIVO
       ASSIGN TO "ubicaciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS UBICACIONES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS UBICACIONES-STATUS.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "mermas.lst"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MERMAS-ARCHIVO.
       COPY "MERMAS.cpy".

       FD MOTIVOS-ARCHIVO.
       COPY "MOTIVOS.cpy".

       FD UBICACIONES-ARCHIVO.
       COPY "UBICACIONES.cpy".

       FD REPORTE-ARCHIVO.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       77 MERMAS-STATUS PIC XX.
       77 MOTIVOS-STATUS PIC XX.
       77 UBICACIONES-STATUS PIC XX.
       77 REPORTE-STATUS PIC XX.
       77 MOTIVOS-DISPONIBLE PIC X VALUE "N".
       77 UBICACIONES-DISPONIBLE PIC X VALUE "N".
       77 FIN-MERMAS PIC X VALUE "N".
       77 ENCONTRADO PIC X.
       77 MES-REPORTE PIC X(6).
       77 K PIC 9(3).
       77 U PIC 9(3).
       77 CONTADOR-MOTIVOS PIC 9(3) VALUE ZERO.
       77 MAX-MOTIVOS PIC 9(3) VALUE 50.
       77 CONTADOR-CATEGORIAS PIC 9(3) VALUE ZERO.
       77 MAX-CATEGORIAS PIC 9(3) VALUE 200.
       77 AVISO-CATEGORIAS PIC X VALUE "N".
       77 AVISO-MOTIVOS PIC X VALUE "N".
       77 VALOR-TRABAJO PIC 9(9)V99.
       77 UNIDADES-RENGLON PIC 9(7).
       77 VALOR-RENGLON PIC 9(11)V99.
       77 TOTAL-UNIDADES PIC 9(7) VALUE ZERO.
       77 TOTAL-VALOR PIC 9(11)V99 VALUE ZERO.
       77 CONTADOR-BAJAS PIC 9(7) VALUE ZERO.

       01 TABLA-MOTIVOS.
           05 MOT-ENTRADA OCCURS 50 TIMES.
               10 MOT-CODIGO PIC X(2).
               10 MOT-UNIDADES PIC 9(7).
               10 MOT-VALOR PIC 9(11)V99.

       01 TABLA-CATEGORIAS.
           05 CAT-ENTRADA OCCURS 200 TIMES.
               10 CAT-NOMBRE PIC X(15).
               10 CAT-UNIDADES PIC 9(7).
               10 CAT-VALOR PIC 9(11)V99.

      * Posicion 1 = sin ubicacion; la ubicacion n va en n + 1.
       01 TABLA-UBICACIONES.
           05 UBI-ENTRADA OCCURS 100 TIMES.
               10 UBI-UNIDADES PIC 9(7).
               10 UBI-VALOR PIC 9(11)V99.

       01 LINEA-TITULO.
           05 FILLER PIC X(30) VALUE
               "MERMAS Y BAJAS DE INVENTARIO -".
           05 FILLER PIC X(5) VALUE " MES ".
           05 TIT-MES PIC X(6).
       01 LINEA-SECCION PIC X(40).
       01 LINEA-COLUMNAS.
           05 FILLER PIC X(48) VALUE
               "  Clave           Descripcion                   ".
           05 FILLER PIC X(7) VALUE "  Unid.".
           05 FILLER PIC X(14) VALUE "         Costo".
           05 FILLER PIC X(7) VALUE "  % val".
       01 LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-CLAVE PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DESCRIPCION PIC X(30).
           05 DET-UNIDADES PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-VALOR PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DET-PORCENTAJE PIC ZZ9.9.
       01 LINEA-TOTAL.
           05 FILLER PIC X(2) VALUE SPACE.
           05 FILLER PIC X(46) VALUE
               "TOTAL DEL MES.................................".
           05 TOT-UNIDADES PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 TOT-VALOR PIC Z,ZZZ,ZZ9.99.
       01 LINEA-CONTADOR.
           05 FILLER PIC X(2) VALUE SPACE.
           05 FILLER PIC X(24) VALUE "Bajas registradas......:".
           05 CNT-BAJAS PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       OPEN INPUT MERMAS-ARCHIVO.
       IF MERMAS-STATUS NOT = "00"
           DISPLAY "No hay diario de mermas (mermas.dat); aun no se"
               " ha registrado ninguna baja."
           GOBACK.
       OPEN OUTPUT REPORTE-ARCHIVO.
       IF REPORTE-STATUS NOT = "00"
           DISPLAY "No se pudo crear mermas.lst (estado: "
               REPORTE-STATUS ")"
           CLOSE MERMAS-ARCHIVO
           GOBACK.
       OPEN INPUT MOTIVOS-ARCHIVO.
       IF MOTIVOS-STATUS = "00"
           MOVE "S" TO MOTIVOS-DISPONIBLE.
       OPEN INPUT UBICACIONES-ARCHIVO.
       IF UBICACIONES-STATUS = "00"
           MOVE "S" TO UBICACIONES-DISPONIBLE.
       PERFORM PIDE-MES.
       MOVE ZEROES TO TABLA-UBICACIONES.
       PERFORM LEE-MERMA.
       PERFORM PROCESA-MERMA UNTIL FIN-MERMAS = "S".
       PERFORM IMPRIME-REPORTE.
       CLOSE MERMAS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       IF MOTIVOS-DISPONIBLE = "S"
           CLOSE MOTIVOS-ARCHIVO.
       IF UBICACIONES-DISPONIBLE = "S"
           CLOSE UBICACIONES-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Bajas del mes " MES-REPORTE ".....: " CONTADOR-BAJAS.
       DISPLAY "Reporte generado en mermas.lst".
       GOBACK.

       PIDE-MES.
           DISPLAY "Mes a reportar (AAAAMM, vacio = mes actual): ".
           ACCEPT MES-REPORTE.
           IF MES-REPORTE = SPACE
               MOVE FUNCTION CURRENT-DATE(1:6) TO MES-REPORTE.
           IF MES-REPORTE NOT NUMERIC OR
                   MES-REPORTE(5:2) < "01" OR MES-REPORTE(5:2) > "12"
               DISPLAY "El mes debe ser AAAAMM."
               PERFORM PIDE-MES.

       LEE-MERMA.
           READ MERMAS-ARCHIVO
           AT END
               MOVE "S" TO FIN-MERMAS.

       PROCESA-MERMA.
           IF MER-FECHA-HORA(1:6) = MES-REPORTE
               PERFORM ACUMULA-MERMA.
           PERFORM LEE-MERMA.

       ACUMULA-MERMA.
           ADD 1 TO CONTADOR-BAJAS.
           COMPUTE VALOR-TRABAJO = MER-CANTIDAD * MER-COSTO
               ON SIZE ERROR
                   MOVE ZERO TO VALOR-TRABAJO.
           PERFORM BUSCA-MOTIVO.
           IF K NOT = ZERO
               ADD MER-CANTIDAD TO MOT-UNIDADES(K)
               ADD VALOR-TRABAJO TO MOT-VALOR(K).
           PERFORM BUSCA-CATEGORIA.
           IF K NOT = ZERO
               ADD MER-CANTIDAD TO CAT-UNIDADES(K)
               ADD VALOR-TRABAJO TO CAT-VALOR(K).
           COMPUTE U = MER-UBICACION + 1.
           ADD MER-CANTIDAD TO UBI-UNIDADES(U).
           ADD VALOR-TRABAJO TO UBI-VALOR(U).
           ADD MER-CANTIDAD TO TOTAL-UNIDADES.
           ADD VALOR-TRABAJO TO TOTAL-VALOR.

       BUSCA-MOTIVO.
           MOVE "N" TO ENCONTRADO.
           MOVE 1 TO K.
           PERFORM COMPARA-MOTIVO
               UNTIL ENCONTRADO = "S" OR K > CONTADOR-MOTIVOS.
           IF ENCONTRADO = "N"
               IF CONTADOR-MOTIVOS < MAX-MOTIVOS
                   ADD 1 TO CONTADOR-MOTIVOS
                   MOVE CONTADOR-MOTIVOS TO K
                   MOVE MER-MOTIVO TO MOT-CODIGO(K)
                   MOVE ZERO TO MOT-UNIDADES(K)
                   MOVE ZERO TO MOT-VALOR(K)
               ELSE
                   MOVE ZERO TO K
                   IF AVISO-MOTIVOS = "N"
                       MOVE "S" TO AVISO-MOTIVOS
                       DISPLAY "Aviso: hay mas de " MAX-MOTIVOS
                           " motivos; el resto no se desglosa.".

       COMPARA-MOTIVO.
           IF MOT-CODIGO(K) = MER-MOTIVO
               MOVE "S" TO ENCONTRADO
           ELSE
               ADD 1 TO K.

       BUSCA-CATEGORIA.
           MOVE "N" TO ENCONTRADO.
           MOVE 1 TO K.
           PERFORM COMPARA-CATEGORIA
               UNTIL ENCONTRADO = "S" OR K > CONTADOR-CATEGORIAS.
           IF ENCONTRADO = "N"
               IF CONTADOR-CATEGORIAS < MAX-CATEGORIAS
                   ADD 1 TO CONTADOR-CATEGORIAS
                   MOVE CONTADOR-CATEGORIAS TO K
                   MOVE MER-CATEGORIA TO CAT-NOMBRE(K)
                   MOVE ZERO TO CAT-UNIDADES(K)
                   MOVE ZERO TO CAT-VALOR(K)
               ELSE
                   MOVE ZERO TO K
                   IF AVISO-CATEGORIAS = "N"
                       MOVE "S" TO AVISO-CATEGORIAS
                       DISPLAY "Aviso: hay mas de " MAX-CATEGORIAS
                           " categorias; el resto no se desglosa.".

       COMPARA-CATEGORIA.
           IF CAT-NOMBRE(K) = MER-CATEGORIA
               MOVE "S" TO ENCONTRADO
           ELSE
               ADD 1 TO K.

       IMPRIME-REPORTE.
           MOVE MES-REPORTE TO TIT-MES.
           WRITE LINEA-REPORTE FROM LINEA-TITULO.
           MOVE "POR MOTIVO" TO LINEA-SECCION.
           PERFORM IMPRIME-SECCION.
           PERFORM IMPRIME-MOTIVO VARYING K FROM 1 BY 1
               UNTIL K > CONTADOR-MOTIVOS.
           MOVE "POR CATEGORIA" TO LINEA-SECCION.
           PERFORM IMPRIME-SECCION.
           PERFORM IMPRIME-CATEGORIA VARYING K FROM 1 BY 1
               UNTIL K > CONTADOR-CATEGORIAS.
           MOVE "POR UBICACION" TO LINEA-SECCION.
           PERFORM IMPRIME-SECCION.
           PERFORM IMPRIME-UBICACION VARYING U FROM 1 BY 1
               UNTIL U > 100.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE TOTAL-UNIDADES TO TOT-UNIDADES.
           MOVE TOTAL-VALOR TO TOT-VALOR.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
           MOVE CONTADOR-BAJAS TO CNT-BAJAS.
           WRITE LINEA-REPORTE FROM LINEA-CONTADOR.

       IMPRIME-SECCION.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-SECCION.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS.

       IMPRIME-MOTIVO.
           MOVE MOT-CODIGO(K) TO DET-CLAVE.
           MOVE "Motivo no registrado" TO DET-DESCRIPCION.
           IF MOTIVOS-DISPONIBLE = "S"
               MOVE MOT-CODIGO(K) TO MOTIVO-CODIGO
               READ MOTIVOS-ARCHIVO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MOTIVO-DESCRIPCION TO DET-DESCRIPCION.
           MOVE MOT-UNIDADES(K) TO UNIDADES-RENGLON.
           MOVE MOT-VALOR(K) TO VALOR-RENGLON.
           PERFORM ESCRIBE-DETALLE.

       IMPRIME-CATEGORIA.
           MOVE CAT-NOMBRE(K) TO DET-CLAVE.
           IF CAT-NOMBRE(K) = SPACE
               MOVE "(sin categoria)" TO DET-CLAVE.
           MOVE SPACE TO DET-DESCRIPCION.
           MOVE CAT-UNIDADES(K) TO UNIDADES-RENGLON.
           MOVE CAT-VALOR(K) TO VALOR-RENGLON.
           PERFORM ESCRIBE-DETALLE.

       IMPRIME-UBICACION.
           IF UBI-UNIDADES(U) NOT = ZERO
               PERFORM ARMA-UBICACION
               MOVE UBI-UNIDADES(U) TO UNIDADES-RENGLON
               MOVE UBI-VALOR(U) TO VALOR-RENGLON
               PERFORM ESCRIBE-DETALLE.

       ARMA-UBICACION.
           MOVE SPACE TO DET-CLAVE.
           MOVE SPACE TO DET-DESCRIPCION.
           IF U = 1
               MOVE "Sin ubicacion" TO DET-CLAVE
           ELSE
               COMPUTE UBICACIONES-ID = U - 1
               MOVE UBICACIONES-ID TO DET-CLAVE
               IF UBICACIONES-DISPONIBLE = "S"
                   READ UBICACIONES-ARCHIVO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UBICACIONES-NOMBRE TO DET-DESCRIPCION.

       ESCRIBE-DETALLE.
           MOVE UNIDADES-RENGLON TO DET-UNIDADES.
           MOVE VALOR-RENGLON TO DET-VALOR.
           MOVE ZERO TO DET-PORCENTAJE.
           IF TOTAL-VALOR NOT = ZERO
               COMPUTE DET-PORCENTAJE ROUNDED =
                   VALOR-RENGLON * 100 / TOTAL-VALOR.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.

       END PROGRAM SHRINK-REPORT.
