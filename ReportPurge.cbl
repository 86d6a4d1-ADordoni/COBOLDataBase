      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-PURGE.

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

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-ARCHIVO.
       COPY "REPCONTROL.cpy".

       FD INDICE-ARCHIVO.
       COPY "REPORTES.cpy".

       WORKING-STORAGE SECTION.
       77 CONTROL-STATUS PIC XX.
       77 INDICE-STATUS PIC XX.
       77 FIN-CONTROL PIC X.
       77 FIN-INDICE PIC X.
       77 RESULT-CODE PIC 9(2) COMP-5.
       77 TOTAL-TIPOS PIC 9(3) VALUE ZERO.
       77 MAX-TIPOS PIC 9(3) VALUE 100.
       77 I PIC 9(3).
       77 DIAS-RETENCION PIC 9(4).
       77 FECHA-HOY-ENTERO PIC 9(7).
       77 FECHA-COPIA-ENTERO PIC 9(7).
       77 COPIAS-REVISADAS PIC 9(6) VALUE ZERO.
       77 COPIAS-BORRADAS PIC 9(6) VALUE ZERO.
       77 COPIAS-AUSENTES PIC 9(6) VALUE ZERO.
       01 NOMBRE-COPIA PIC X(50).

       01 TABLA-RETENCION.
           05 TIPO-REPORTE OCCURS 100 TIMES.
               10 TIPO-NOMBRE PIC X(30).
               10 TIPO-DIAS PIC 9(4).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "DEPURACION DEL ARCHIVO DE REPORTES".
       OPEN INPUT CONTROL-ARCHIVO.
       IF CONTROL-STATUS NOT = "00"
           DISPLAY "No existe reportes_control.dat; no hay reglas de"
               " retencion y no se depura."
           GOBACK.
       MOVE "N" TO FIN-CONTROL.
       PERFORM LEE-CONTROL.
       PERFORM GUARDA-TIPO UNTIL FIN-CONTROL = "S".
       CLOSE CONTROL-ARCHIVO.
       OPEN I-O INDICE-ARCHIVO.
       IF INDICE-STATUS NOT = "00"
           DISPLAY "No hay reportes archivados que depurar."
           GOBACK.
       COMPUTE FECHA-HOY-ENTERO = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
       MOVE "N" TO FIN-INDICE.
       PERFORM LEE-INDICE.
       PERFORM REVISA-COPIA UNTIL FIN-INDICE = "S".
       CLOSE INDICE-ARCHIVO.
       DISPLAY "Copias revisadas.........: " COPIAS-REVISADAS.
       DISPLAY "Copias depuradas.........: " COPIAS-BORRADAS.
       IF COPIAS-AUSENTES > ZERO
           DISPLAY "Ya no estaban en disco...: " COPIAS-AUSENTES.
       GOBACK.

       LEE-CONTROL.
           READ CONTROL-ARCHIVO
           AT END
               MOVE "S" TO FIN-CONTROL.

       GUARDA-TIPO.
           IF CTL-REPORTE NOT = SPACE AND TOTAL-TIPOS < MAX-TIPOS
               ADD 1 TO TOTAL-TIPOS
               MOVE CTL-REPORTE TO TIPO-NOMBRE(TOTAL-TIPOS)
               IF CTL-DIAS-RETENCION IS NUMERIC
                   MOVE CTL-DIAS-RETENCION TO TIPO-DIAS(TOTAL-TIPOS)
               ELSE
                   MOVE ZERO TO TIPO-DIAS(TOTAL-TIPOS).
           PERFORM LEE-CONTROL.

       LEE-INDICE.
           READ INDICE-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-INDICE.

      * Un reporte que ya no esta en reportes_control.dat, o con
      * retencion 0000, se conserva.
       REVISA-COPIA.
           ADD 1 TO COPIAS-REVISADAS.
           PERFORM BUSCA-RETENCION.
           IF DIAS-RETENCION > ZERO AND
                   REP-FECHA-HORA(1:8) IS NUMERIC
               COMPUTE FECHA-COPIA-ENTERO = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(REP-FECHA-HORA(1:8)))
               IF FECHA-HOY-ENTERO - FECHA-COPIA-ENTERO >
                       DIAS-RETENCION
                   PERFORM BORRA-COPIA
               END-IF
           END-IF.
           PERFORM LEE-INDICE.

       BUSCA-RETENCION.
           MOVE ZERO TO DIAS-RETENCION.
           MOVE 1 TO I.
           PERFORM COMPARA-TIPO
               UNTIL I > TOTAL-TIPOS OR DIAS-RETENCION > ZERO.

       COMPARA-TIPO.
           IF TIPO-NOMBRE(I) = REP-REPORTE
               MOVE TIPO-DIAS(I) TO DIAS-RETENCION.
           ADD 1 TO I.

       BORRA-COPIA.
           MOVE REP-COPIA TO NOMBRE-COPIA.
           CALL "CBL_DELETE_FILE" USING NOMBRE-COPIA
               RETURNING RESULT-CODE.
           IF RESULT-CODE NOT = ZERO
               ADD 1 TO COPIAS-AUSENTES.
           DELETE INDICE-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "No se pudo quitar del indice la copia "
                   REP-NUMERO " (estado: " INDICE-STATUS ")"
           NOT INVALID KEY
               ADD 1 TO COPIAS-BORRADAS
           END-DELETE.

       END PROGRAM REPORT-PURGE.
