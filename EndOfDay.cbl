       77 RESULTADO-PASO PIC X(12).
       77 CODIGO-RETORNO PIC 9(4).
       77 PASO-BITACORA PIC X(30).
       77 INICIO-PASO PIC X(14).

       01 TABLA-PASOS.
           05 PASO-NOMBRE OCCURS 20 TIMES PIC X(30).
           WRITE LINEA-CONTROL.
           MOVE "RECONCILE-DATA-BASE" TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE "SUBLEDGER-CHECK" TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE "CREDIT-REVIEW" TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE "INVENTORY-REPORT" TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE "CATEGORY-REPORT" TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE "GL-EXTRACT" TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE "REPORT-PURGE" TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-ARCHIVO.

       LEE-LINEA-CONTROL.
           MOVE "INICIADO" TO RESULTADO-PASO.
           PERFORM REGISTRA-BITACORA.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO INICIO-PASO.
           CALL PASO-NOMBRE(PASO-ACTUAL)
           ON EXCEPTION
               MOVE 16 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO CODIGO-RETORNO.
           CANCEL PASO-NOMBRE(PASO-ACTUAL).
           PERFORM ARCHIVA-REPORTES.
           IF CODIGO-RETORNO = ZERO
               MOVE "OK" TO RESULTADO-PASO
               PERFORM REGISTRA-BITACORA
               PERFORM REGISTRA-BITACORA
               MOVE "S" TO FALLO-CADENA.

      * El reporte de un paso que se detiene tambien se archiva.
       ARCHIVA-REPORTES.
           CALL "REPORT-ARCHIVE"
               USING PASO-NOMBRE(PASO-ACTUAL) INICIO-PASO
           ON EXCEPTION
               DISPLAY "Aviso: no se pudo cargar REPORT-ARCHIVE; el"
                   " reporte del paso no quedo archivado."
           NOT ON EXCEPTION
               CANCEL "REPORT-ARCHIVE"
           END-CALL.

       REGISTRA-INICIO-CORRIDA.
           MOVE "INICIO-CIERRE" TO PASO-BITACORA.
           MOVE "INICIADO" TO RESULTADO-PASO.
