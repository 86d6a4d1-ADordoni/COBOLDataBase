      ******************************************************************
      * Copybook: indice del archivo de reportes (reportes_archivo.dat),
      * una copia archivada por registro. Lo escribe REPORT-ARCHIVE
      * cada vez que un programa llamado desde el menu o desde
      * END-OF-DAY deja un reporte nuevo; lo consulta REPORT-INQUIRY
      * para reimprimir y lo depura REPORT-PURGE segun la retencion
      * de reportes_control.dat.
      * REP-REPORTE es el nombre del listado original (el tipo de
      * reporte) y REP-COPIA el de la copia fechada y numerada:
      * <reporte>_<AAAAMMDD>_<REP-NUMERO>.lst.
      * REP-PAGINAS = saltos de pagina del listado mas uno.
      ******************************************************************
       01 REPORTES-REGISTRO.
           05 REP-NUMERO PIC 9(6).
           05 REP-FECHA-HORA PIC X(14).
           05 REP-PROGRAMA PIC X(30).
           05 REP-OPERADOR PIC X(10).
           05 REP-REPORTE PIC X(30).
           05 REP-COPIA PIC X(50).
           05 REP-PAGINAS PIC 9(5).
           05 REP-LINEAS PIC 9(7).
