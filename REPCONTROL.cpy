      ******************************************************************
      * Copybook: reportes que se archivan y su retencion
      * (reportes_control.dat), un listado por linea. REPORT-ARCHIVE
      * lo crea con la lista estandar la primera vez y archiva, al
      * terminar CTL-PROGRAMA, el listado CTL-REPORTE si se genero en
      * esa ejecucion. REPORT-PURGE borra las copias de CTL-REPORTE con
      * mas de CTL-DIAS-RETENCION dias (0000 = se guardan siempre).
      ******************************************************************
       01 REPCONTROL-REGISTRO.
           05 CTL-PROGRAMA PIC X(30).
           05 CTL-REPORTE PIC X(30).
           05 CTL-DIAS-RETENCION PIC 9(4).
