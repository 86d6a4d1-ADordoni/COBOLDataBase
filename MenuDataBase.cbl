       77 ARCHIVO-VACIO PIC X.
       77 PROGRAMA-LLAMADO PIC X(30).
       77 NIVEL-REQUERIDO PIC 9.
       77 INICIO-LLAMADA PIC X(14).

       PROCEDURE DIVISION.

           DISPLAY "55. Consulta de diarios archivados".
           DISPLAY "56. Variaciones de costo en recepciones".
           DISPLAY "57. Extracto contable del dia".
           DISPLAY "58. Devoluciones de clientes".
           DISPLAY "59. Analisis de ventas".
           DISPLAY "60. Corte de cobranza para deposito".
           DISPLAY "61. Estados de cuenta de clientes".
           DISPLAY "62. Revision de credito de clientes".
           DISPLAY "63. Pedidos de venta y surtido".
           DISPLAY "64. Convenios de precio por cliente".
           DISPLAY "65. Ventas abajo del precio de lista".
           DISPLAY "66. Fuentes de abastecimiento por articulo".
           DISPLAY "67. Traspasos en transito vencidos".
           DISPLAY "68. Bajas de inventario (mermas)".
           DISPLAY "69. Reporte mensual de mermas".
           DISPLAY "70. Motivos de baja de inventario".
           DISPLAY "71. Corrida de pagos a proveedores".
           DISPLAY "72. Antiguedad de saldos con proveedores".
           DISPLAY "73. Tipos de cambio".
           DISPLAY "74. Importar avisos de embarque".
           DISPLAY "75. Clasificacion ABC de articulos".
           DISPLAY "76. Hojas de conteo ciclico del dia".
           DISPLAY "77. Cumplimiento de conteos ciclicos".
           DISPLAY "78. Cuadre de subauxiliares".
           DISPLAY "79. Archivo de reportes (consulta y reimpresion)".
           DISPLAY "80. Depurar archivo de reportes".
           DISPLAY "81. Unidades de medida".
           DISPLAY "82. Numeros de serie".
           DISPLAY "83. Consulta de garantia".
           DISPLAY "84. Presupuesto de compras".
           DISPLAY "85. Reporte de presupuesto de compras".
           DISPLAY "86. Actividad por operador (auditoria)".
           DISPLAY "87. Convertir archivos al formato vigente".
           DISPLAY "99. Salir".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT OPCION.
               WHEN 57
                   MOVE "GL-EXTRACT" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 58
                   MOVE "CUSTOMER-RETURN" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 59
                   MOVE "SALES-ANALYSIS" TO PROGRAMA-LLAMADO
               WHEN 60
                   MOVE "DEPOSIT-REPORT" TO PROGRAMA-LLAMADO
               WHEN 61
                   MOVE "CUSTOMER-STATEMENT" TO PROGRAMA-LLAMADO
               WHEN 62
                   MOVE "CREDIT-REVIEW" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 63
                   MOVE "SALES-ORDER" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 64
                   MOVE "CUSTOMER-PRICE-DATA-BASE" TO PROGRAMA-LLAMADO
                   MOVE 3 TO NIVEL-REQUERIDO
               WHEN 65
                   MOVE "BELOW-LIST-REPORT" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 66
                   MOVE "SUPPLIER-SOURCE-DATA-BASE" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 67
                   MOVE "TRANSIT-REPORT" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 68
                   MOVE "WRITE-OFF" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 69
                   MOVE "SHRINK-REPORT" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 70
                   MOVE "SHRINK-REASON-DATA-BASE" TO PROGRAMA-LLAMADO
                   MOVE 3 TO NIVEL-REQUERIDO
               WHEN 71
                   MOVE "PAYMENT-RUN" TO PROGRAMA-LLAMADO
                   MOVE 3 TO NIVEL-REQUERIDO
               WHEN 72
                   MOVE "PAYABLES-AGING" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 73
                   MOVE "EXCHANGE-RATE-DATA-BASE" TO PROGRAMA-LLAMADO
                   MOVE 3 TO NIVEL-REQUERIDO
               WHEN 74
                   MOVE "ASN-IMPORT" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 75
                   MOVE "ABC-CLASSIFICATION" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 76
                   MOVE "COUNT-SHEETS" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 77
                   MOVE "COUNT-COMPLIANCE" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 78
                   MOVE "SUBLEDGER-CHECK" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 79
                   MOVE "REPORT-INQUIRY" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 80
                   MOVE "REPORT-PURGE" TO PROGRAMA-LLAMADO
                   MOVE 3 TO NIVEL-REQUERIDO
               WHEN 81
                   MOVE "UNIT-DATA-BASE" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 82
                   MOVE "SERIAL-DATA-BASE" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 83
                   MOVE "WARRANTY-INQUIRY" TO PROGRAMA-LLAMADO
               WHEN 84
                   MOVE "PURCHASE-BUDGET-DATA-BASE" TO PROGRAMA-LLAMADO
                   MOVE 3 TO NIVEL-REQUERIDO
               WHEN 85
                   MOVE "OPEN-TO-BUY-REPORT" TO PROGRAMA-LLAMADO
                   MOVE 2 TO NIVEL-REQUERIDO
               WHEN 86
                   MOVE "OPERATOR-ACTIVITY-REPORT" TO PROGRAMA-LLAMADO
                   MOVE 3 TO NIVEL-REQUERIDO
               WHEN 87
                   MOVE "FILE-CONVERSION" TO PROGRAMA-LLAMADO
                   MOVE 3 TO NIVEL-REQUERIDO
               WHEN 99
                   MOVE "S" TO SALIR
               WHEN OTHER
           IF NIVEL-OPERADOR < NIVEL-REQUERIDO
               DISPLAY "Opcion reservada; su nivel no la permite."
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO INICIO-LLAMADA
               CALL PROGRAMA-LLAMADO
               ON EXCEPTION
                   DISPLAY "No se pudo cargar el programa "
                       PROGRAMA-LLAMADO
               NOT ON EXCEPTION
                   CANCEL PROGRAMA-LLAMADO
                   PERFORM ARCHIVA-REPORTES
               END-CALL.

       ARCHIVA-REPORTES.
           CALL "REPORT-ARCHIVE" USING PROGRAMA-LLAMADO INICIO-LLAMADA
           ON EXCEPTION
               DISPLAY "Aviso: no se pudo cargar REPORT-ARCHIVE; el"
                   " reporte no quedo archivado."
           NOT ON EXCEPTION
               CANCEL "REPORT-ARCHIVE"
           END-CALL.

       END PROGRAM MENU-DATA-BASE.
