      ******************************************************************
      * Copybook: motivos de baja de inventario (motivos_merma.dat),
      * mantenidos por SHRINK-REASON-DATA-BASE. Cada motivo lleva la
      * cuenta de gasto a la que GL-EXTRACT carga sus bajas.
      * Motivos de origen: DA = danado, CA = caducado, RO = robo,
      * MU = muestra, CI = consumo interno, FT = faltante en traspaso.
      * WRITE-OFF exige un motivo registrado; CA lo usa la baja en
      * lote de caducados, DA/FT los ajustes de STOCK-TRANSFER y DA
      * las devoluciones danadas de CUSTOMER-RETURN.
      ******************************************************************
       01 MOTIVOS-REGISTRO.
           05 MOTIVO-CODIGO PIC X(2).
           05 MOTIVO-DESCRIPCION PIC X(30).
           05 MOTIVO-CUENTA PIC 9(4).
