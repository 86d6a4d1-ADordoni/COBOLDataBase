      * programa que registre o consulte entradas y salidas.
      * MOV-TIPO: E = entrada, S = salida, A = ajuste de inventario,
      * T = transferencia entre ubicaciones (no cambia el total).
      * En los traspasos MOV-REFERENCIA lleva el numero de traspaso:
      * TRSnnnnnn = despacho, TREnnnnnn = recepcion en destino,
      * TRFnnnnnn / TRDnnnnnn = ajuste por faltante / por dano.
      * Las bajas de WRITE-OFF llevan MERMA-xx, donde xx es el codigo
      * de motivo de motivos_merma.dat (MOTIVOS.cpy).
      ******************************************************************
       01 MOVIMIENTOS-REGISTRO.
           05 MOV-FECHA-HORA PIC X(20).
