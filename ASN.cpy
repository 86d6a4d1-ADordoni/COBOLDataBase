      ******************************************************************
      * Copybook: avisos de embarque de proveedores
      * (avisos_embarque.dat), uno por linea de orden de compra. Los
      * carga ASN-IMPORT desde avisos_embarque.csv (pedido, linea,
      * cantidad enviada, lote, caducidad) y GOODS-RECEIPT los ofrece
      * como valores por omision al recibir la linea.
      * ASN-DIFERENCIA: S = el aviso no coincide con la orden (motivo
      * en ASN-MOTIVO), N = coincide.
      * ASN-ESTADO: P = pendiente de recibir, R = recibido.
      ******************************************************************
       01 ASN-REGISTRO.
           05 ASN-CLAVE.
               10 ASN-PEDIDO PIC 9(6).
               10 ASN-LINEA PIC 9(3).
           05 ASN-PROVEEDOR-ID PIC 9(4).
           05 ASN-ARTICULO-ID PIC 9(4).
           05 ASN-CANTIDAD PIC 9(5).
           05 ASN-LOTE PIC X(10).
           05 ASN-CADUCIDAD PIC X(8).
           05 ASN-FECHA PIC X(8).
           05 ASN-DIFERENCIA PIC X.
           05 ASN-MOTIVO PIC X(30).
           05 ASN-ESTADO PIC X.
           05 ASN-CANTIDAD-RECIBIDA PIC 9(5).
