      * codigos pueden apuntar al mismo articulo (unidad, caja, etc.);
      * la consultan los programas con captura de ID para resolver un
      * codigo escaneado al ARTICULOS-ID interno.
      * BARRAS-UNIDADES: unidades base que contiene el empaque (una
      * caja de 12 lleva 0012); cero o uno = codigo de la unidad. Al
      * escanear el codigo se mueve esa cantidad de unidades por
      * cada empaque.
      ******************************************************************
       01 BARRAS-REGISTRO.
           05 BARRAS-CODIGO PIC X(13).
           05 BARRAS-ARTICULO-ID PIC 9(4).
           05 BARRAS-DESCRIPCION PIC X(20).
           05 BARRAS-UNIDADES PIC 9(4).
