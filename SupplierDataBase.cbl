           VALUE "Ingrese el contacto: ".
       01 TIEMPO-ENTREGA PIC X(30)
           VALUE "Ingrese el tiempo de entrega: ".
       01 PLAZO-PAGO PIC X(40)
           VALUE "Ingrese el plazo de pago (dias): ".
       01 MONEDA PIC X(40)
           VALUE "Ingrese la moneda (vacio = MXN): ".

       PROCEDURE DIVISION.

           ACCEPT PROVEEDORES-CONTACTO.
           DISPLAY TIEMPO-ENTREGA.
           ACCEPT PROVEEDORES-TIEMPO-ENTREGA.
           DISPLAY PLAZO-PAGO.
           ACCEPT PROVEEDORES-PLAZO-PAGO.
           DISPLAY MONEDA.
           ACCEPT PROVEEDORES-MONEDA.
           PERFORM NORMALIZA-MONEDA.
           PERFORM CONTINUAR.

       NORMALIZA-MONEDA.
           MOVE FUNCTION UPPER-CASE(PROVEEDORES-MONEDA)
               TO PROVEEDORES-MONEDA.
           IF PROVEEDORES-MONEDA = SPACE
               MOVE "MXN" TO PROVEEDORES-MONEDA.

       CONTINUAR.
           MOVE "S" TO ENTRADA.
           IF PROVEEDORES-NOMBRE = SPACE
           DISPLAY " Nombre..........: " PROVEEDORES-NOMBRE.
           DISPLAY " Contacto........: " PROVEEDORES-CONTACTO.
           DISPLAY " Tiempo entrega..: " PROVEEDORES-TIEMPO-ENTREGA.
           DISPLAY " Plazo de pago...: " PROVEEDORES-PLAZO-PAGO
               " dias".
           DISPLAY " Moneda..........: " PROVEEDORES-MONEDA.

       CAPTURA-MODIFICACION.
           MOVE PROVEEDORES-NOMBRE TO NOMBRE-ANTERIOR.
           ACCEPT PROVEEDORES-CONTACTO.
           DISPLAY "Ingrese el nuevo tiempo de entrega: ".
           ACCEPT PROVEEDORES-TIEMPO-ENTREGA.
           DISPLAY "Ingrese el nuevo plazo de pago (dias): ".
           ACCEPT PROVEEDORES-PLAZO-PAGO.
           DISPLAY "Ingrese la nueva moneda (vacio = MXN): ".
           ACCEPT PROVEEDORES-MONEDA.
           PERFORM NORMALIZA-MONEDA.
           REWRITE PROVEEDORES-REGISTRO
           INVALID KEY
               DISPLAY "Error al modificar el proveedor (estado: "
