                       TO DES-SUMA-DIAS-TARDE(PEDIDOS-PROVEEDOR-ID)
               END-IF
           ELSE
               IF PEDIDOS-ESTADO NOT = "C" AND PEDIDOS-ESTADO NOT = "H"
                       AND FECHA-HOY-ENTERO > FECHA-PROMETIDA-ENTERO
                   ADD 1 TO
                       DES-ABIERTAS-VENCIDAS(PEDIDOS-PROVEEDOR-ID).

