      ******************************************************************
      * Copybook: traspasos entre ubicaciones en transito
      * (en_transito.dat). STOCK-TRANSFER graba una linea por articulo
      * al despachar (la cantidad sale de la ubicacion de origen pero
      * sigue contando en ARTICULOS-CANTIDAD) y la cierra al confirmar
      * la recepcion en destino. Los faltantes y danos se registran
      * como ajustes. La leen TRANSIT-REPORT, VALUATION-REPORT,
      * SUBLEDGER-CHECK y STOCK-COUNT (lo despachado se suma al conteo).
      * TRN-ESTADO: T = en transito, R = recibido.
      * Numeros de traspaso en traspasos_control.dat.
      ******************************************************************
       01 TRANSITO-REGISTRO.
           05 TRN-CLAVE.
               10 TRN-NUMERO PIC 9(6).
               10 TRN-LINEA PIC 9(3).
           05 TRN-ARTICULO-ID PIC 9(4).
           05 TRN-ORIGEN PIC 9(2).
           05 TRN-DESTINO PIC 9(2).
           05 TRN-CANTIDAD PIC 9(5).
           05 TRN-FECHA-SALIDA PIC X(8).
           05 TRN-OPERADOR-SALIDA PIC X(10).
           05 TRN-ESTADO PIC X.
           05 TRN-RECIBIDA PIC 9(5).
           05 TRN-FALTANTE PIC 9(5).
           05 TRN-DANADA PIC 9(5).
           05 TRN-FECHA-RECEPCION PIC X(8).
           05 TRN-OPERADOR-RECEPCION PIC X(10).
