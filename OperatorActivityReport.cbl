      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-ACTIVITY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT USUARIOS-ARCHIVO
       ASSIGN TO "usuarios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS USUARIOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS USUARIOS-STATUS.

       SELECT AUDITORIA-ARCHIVO
       ASSIGN TO "auditoria.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AUDITORIA-STATUS.

       SELECT MOVIMIENTOS-ARCHIVO
       ASSIGN TO "movimientos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MOVIMIENTOS-STATUS.

       SELECT ARTICULOS-ARCHIVO
       ASSIGN TO "articulos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ARTICULOS-ID
       ALTERNATE RECORD KEY IS ARTICULOS-PRODUCTO
           WITH DUPLICATES
       ALTERNATE RECORD KEY IS ARTICULOS-MARCA
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARTICULOS-STATUS.

       SELECT CONTROL-ARCHIVO
       ASSIGN TO "actividad_control.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONTROL-STATUS.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "actividad_operadores.lst"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS-ARCHIVO.
       COPY "USUARIOS.cpy".

       FD AUDITORIA-ARCHIVO.
       COPY "AUDITORIA.cpy".

       FD MOVIMIENTOS-ARCHIVO.
       COPY "MOVIMIENTOS.cpy".

       FD ARTICULOS-ARCHIVO.
       COPY "ARTICULOS.cpy".

      * Horario de trabajo (HHMM a HHMM, lunes a sabado) y numero de
      * ajustes en el mes a partir del cual se senala a un encargado.
       FD CONTROL-ARCHIVO.
       01 LINEA-CONTROL.
           05 CONTROL-HORA-INICIO PIC X(4).
           05 CONTROL-HORA-FIN PIC X(4).
           05 CONTROL-LIMITE-AJUSTES PIC X(4).

       FD REPORTE-ARCHIVO.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       77 USUARIOS-STATUS PIC XX.
       77 AUDITORIA-STATUS PIC XX.
       77 MOVIMIENTOS-STATUS PIC XX.
       77 ARTICULOS-STATUS PIC XX.
       77 CONTROL-STATUS PIC XX.
       77 AUDITORIA-DISPONIBLE PIC X VALUE "N".
       77 MOVIMIENTOS-DISPONIBLE PIC X VALUE "N".
       77 ARTICULOS-DISPONIBLE PIC X VALUE "N".
       77 FIN-USUARIOS PIC X VALUE "N".
       77 FIN-AUDITORIA PIC X VALUE "N".
       77 FIN-MOVIMIENTOS PIC X VALUE "N".
       77 FECHA-HOY PIC X(8).
       77 PERIODO-BUSCADO PIC X(6).
       77 PERIODO-VALIDO PIC X.
       77 HORA-INICIO PIC 9(4) VALUE 0800.
       77 HORA-FIN PIC 9(4) VALUE 2000.
       77 LIMITE-AJUSTES PIC 9(4) VALUE 0020.
       77 FECHA-HORA-REVISADA PIC X(20).
       77 HORA-REVISADA PIC 9(4).
       77 DIA-ENTERO PIC 9(7).
       77 SEMANAS PIC 9(7).
       77 DIA-SEMANA PIC 9.
       77 OPERADOR-BUSCADO PIC X(10).
       77 TOTAL-OPERADORES PIC 9(3) VALUE ZERO.
       77 MAX-OPERADORES PIC 9(3) VALUE 200.
       77 OP-HALLADO PIC 9(3).
       77 O PIC 9(3).
       77 TOTAL-PROGRAMAS PIC 9(3) VALUE ZERO.
       77 MAX-PROGRAMAS PIC 9(3) VALUE 500.
       77 PRG-HALLADO PIC 9(3).
       77 P PIC 9(3).
       77 ACCION-INDICE PIC 9.
       77 TIPO-INDICE PIC 9.
       77 T PIC 9.
       77 TOTAL-RECEPCIONES PIC 9(4) VALUE ZERO.
       77 MAX-RECEPCIONES PIC 9(4) VALUE 2000.
       77 TOTAL-CAMBIOS-PRECIO PIC 9(4) VALUE ZERO.
       77 MAX-CAMBIOS-PRECIO PIC 9(4) VALUE 1000.
       77 R PIC 9(4).
       77 REG-HALLADO PIC 9(4).
       77 TOTAL-SENALES PIC 9(3) VALUE ZERO.
       77 MAX-SENALES PIC 9(3) VALUE 300.
       77 SENALES-OMITIDAS PIC 9(5) VALUE ZERO.
       77 REGISTROS-OMITIDOS PIC 9(5) VALUE ZERO.
       77 S PIC 9(3).
       77 PRECIO-ANTERIOR PIC 9999V99.
       77 COSTO-MOVIMIENTO PIC 9999V99.
       77 VALOR-MOVIMIENTO PIC 9(9)V99.
       77 TOTAL-AJUSTES PIC 9(5).
       77 CAMPO-CUENTA PIC Z(4)9.

       01 IMAGEN-ARTICULO.
           05 IMG-ID PIC 9(4).
           05 IMG-PRODUCTO PIC X(30).
           05 IMG-MARCA PIC X(20).
           05 IMG-PRECIO PIC 9999V99.
           05 IMG-CANTIDAD PIC 9(5).
           05 IMG-CATEGORIA PIC X(15).
           05 IMG-PROVEEDOR-ID PIC 9(4).
           05 IMG-COSTO PIC 9999V99.

      * Actividad por operador. Tipos de movimiento: 1 entradas,
      * 2 salidas, 3 ajustes que bajan la existencia, 4 ajustes por
      * conteo que la suben, 5 transferencias entre ubicaciones.
       01 TABLA-OPERADORES.
           05 OPERADOR-ENTRADA OCCURS 200 TIMES.
               10 OP-ID PIC X(10).
               10 OP-NOMBRE PIC X(30).
               10 OP-NIVEL PIC 9.
               10 OP-REGISTRADO PIC X.
               10 OP-TRANSACCIONES PIC 9(5).
               10 OP-FUERA-HORARIO PIC 9(5).
               10 OP-MOVIMIENTOS OCCURS 5 TIMES.
                   15 OP-MOV-CUENTA PIC 9(5).
                   15 OP-MOV-UNIDADES PIC 9(7).
                   15 OP-MOV-VALOR PIC 9(9)V99.

      * Cambios a articulos.dat por operador y programa. Acciones:
      * 1 alta, 2 cambio, 3 baja, 4 autorizacion de supervisor.
       01 TABLA-PROGRAMAS.
           05 PROGRAMA-ENTRADA OCCURS 500 TIMES.
               10 PRG-OPERADOR PIC 9(3).
               10 PRG-NOMBRE PIC X(24).
               10 PRG-ACCIONES PIC 9(5) OCCURS 4 TIMES.

      * Primera recepcion contra orden de compra y primer cambio de
      * precio del mes de cada operador y articulo.
       01 TABLA-RECEPCIONES.
           05 RECEPCION-ENTRADA OCCURS 2000 TIMES.
               10 RCP-OPERADOR PIC 9(3).
               10 RCP-ARTICULO PIC 9(4).
               10 RCP-FECHA-HORA PIC X(14).
               10 RCP-SENALADA PIC X.

       01 TABLA-CAMBIOS-PRECIO.
           05 CAMBIO-PRECIO-ENTRADA OCCURS 1000 TIMES.
               10 CPR-OPERADOR PIC 9(3).
               10 CPR-ARTICULO PIC 9(4).
               10 CPR-FECHA-HORA PIC X(14).
               10 CPR-PRECIO-ANTERIOR PIC 9999V99.
               10 CPR-PRECIO-NUEVO PIC 9999V99.
               10 CPR-SENALADA PIC X.

       01 TABLA-SENALES.
           05 SENAL-LINEA OCCURS 300 TIMES PIC X(100).

       01 NOMBRES-TIPO.
           05 FILLER PIC X(24) VALUE "Entradas".
           05 FILLER PIC X(24) VALUE "Salidas".
           05 FILLER PIC X(24) VALUE "Ajustes que bajan".
           05 FILLER PIC X(24) VALUE "Ajustes por conteo (+)".
           05 FILLER PIC X(24) VALUE "Transferencias".
       01 TABLA-NOMBRES-TIPO REDEFINES NOMBRES-TIPO.
           05 NOMBRE-TIPO OCCURS 5 TIMES PIC X(24).

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(51) VALUE
               "ACTIVIDAD POR OPERADOR Y SEPARACION DE FUNCIONES -".
           05 FILLER PIC X(5) VALUE " MES ".
           05 ENC-PERIODO PIC X(6).
           05 FILLER PIC X(38) VALUE SPACE.
       01 LINEA-PARAMETROS.
           05 FILLER PIC X(9) VALUE "Horario: ".
           05 PAR-INICIO PIC 9(4).
           05 FILLER PIC X(3) VALUE " a ".
           05 PAR-FIN PIC 9(4).
           05 FILLER PIC X(20) VALUE " de lunes a sabado.".
           05 FILLER PIC X(36) VALUE
               "Limite de ajustes por encargado: ".
           05 PAR-LIMITE PIC Z,ZZ9.
           05 FILLER PIC X(19) VALUE SPACE.
       01 LINEA-OPERADOR.
           05 FILLER PIC X(10) VALUE "Operador: ".
           05 LOP-ID PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOP-NOMBRE PIC X(30).
           05 FILLER PIC X(8) VALUE "  Nivel ".
           05 LOP-NIVEL PIC 9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 LOP-NOTA PIC X(37).
       01 LINEA-COLUMNAS-TIPO.
           05 FILLER PIC X(30) VALUE
               "   Movimiento de stock        ".
           05 FILLER PIC X(29) VALUE
               "Movs  Unidades          Valor".
           05 FILLER PIC X(41) VALUE SPACE.
       01 LINEA-TIPO.
           05 FILLER PIC X(3) VALUE SPACE.
           05 LTI-NOMBRE PIC X(24).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LTI-CUENTA PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LTI-UNIDADES PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LTI-VALOR PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(41) VALUE SPACE.
       01 LINEA-COLUMNAS-PROGRAMA.
           05 FILLER PIC X(30) VALUE
               "   Programa (articulos.dat)  A".
           05 FILLER PIC X(27) VALUE
               "ltas Cambios  Bajas Autoriz".
           05 FILLER PIC X(43) VALUE SPACE.
       01 LINEA-PROGRAMA.
           05 FILLER PIC X(3) VALUE SPACE.
           05 LPG-NOMBRE PIC X(24).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LPG-ALTAS PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LPG-CAMBIOS PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LPG-BAJAS PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LPG-AUTORIZACIONES PIC ZZ,ZZ9.
           05 FILLER PIC X(43) VALUE SPACE.
       01 LINEA-RESUMEN-OPERADOR.
           05 FILLER PIC X(3) VALUE SPACE.
           05 FILLER PIC X(15) VALUE "Transacciones: ".
           05 LRO-TRANSACCIONES PIC ZZ,ZZ9.
           05 FILLER PIC X(22) VALUE "   Fuera de horario: ".
           05 LRO-FUERA-HORARIO PIC ZZ,ZZ9.
           05 FILLER PIC X(48) VALUE SPACE.
       01 LINEA-SENAL.
           05 SEN-TIPO PIC X(29).
           05 SEN-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SEN-DETALLE PIC X(60).
       01 DETALLE-COMBINACION.
           05 FILLER PIC X(4) VALUE "Art ".
           05 DCO-ARTICULO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DCO-ETIQUETA-1 PIC X(7).
           05 DCO-FECHA-1 PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DCO-ETIQUETA-2 PIC X(7).
           05 DCO-FECHA-2 PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DCO-REFERENCIA PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
       01 LINEA-TITULO PIC X(100).

       PROCEDURE DIVISION.

       OPEN INPUT USUARIOS-ARCHIVO.
       IF USUARIOS-STATUS NOT = "00"
           PERFORM MUESTRA-ERROR-USUARIOS
           GOBACK.
       MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
       PERFORM LEE-CONTROL.
       PERFORM PIDE-PERIODO.
       PERFORM CARGA-OPERADORES.
       CLOSE USUARIOS-ARCHIVO.
       PERFORM ABRIR-DIARIOS.
       IF AUDITORIA-DISPONIBLE = "S"
           PERFORM LEE-AUDITORIA
           PERFORM ACUMULA-AUDITORIA UNTIL FIN-AUDITORIA = "S"
           CLOSE AUDITORIA-ARCHIVO.
       IF MOVIMIENTOS-DISPONIBLE = "S"
           PERFORM LEE-MOVIMIENTO
           PERFORM ACUMULA-MOVIMIENTO UNTIL FIN-MOVIMIENTOS = "S"
           CLOSE MOVIMIENTOS-ARCHIVO.
       IF ARTICULOS-DISPONIBLE = "S"
           CLOSE ARTICULOS-ARCHIVO.
       PERFORM REVISA-OPERADOR
           VARYING O FROM 1 BY 1 UNTIL O > TOTAL-OPERADORES.
       PERFORM GENERA-REPORTE.
       GOBACK.

       MUESTRA-ERROR-USUARIOS.
           DISPLAY "No se pudo abrir el archivo de operadores.".
           EVALUATE USUARIOS-STATUS
               WHEN "35"
                   DISPLAY "El archivo usuarios.dat no existe."
                   DISPLAY "Registre los operadores con USER-DATA-BASE."
               WHEN "37"
                   DISPLAY "No hay permisos para abrir el archivo."
               WHEN "93"
                   DISPLAY "El archivo esta en uso por otro proceso."
               WHEN OTHER
                   DISPLAY "Codigo de estado: " USUARIOS-STATUS
           END-EVALUATE.

       LEE-CONTROL.
           OPEN INPUT CONTROL-ARCHIVO.
           IF CONTROL-STATUS NOT = "00"
               PERFORM CREA-CONTROL-ESTANDAR
           ELSE
               READ CONTROL-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CONTROL-HORA-INICIO IS NUMERIC AND
                               CONTROL-HORA-FIN IS NUMERIC AND
                               CONTROL-LIMITE-AJUSTES IS NUMERIC
                           MOVE CONTROL-HORA-INICIO TO HORA-INICIO
                           MOVE CONTROL-HORA-FIN TO HORA-FIN
                           MOVE CONTROL-LIMITE-AJUSTES TO LIMITE-AJUSTES
                       ELSE
                           DISPLAY "Aviso: valores invalidos en"
                               " actividad_control.dat; se usan los"
                               " estandar."
                       END-IF
               END-READ
               CLOSE CONTROL-ARCHIVO.

       CREA-CONTROL-ESTANDAR.
           DISPLAY "No existe actividad_control.dat; se crea con "
               "horario " HORA-INICIO "-" HORA-FIN " y limite de "
               LIMITE-AJUSTES " ajustes.".
           OPEN OUTPUT CONTROL-ARCHIVO.
           MOVE HORA-INICIO TO CONTROL-HORA-INICIO.
           MOVE HORA-FIN TO CONTROL-HORA-FIN.
           MOVE LIMITE-AJUSTES TO CONTROL-LIMITE-AJUSTES.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-ARCHIVO.

       PIDE-PERIODO.
           MOVE "N" TO PERIODO-VALIDO.
           DISPLAY "Mes del reporte (AAAAMM, vacio = mes actual): ".
           MOVE SPACE TO PERIODO-BUSCADO.
           ACCEPT PERIODO-BUSCADO.
           IF PERIODO-BUSCADO = SPACE
               MOVE FECHA-HOY(1:6) TO PERIODO-BUSCADO.
           IF PERIODO-BUSCADO NOT NUMERIC
               DISPLAY "El mes debe ser AAAAMM."
           ELSE
               IF PERIODO-BUSCADO(5:2) < "01" OR
                       PERIODO-BUSCADO(5:2) > "12"
                   DISPLAY "El mes debe estar entre 01 y 12."
               ELSE
                   MOVE "S" TO PERIODO-VALIDO.
           IF PERIODO-VALIDO = "N"
               PERFORM PIDE-PERIODO.

      * Todos los operadores de usuarios.dat salen en el reporte,
      * aunque no tengan actividad en el mes.
       CARGA-OPERADORES.
           MOVE ZEROES TO TABLA-OPERADORES.
           PERFORM LEE-USUARIO.
           PERFORM AGREGA-USUARIO UNTIL FIN-USUARIOS = "S".

       LEE-USUARIO.
           READ USUARIOS-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO FIN-USUARIOS.

       AGREGA-USUARIO.
           IF TOTAL-OPERADORES < MAX-OPERADORES
               ADD 1 TO TOTAL-OPERADORES
               MOVE USUARIOS-ID TO OP-ID(TOTAL-OPERADORES)
               MOVE USUARIOS-NOMBRE TO OP-NOMBRE(TOTAL-OPERADORES)
               MOVE USUARIOS-NIVEL TO OP-NIVEL(TOTAL-OPERADORES)
               MOVE "S" TO OP-REGISTRADO(TOTAL-OPERADORES).
           PERFORM LEE-USUARIO.

       ABRIR-DIARIOS.
           OPEN INPUT AUDITORIA-ARCHIVO.
           IF AUDITORIA-STATUS = "00"
               MOVE "S" TO AUDITORIA-DISPONIBLE
           ELSE
               DISPLAY "Aviso: no se pudo abrir auditoria.dat; el"
                   " reporte sale sin cambios a articulos.".
           OPEN INPUT MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-STATUS = "00"
               MOVE "S" TO MOVIMIENTOS-DISPONIBLE
           ELSE
               DISPLAY "Aviso: no se pudo abrir movimientos.dat; el"
                   " reporte sale sin movimientos de stock.".
           OPEN INPUT ARTICULOS-ARCHIVO.
           IF ARTICULOS-STATUS = "00"
               MOVE "S" TO ARTICULOS-DISPONIBLE
           ELSE
               DISPLAY "Aviso: no se pudo abrir articulos.dat; los"
                   " movimientos salen con valor cero.".

       BUSCA-OPERADOR.
           MOVE ZERO TO OP-HALLADO.
           PERFORM COMPARA-OPERADOR
               VARYING O FROM 1 BY 1
               UNTIL O > TOTAL-OPERADORES OR OP-HALLADO NOT = ZERO.
           IF OP-HALLADO = ZERO
               PERFORM AGREGA-OPERADOR-DESCONOCIDO.

       COMPARA-OPERADOR.
           IF OP-ID(O) = OPERADOR-BUSCADO
               MOVE O TO OP-HALLADO.

       AGREGA-OPERADOR-DESCONOCIDO.
           IF TOTAL-OPERADORES < MAX-OPERADORES
               ADD 1 TO TOTAL-OPERADORES
               MOVE TOTAL-OPERADORES TO OP-HALLADO
               MOVE OPERADOR-BUSCADO TO OP-ID(OP-HALLADO)
               MOVE "(no esta en usuarios.dat)" TO OP-NOMBRE(OP-HALLADO)
               MOVE ZERO TO OP-NIVEL(OP-HALLADO)
               MOVE "N" TO OP-REGISTRADO(OP-HALLADO)
           ELSE
               ADD 1 TO REGISTROS-OMITIDOS.

      * Lunes a sabado dentro del horario; INTEGER-OF-DATE da 1 para
      * el lunes 1601-01-01, asi que el residuo 0 es domingo.
       REVISA-HORARIO.
           MOVE FECHA-HORA-REVISADA(9:4) TO HORA-REVISADA.
           COMPUTE DIA-ENTERO = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FECHA-HORA-REVISADA(1:8))).
           DIVIDE DIA-ENTERO BY 7 GIVING SEMANAS
               REMAINDER DIA-SEMANA.
           IF HORA-REVISADA < HORA-INICIO OR
                   HORA-REVISADA NOT < HORA-FIN OR DIA-SEMANA = 0
               ADD 1 TO OP-FUERA-HORARIO(OP-HALLADO).

      ******************************************************************
      * Diario de auditoria: cambios a articulos.dat por programa.
      ******************************************************************
       LEE-AUDITORIA.
           READ AUDITORIA-ARCHIVO
           AT END
               MOVE "S" TO FIN-AUDITORIA.

       ACUMULA-AUDITORIA.
           IF AUD-FECHA-HORA(1:6) = PERIODO-BUSCADO
               MOVE AUD-OPERADOR TO OPERADOR-BUSCADO
               PERFORM BUSCA-OPERADOR
               IF OP-HALLADO NOT = ZERO
                   PERFORM REGISTRA-CAMBIO-AUDITADO.
           PERFORM LEE-AUDITORIA.

       REGISTRA-CAMBIO-AUDITADO.
           ADD 1 TO OP-TRANSACCIONES(OP-HALLADO).
           MOVE AUD-FECHA-HORA TO FECHA-HORA-REVISADA.
           PERFORM REVISA-HORARIO.
           EVALUATE AUD-ACCION
               WHEN "A"
                   MOVE 1 TO ACCION-INDICE
               WHEN "C"
                   MOVE 2 TO ACCION-INDICE
               WHEN "B"
                   MOVE 3 TO ACCION-INDICE
               WHEN OTHER
                   MOVE 4 TO ACCION-INDICE
           END-EVALUATE.
           PERFORM BUSCA-PROGRAMA.
           IF PRG-HALLADO NOT = ZERO
               ADD 1 TO PRG-ACCIONES(PRG-HALLADO, ACCION-INDICE).
           IF AUD-ACCION = "C"
               MOVE AUD-IMAGEN-ANTERIOR TO IMAGEN-ARTICULO
               MOVE IMG-PRECIO TO PRECIO-ANTERIOR
               MOVE AUD-IMAGEN-NUEVA TO IMAGEN-ARTICULO
               IF IMG-PRECIO NOT = PRECIO-ANTERIOR
                   PERFORM REGISTRA-CAMBIO-PRECIO.

       BUSCA-PROGRAMA.
           MOVE ZERO TO PRG-HALLADO.
           PERFORM COMPARA-PROGRAMA
               VARYING P FROM 1 BY 1
               UNTIL P > TOTAL-PROGRAMAS OR PRG-HALLADO NOT = ZERO.
           IF PRG-HALLADO = ZERO AND TOTAL-PROGRAMAS < MAX-PROGRAMAS
               ADD 1 TO TOTAL-PROGRAMAS
               MOVE TOTAL-PROGRAMAS TO PRG-HALLADO
               MOVE OP-HALLADO TO PRG-OPERADOR(PRG-HALLADO)
               MOVE AUD-PROGRAMA TO PRG-NOMBRE(PRG-HALLADO)
               MOVE ZERO TO PRG-ACCIONES(PRG-HALLADO, 1)
                   PRG-ACCIONES(PRG-HALLADO, 2)
                   PRG-ACCIONES(PRG-HALLADO, 3)
                   PRG-ACCIONES(PRG-HALLADO, 4).

       COMPARA-PROGRAMA.
           IF PRG-OPERADOR(P) = OP-HALLADO AND
                   PRG-NOMBRE(P) = AUD-PROGRAMA
               MOVE P TO PRG-HALLADO.

       REGISTRA-CAMBIO-PRECIO.
           MOVE ZERO TO REG-HALLADO.
           PERFORM COMPARA-CAMBIO-PRECIO
               VARYING R FROM 1 BY 1
               UNTIL R > TOTAL-CAMBIOS-PRECIO OR REG-HALLADO NOT = ZERO.
           IF REG-HALLADO = ZERO AND
                   TOTAL-CAMBIOS-PRECIO < MAX-CAMBIOS-PRECIO
               ADD 1 TO TOTAL-CAMBIOS-PRECIO
               MOVE OP-HALLADO TO CPR-OPERADOR(TOTAL-CAMBIOS-PRECIO)
               MOVE AUD-ARTICULO-ID
                   TO CPR-ARTICULO(TOTAL-CAMBIOS-PRECIO)
               MOVE AUD-FECHA-HORA(1:14)
                   TO CPR-FECHA-HORA(TOTAL-CAMBIOS-PRECIO)
               MOVE PRECIO-ANTERIOR
                   TO CPR-PRECIO-ANTERIOR(TOTAL-CAMBIOS-PRECIO)
               MOVE IMG-PRECIO TO CPR-PRECIO-NUEVO(TOTAL-CAMBIOS-PRECIO)
               MOVE "N" TO CPR-SENALADA(TOTAL-CAMBIOS-PRECIO).

       COMPARA-CAMBIO-PRECIO.
           IF CPR-OPERADOR(R) = OP-HALLADO AND
                   CPR-ARTICULO(R) = AUD-ARTICULO-ID
               MOVE R TO REG-HALLADO.

      ******************************************************************
      * Diario de movimientos: tipo, unidades y valor al costo actual.
      ******************************************************************
       LEE-MOVIMIENTO.
           READ MOVIMIENTOS-ARCHIVO
           AT END
               MOVE "S" TO FIN-MOVIMIENTOS.

       ACUMULA-MOVIMIENTO.
           IF MOV-FECHA-HORA(1:6) = PERIODO-BUSCADO
               MOVE MOV-OPERADOR TO OPERADOR-BUSCADO
               PERFORM BUSCA-OPERADOR
               IF OP-HALLADO NOT = ZERO
                   PERFORM REGISTRA-MOVIMIENTO-OPERADOR.
           PERFORM LEE-MOVIMIENTO.

       REGISTRA-MOVIMIENTO-OPERADOR.
           ADD 1 TO OP-TRANSACCIONES(OP-HALLADO).
           MOVE MOV-FECHA-HORA TO FECHA-HORA-REVISADA.
           PERFORM REVISA-HORARIO.
           EVALUATE TRUE
               WHEN MOV-TIPO = "E"
                   MOVE 1 TO TIPO-INDICE
               WHEN MOV-TIPO = "S"
                   MOVE 2 TO TIPO-INDICE
               WHEN MOV-TIPO = "A" AND MOV-REFERENCIA = "CONTEO+"
                   MOVE 4 TO TIPO-INDICE
               WHEN MOV-TIPO = "A"
                   MOVE 3 TO TIPO-INDICE
               WHEN OTHER
                   MOVE 5 TO TIPO-INDICE
           END-EVALUATE.
           PERFORM LEE-COSTO.
           COMPUTE VALOR-MOVIMIENTO = MOV-CANTIDAD * COSTO-MOVIMIENTO.
           ADD 1 TO OP-MOV-CUENTA(OP-HALLADO, TIPO-INDICE).
           ADD MOV-CANTIDAD TO OP-MOV-UNIDADES(OP-HALLADO, TIPO-INDICE).
           ADD VALOR-MOVIMIENTO
               TO OP-MOV-VALOR(OP-HALLADO, TIPO-INDICE).
           IF MOV-TIPO = "E" AND MOV-REFERENCIA(1:2) = "OC"
               PERFORM REGISTRA-RECEPCION.
           IF TIPO-INDICE = 3
               PERFORM REVISA-RECEPCION-PREVIA.
           IF TIPO-INDICE = 2 AND (MOV-REFERENCIA(1:2) = "FA" OR
                   MOV-REFERENCIA = "POS")
               PERFORM REVISA-CAMBIO-PRECIO-PREVIO.

       LEE-COSTO.
           MOVE ZERO TO COSTO-MOVIMIENTO.
           IF ARTICULOS-DISPONIBLE = "S"
               MOVE MOV-ARTICULO-ID TO ARTICULOS-ID
               READ ARTICULOS-ARCHIVO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARTICULOS-COSTO TO COSTO-MOVIMIENTO
               END-READ.

       BUSCA-RECEPCION.
           MOVE ZERO TO REG-HALLADO.
           PERFORM COMPARA-RECEPCION
               VARYING R FROM 1 BY 1
               UNTIL R > TOTAL-RECEPCIONES OR REG-HALLADO NOT = ZERO.

       COMPARA-RECEPCION.
           IF RCP-OPERADOR(R) = OP-HALLADO AND
                   RCP-ARTICULO(R) = MOV-ARTICULO-ID
               MOVE R TO REG-HALLADO.

       REGISTRA-RECEPCION.
           PERFORM BUSCA-RECEPCION.
           IF REG-HALLADO = ZERO AND
                   TOTAL-RECEPCIONES < MAX-RECEPCIONES
               ADD 1 TO TOTAL-RECEPCIONES
               MOVE OP-HALLADO TO RCP-OPERADOR(TOTAL-RECEPCIONES)
               MOVE MOV-ARTICULO-ID TO RCP-ARTICULO(TOTAL-RECEPCIONES)
               MOVE MOV-FECHA-HORA(1:14)
                   TO RCP-FECHA-HORA(TOTAL-RECEPCIONES)
               MOVE "N" TO RCP-SENALADA(TOTAL-RECEPCIONES).

      * El mismo operador recibe mercancia y despues baja la existencia
      * del mismo articulo con un ajuste (conteo, merma o faltante).
       REVISA-RECEPCION-PREVIA.
           PERFORM BUSCA-RECEPCION.
           IF REG-HALLADO NOT = ZERO
               IF RCP-SENALADA(REG-HALLADO) = "N" AND
                       RCP-FECHA-HORA(REG-HALLADO) <
                       MOV-FECHA-HORA(1:14)
                   MOVE "S" TO RCP-SENALADA(REG-HALLADO)
                   MOVE SPACE TO LINEA-SENAL
                   MOVE "RECIBE Y AJUSTA A LA BAJA" TO SEN-TIPO
                   MOVE OP-ID(OP-HALLADO) TO SEN-OPERADOR
                   MOVE MOV-ARTICULO-ID TO DCO-ARTICULO
                   MOVE "Recibe " TO DCO-ETIQUETA-1
                   MOVE RCP-FECHA-HORA(REG-HALLADO) TO DCO-FECHA-1
                   MOVE "Ajusta " TO DCO-ETIQUETA-2
                   MOVE MOV-FECHA-HORA(1:12) TO DCO-FECHA-2
                   MOVE MOV-REFERENCIA TO DCO-REFERENCIA
                   MOVE DETALLE-COMBINACION TO SEN-DETALLE
                   PERFORM AGREGA-SENAL.

      * El mismo operador cambia el precio y despues vende el articulo.
       REVISA-CAMBIO-PRECIO-PREVIO.
           MOVE ZERO TO REG-HALLADO.
           PERFORM COMPARA-PRECIO-VENTA
               VARYING R FROM 1 BY 1
               UNTIL R > TOTAL-CAMBIOS-PRECIO OR REG-HALLADO NOT = ZERO.
           IF REG-HALLADO NOT = ZERO
               IF CPR-SENALADA(REG-HALLADO) = "N" AND
                       CPR-FECHA-HORA(REG-HALLADO) <
                       MOV-FECHA-HORA(1:14)
                   MOVE "S" TO CPR-SENALADA(REG-HALLADO)
                   MOVE SPACE TO LINEA-SENAL
                   MOVE "CAMBIA PRECIO Y VENDE" TO SEN-TIPO
                   MOVE OP-ID(OP-HALLADO) TO SEN-OPERADOR
                   MOVE MOV-ARTICULO-ID TO DCO-ARTICULO
                   MOVE "Precio " TO DCO-ETIQUETA-1
                   MOVE CPR-FECHA-HORA(REG-HALLADO) TO DCO-FECHA-1
                   MOVE "Vende  " TO DCO-ETIQUETA-2
                   MOVE MOV-FECHA-HORA(1:12) TO DCO-FECHA-2
                   MOVE MOV-REFERENCIA TO DCO-REFERENCIA
                   MOVE DETALLE-COMBINACION TO SEN-DETALLE
                   PERFORM AGREGA-SENAL.

       COMPARA-PRECIO-VENTA.
           IF CPR-OPERADOR(R) = OP-HALLADO AND
                   CPR-ARTICULO(R) = MOV-ARTICULO-ID
               MOVE R TO REG-HALLADO.

       AGREGA-SENAL.
           IF TOTAL-SENALES < MAX-SENALES
               ADD 1 TO TOTAL-SENALES
               MOVE LINEA-SENAL TO SENAL-LINEA(TOTAL-SENALES)
           ELSE
               ADD 1 TO SENALES-OMITIDAS.

      ******************************************************************
      * Senales por operador: no registrado, fuera de horario y
      * encargados (nivel 2) con demasiados ajustes.
      ******************************************************************
       REVISA-OPERADOR.
           IF OP-REGISTRADO(O) = "N"
               MOVE SPACE TO LINEA-SENAL
               MOVE "OPERADOR NO REGISTRADO" TO SEN-TIPO
               MOVE OP-ID(O) TO SEN-OPERADOR
               MOVE OP-TRANSACCIONES(O) TO CAMPO-CUENTA
               STRING CAMPO-CUENTA DELIMITED BY SIZE
                   " transacciones con un operador que no esta en"
                   DELIMITED BY SIZE
                   " usuarios.dat" DELIMITED BY SIZE
                   INTO SEN-DETALLE
               PERFORM AGREGA-SENAL.
           IF OP-FUERA-HORARIO(O) NOT = ZERO
               MOVE SPACE TO LINEA-SENAL
               MOVE "FUERA DE HORARIO" TO SEN-TIPO
               MOVE OP-ID(O) TO SEN-OPERADOR
               MOVE OP-FUERA-HORARIO(O) TO CAMPO-CUENTA
               STRING CAMPO-CUENTA DELIMITED BY SIZE
                   " transacciones fuera del horario de trabajo"
                   DELIMITED BY SIZE
                   INTO SEN-DETALLE
               PERFORM AGREGA-SENAL.
           COMPUTE TOTAL-AJUSTES = OP-MOV-CUENTA(O, 3) +
               OP-MOV-CUENTA(O, 4).
           IF OP-NIVEL(O) = 2 AND TOTAL-AJUSTES > LIMITE-AJUSTES
               MOVE SPACE TO LINEA-SENAL
               MOVE "ENCARGADO CON MUCHOS AJUSTES" TO SEN-TIPO
               MOVE OP-ID(O) TO SEN-OPERADOR
               MOVE TOTAL-AJUSTES TO CAMPO-CUENTA
               STRING CAMPO-CUENTA DELIMITED BY SIZE
                   " ajustes en el mes (limite " DELIMITED BY SIZE
                   LIMITE-AJUSTES DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO SEN-DETALLE
               PERFORM AGREGA-SENAL.

      ******************************************************************
      * Reporte actividad_operadores.lst.
      ******************************************************************
       GENERA-REPORTE.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE PERIODO-BUSCADO TO ENC-PERIODO.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
           MOVE HORA-INICIO TO PAR-INICIO.
           MOVE HORA-FIN TO PAR-FIN.
           MOVE LIMITE-AJUSTES TO PAR-LIMITE.
           WRITE LINEA-REPORTE FROM LINEA-PARAMETROS.
           PERFORM IMPRIME-OPERADOR
               VARYING O FROM 1 BY 1 UNTIL O > TOTAL-OPERADORES.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "COMBINACIONES DE RIESGO Y SENALES" TO LINEA-TITULO.
           WRITE LINEA-REPORTE FROM LINEA-TITULO.
           IF TOTAL-SENALES = ZERO
               MOVE "  Sin senales en el mes." TO LINEA-TITULO
               WRITE LINEA-REPORTE FROM LINEA-TITULO
           ELSE
               PERFORM IMPRIME-SENAL
                   VARYING S FROM 1 BY 1 UNTIL S > TOTAL-SENALES.
           IF SENALES-OMITIDAS NOT = ZERO
               MOVE SPACE TO LINEA-TITULO
               MOVE SENALES-OMITIDAS TO CAMPO-CUENTA
               STRING "  Senales no impresas por exceso: "
                   DELIMITED BY SIZE
                   CAMPO-CUENTA DELIMITED BY SIZE
                   INTO LINEA-TITULO
               WRITE LINEA-REPORTE FROM LINEA-TITULO.
           IF REGISTROS-OMITIDOS NOT = ZERO
               MOVE SPACE TO LINEA-TITULO
               MOVE REGISTROS-OMITIDOS TO CAMPO-CUENTA
               STRING "  Registros sin contar por exceso de operadores"
                   DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   CAMPO-CUENTA DELIMITED BY SIZE
                   INTO LINEA-TITULO
               WRITE LINEA-REPORTE FROM LINEA-TITULO.
           CLOSE REPORTE-ARCHIVO.
           DISPLAY " ".
           DISPLAY "Operadores: " TOTAL-OPERADORES
               "  senales: " TOTAL-SENALES.
           DISPLAY "Reporte generado en actividad_operadores.lst".

       IMPRIME-OPERADOR.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE OP-ID(O) TO LOP-ID.
           IF OP-ID(O) = SPACE
               MOVE "(sin id)" TO LOP-ID.
           MOVE OP-NOMBRE(O) TO LOP-NOMBRE.
           MOVE OP-NIVEL(O) TO LOP-NIVEL.
           MOVE SPACE TO LOP-NOTA.
           IF OP-TRANSACCIONES(O) = ZERO
               MOVE "Sin actividad en el mes." TO LOP-NOTA.
           WRITE LINEA-REPORTE FROM LINEA-OPERADOR.
           IF OP-TRANSACCIONES(O) NOT = ZERO
               PERFORM IMPRIME-DETALLE-OPERADOR.

       IMPRIME-DETALLE-OPERADOR.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS-TIPO.
           PERFORM IMPRIME-TIPO VARYING T FROM 1 BY 1 UNTIL T > 5.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS-PROGRAMA.
           PERFORM IMPRIME-PROGRAMA
               VARYING P FROM 1 BY 1 UNTIL P > TOTAL-PROGRAMAS.
           MOVE OP-TRANSACCIONES(O) TO LRO-TRANSACCIONES.
           MOVE OP-FUERA-HORARIO(O) TO LRO-FUERA-HORARIO.
           WRITE LINEA-REPORTE FROM LINEA-RESUMEN-OPERADOR.

       IMPRIME-TIPO.
           IF OP-MOV-CUENTA(O, T) NOT = ZERO
               MOVE NOMBRE-TIPO(T) TO LTI-NOMBRE
               MOVE OP-MOV-CUENTA(O, T) TO LTI-CUENTA
               MOVE OP-MOV-UNIDADES(O, T) TO LTI-UNIDADES
               MOVE OP-MOV-VALOR(O, T) TO LTI-VALOR
               WRITE LINEA-REPORTE FROM LINEA-TIPO.

       IMPRIME-PROGRAMA.
           IF PRG-OPERADOR(P) = O
               MOVE PRG-NOMBRE(P) TO LPG-NOMBRE
               MOVE PRG-ACCIONES(P, 1) TO LPG-ALTAS
               MOVE PRG-ACCIONES(P, 2) TO LPG-CAMBIOS
               MOVE PRG-ACCIONES(P, 3) TO LPG-BAJAS
               MOVE PRG-ACCIONES(P, 4) TO LPG-AUTORIZACIONES
               WRITE LINEA-REPORTE FROM LINEA-PROGRAMA.

       IMPRIME-SENAL.
           WRITE LINEA-REPORTE FROM SENAL-LINEA(S).

       END PROGRAM OPERATOR-ACTIVITY-REPORT.
