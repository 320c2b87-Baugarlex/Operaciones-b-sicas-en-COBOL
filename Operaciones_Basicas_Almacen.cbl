      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Consulta y cancelacion del almacen de fecha valor     *
      * Tectonics: cobc                                                *
      ******************************************************************
      * El lote aparca en ALMACEN (ver ALMREC.cpy) las transacciones  *
      * de TRANIN con fecha valor posterior a la fecha de negocio y   *
      * las suelta la noche en que vencen. Este programa lista lo que *
      * vence en los proximos N dias, agrupado por departamento y     *
      * por fecha valor, y permite cancelar una fila pendiente antes  *
      * de que el lote la libere. La fila cancelada se conserva con   *
      * estado "C", la fecha y el operador; ALMACEN se regraba entero *
      * tras cada cancelacion.                                        *
      *                                                               *
      * El programa arranca con el sign-on de OPERADORES de los       *
      * programas de captura, y cada cancelacion deja en el diario    *
      * CAMBIOS (ver CAMBREC.cpy) la fila antes y despues, el         *
      * operador, la fecha y la hora.                                 *
      *                                                               *
      * La fecha de partida del listado es la fecha de negocio:       *
      * FECHA_NEGOCIO manda, despues FECHA_ABIERTA y, sin ninguna, la *
      * fecha del sistema. Las filas pendientes ya vencidas (que el   *
      * lote soltara en su proxima ejecucion) salen tambien.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Almacen.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Vencimientos y cancelacion del almacen ALMACEN.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ALMACEN-FILE ASSIGN TO "ALMACEN"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-ALMACEN-STATUS.
                   SELECT OPER-FILE ASSIGN TO "OPERADORES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-OPER-STATUS.
                   SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CAMBIOS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ALMACEN-FILE.
           COPY "ALMREC.cpy".

           FD OPER-FILE.
           COPY "OPERREC.cpy".

           FD CAMBIOS-FILE.
           COPY "CAMBREC.cpy".

           WORKING-STORAGE SECTION.
               01 WS-ALMACEN-STATUS PIC X(2).
               01 WS-OPER-STATUS PIC X(2).
               01 WS-CAMBIOS-STATUS PIC X(2).
               01 WS-FIN-ALMACEN PIC X(1) VALUE "N".
                   88 FIN-ALMACEN VALUE "S".
               01 WS-MAX-ALMACEN PIC 9(4) COMP VALUE 500.
               01 WS-ALM-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-IDX PIC 9(4) COMP.
               01 WS-SEL PIC 9(4) COMP.
               01 WS-FILA-HALLADA PIC X(1) VALUE "N".
                   88 FILA-HALLADA VALUE "S".
               01 WS-TABLA-ALMACEN.
                   05 WS-TAL-REGISTRO PIC X(90) OCCURS 500 TIMES.

      * Departamentos con algo que vencer en el plazo pedido, en el
      * orden en que aparecen en ALMACEN.
               01 WS-MAX-DEPTOS PIC 9(4) COMP VALUE 50.
               01 WS-DEPTOS-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-DEP-IDX PIC 9(4) COMP.
               01 WS-DEP-HALLADO PIC X(1) VALUE "N".
                   88 DEP-HALLADO VALUE "S".
               01 WS-TABLA-DEPTOS.
                   05 WS-TD-DEPTO PIC X(4) OCCURS 50 TIMES.

               01 WS-ENV-FECHA PIC X(8).
               01 WS-FECHA-NEGOCIO PIC 9(8).
               01 WS-DIAS-PLAZO PIC 9(3).
               01 WS-FECHA-LIMITE PIC 9(8).
               01 WS-DEPTO-LISTADO PIC X(4).
               01 WS-FECHA-LISTADA PIC 9(8).
               01 WS-FECHA-SIGUIENTE PIC 9(8).
               01 WS-HAY-SIGUIENTE PIC X(1) VALUE "N".
                   88 HAY-SIGUIENTE VALUE "S".
               01 WS-DIAS-FALTAN PIC S9(5).
               01 WS-CONT-DEPTO PIC 9(5) COMP.
               01 WS-CONT-FECHA PIC 9(5) COMP.
               01 WS-CONT-TOTAL PIC 9(5) COMP.
               01 WS-CONT-EDITADO PIC Z(4)9.

               01 WS-ACCION PIC X(5).
               01 WS-ENTRADA PIC X(10).
               01 WS-ENTRADA-VALIDA PIC X(1) VALUE "N".
                   88 ENTRADA-ES-VALIDA VALUE "S".
               01 WS-ED-ID PIC 9(9).
               01 WS-CONFIRMACION PIC X(1).

               01 WS-OPERADOR PIC X(4).
               01 WS-OPERADOR-NOMBRE PIC X(20).
               01 WS-OPERADOR-VALIDO PIC X(1) VALUE "N".
                   88 OPERADOR-VALIDO VALUE "S".
               01 WS-FIN-OPERADORES PIC X(1) VALUE "N".
                   88 FIN-OPERADORES VALUE "S".
               01 WS-MAX-OPERADORES PIC 9(4) COMP VALUE 50.
               01 WS-OPER-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-OPER-IDX PIC 9(4) COMP.
               01 WS-OPER-SEL PIC 9(4) COMP.
               01 WS-OPER-HALLADO PIC X(1) VALUE "N".
                   88 OPER-HALLADO VALUE "S".
               01 WS-TABLA-OPERADORES.
                   05 WS-TOP-REGISTRO PIC X(60) OCCURS 50 TIMES.
               01 WS-CLAVE-ENTRADA PIC X(8).
               01 WS-FECHA-HOY PIC 9(8).
               01 WS-HORA-ACTUAL PIC 9(8).

      * Imagenes de la fila para el diario de cambios. ALM-RECORD no
      * cabe en CAMB-ANTES/CAMB-DESPUES, asi que se anota una imagen
      * resumida con la clave, el origen, la transaccion y el estado.
               01 WS-ACCION-CAMBIO PIC X(1).
               01 WS-IMAGEN-ANTES PIC X(60).
               01 WS-IMAGEN-DESPUES PIC X(60).
               01 WS-IMAGEN-ALMACEN.
                   05 WS-IA-ID PIC 9(9).
                   05 WS-IA-FECHA-VALOR PIC 9(8).
                   05 WS-IA-LOTE-ID PIC X(8).
                   05 WS-IA-DEPTO PIC X(4).
                   05 WS-IA-OPERACION PIC X(5).
                   05 WS-IA-NUM1 PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
                   05 WS-IA-NUM2 PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
                   05 WS-IA-MONEDA PIC X(3).
                   05 WS-IA-ESTADO PIC X(1).

               01 WS-LINEA-LISTADO.
                   05 WS-LL-ID PIC Z(8)9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-FECHA PIC 9(8).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 WS-LL-DIAS PIC -(3)9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-LOTE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-OPERACION PIC X(5).
                   05 WS-LL-NUM1 PIC -(7)9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 WS-LL-NUM2 PIC -(7)9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 WS-LL-MONEDA PIC X(3).

       PROCEDURE DIVISION.
           INICIO-ALMACEN.
               PERFORM IDENTIFICAR-OPERADOR.
               PERFORM DETERMINAR-FECHA-NEGOCIO.
               PERFORM CARGAR-TABLA-ALMACEN.
               GO TO MENU-ALMACEN.

           MENU-ALMACEN.
               DISPLAY "Accion: L=listar vencimientos C=cancelar"
                   " Salir".
               ACCEPT WS-ACCION.
               IF WS-ACCION = "L" OR WS-ACCION = "l"
                   GO TO LISTAR-VENCIMIENTOS
               ELSE IF WS-ACCION = "C" OR WS-ACCION = "c"
                   GO TO CANCELAR-FILA
               ELSE IF WS-ACCION = "Salir" OR WS-ACCION = "salir"
                   GO TO FINALIZAR-ALMACEN
               ELSE
                   DISPLAY "Por favor introduce L, C o Salir"
                   GO TO MENU-ALMACEN.

      * LISTAR-VENCIMIENTOS muestra las filas pendientes con fecha
      * valor hasta la fecha de negocio mas N dias, departamento a
      * departamento y, dentro de cada uno, por fecha valor
      * ascendente, con el recuento por fecha, por departamento y
      * total. La columna de dias es lo que falta para el
      * vencimiento (cero o negativo: lo suelta el proximo lote).
      * Se lista sobre ALMACEN recien leido, no sobre la tabla
      * cargada al entrar.
           LISTAR-VENCIMIENTOS.
               PERFORM CARGAR-TABLA-ALMACEN.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Dias hacia delante (0-999): "
                   ACCEPT WS-ENTRADA
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       AND FUNCTION NUMVAL(WS-ENTRADA) >= ZERO
                       AND FUNCTION NUMVAL(WS-ENTRADA) <= 999
                       MOVE FUNCTION NUMVAL(WS-ENTRADA)
                           TO WS-DIAS-PLAZO
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Numero de dias invalido"
                   END-IF
               END-PERFORM.
               COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
                   + WS-DIAS-PLAZO).
               DISPLAY "Vencimientos del almacen hasta "
                   WS-FECHA-LIMITE " (fecha de negocio "
                   WS-FECHA-NEGOCIO ")".
               MOVE ZERO TO WS-DEPTOS-USADOS.
               MOVE ZERO TO WS-CONT-TOTAL.
               IF WS-ALM-USADOS > ZERO
                   PERFORM ANOTAR-DEPTO-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-ALM-USADOS
               END-IF.
               IF WS-DEPTOS-USADOS = ZERO
                   DISPLAY "(nada pendiente de vencer en el plazo)"
               ELSE
                   PERFORM LISTAR-DEPTO
                       VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-DEPTOS-USADOS
                   MOVE WS-CONT-TOTAL TO WS-CONT-EDITADO
                   DISPLAY "Total vencimientos en el plazo: "
                       WS-CONT-EDITADO
               END-IF.
               GO TO MENU-ALMACEN.

      * ANOTAR-DEPTO-FILA apunta el departamento de cada fila que
      * entra en el plazo, una sola vez.
           ANOTAR-DEPTO-FILA.
               MOVE WS-TAL-REGISTRO(WS-IDX) TO ALM-RECORD.
               IF ALM-PENDIENTE
                   AND ALM-FECHA-VALOR NOT > WS-FECHA-LIMITE
                   MOVE "N" TO WS-DEP-HALLADO
                   IF WS-DEPTOS-USADOS > ZERO
                       PERFORM LOCALIZAR-DEPTO
                           VARYING WS-DEP-IDX FROM 1 BY 1
                           UNTIL WS-DEP-IDX > WS-DEPTOS-USADOS
                           OR DEP-HALLADO
                   END-IF
                   IF NOT DEP-HALLADO
                       IF WS-DEPTOS-USADOS >= WS-MAX-DEPTOS
                           DISPLAY "Mas de " WS-MAX-DEPTOS
                               " departamentos en el plazo; ampliar"
                               " la tabla"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DEPTOS-USADOS
                       MOVE ALM-DEPTO TO WS-TD-DEPTO(WS-DEPTOS-USADOS)
                   END-IF
               END-IF.

           LOCALIZAR-DEPTO.
               IF WS-TD-DEPTO(WS-DEP-IDX) = ALM-DEPTO
                   MOVE "S" TO WS-DEP-HALLADO
               END-IF.

      * LISTAR-DEPTO recorre las fechas valor del departamento de
      * menor a mayor: cada vuelta busca la siguiente fecha por
      * encima de la ultima listada y lista las filas de esa fecha.
           LISTAR-DEPTO.
               MOVE WS-TD-DEPTO(WS-DEP-IDX) TO WS-DEPTO-LISTADO.
               MOVE ZERO TO WS-CONT-DEPTO.
               MOVE ZERO TO WS-FECHA-LISTADA.
               DISPLAY " ".
               DISPLAY "Departamento: " WS-DEPTO-LISTADO.
               DISPLAY "       Id  F. valor  Dias  Lote      Oper."
                   "      Num1        Num2  Mon".
               PERFORM BUSCAR-SIGUIENTE-FECHA.
               PERFORM LISTAR-FECHA-DEPTO UNTIL NOT HAY-SIGUIENTE.
               MOVE WS-CONT-DEPTO TO WS-CONT-EDITADO.
               DISPLAY "Total departamento " WS-DEPTO-LISTADO ": "
                   WS-CONT-EDITADO.

           LISTAR-FECHA-DEPTO.
               MOVE WS-FECHA-SIGUIENTE TO WS-FECHA-LISTADA.
               MOVE ZERO TO WS-CONT-FECHA.
               PERFORM LISTAR-FILA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALM-USADOS.
               MOVE WS-CONT-FECHA TO WS-CONT-EDITADO.
               DISPLAY "  vencen el " WS-FECHA-LISTADA ": "
                   WS-CONT-EDITADO.
               PERFORM BUSCAR-SIGUIENTE-FECHA.

           BUSCAR-SIGUIENTE-FECHA.
               MOVE "N" TO WS-HAY-SIGUIENTE.
               MOVE ZERO TO WS-FECHA-SIGUIENTE.
               PERFORM COMPARAR-FECHA-FILA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALM-USADOS.

           COMPARAR-FECHA-FILA.
               MOVE WS-TAL-REGISTRO(WS-IDX) TO ALM-RECORD.
               IF ALM-PENDIENTE
                   AND ALM-DEPTO = WS-DEPTO-LISTADO
                   AND ALM-FECHA-VALOR NOT > WS-FECHA-LIMITE
                   AND ALM-FECHA-VALOR > WS-FECHA-LISTADA
                   AND (NOT HAY-SIGUIENTE
                       OR ALM-FECHA-VALOR < WS-FECHA-SIGUIENTE)
                   MOVE "S" TO WS-HAY-SIGUIENTE
                   MOVE ALM-FECHA-VALOR TO WS-FECHA-SIGUIENTE
               END-IF.

           LISTAR-FILA.
               MOVE WS-TAL-REGISTRO(WS-IDX) TO ALM-RECORD.
               IF ALM-PENDIENTE
                   AND ALM-DEPTO = WS-DEPTO-LISTADO
                   AND ALM-FECHA-VALOR = WS-FECHA-LISTADA
                   MOVE SPACES TO WS-LINEA-LISTADO
                   MOVE ALM-ID TO WS-LL-ID
                   MOVE ALM-FECHA-VALOR TO WS-LL-FECHA
                   COMPUTE WS-DIAS-FALTAN =
                       FUNCTION INTEGER-OF-DATE(ALM-FECHA-VALOR)
                       - FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
                   MOVE WS-DIAS-FALTAN TO WS-LL-DIAS
                   MOVE ALM-LOTE-ID TO WS-LL-LOTE
                   MOVE ALM-OPERACION TO WS-LL-OPERACION
                   MOVE ALM-NUM1 TO WS-LL-NUM1
                   MOVE ALM-NUM2 TO WS-LL-NUM2
                   MOVE ALM-MONEDA TO WS-LL-MONEDA
                   DISPLAY WS-LINEA-LISTADO
                   ADD 1 TO WS-CONT-FECHA
                   ADD 1 TO WS-CONT-DEPTO
                   ADD 1 TO WS-CONT-TOTAL
               END-IF.

      * CANCELAR-FILA marca una fila pendiente como cancelada: el
      * lote ya no la soltara. Las filas liberadas o ya canceladas
      * no se tocan; una transaccion ya liberada se corrige con una
      * reversion como cualquier otra. La tabla se recarga antes de
      * buscar la fila: el lote reescribe ALMACEN y no se debe grabar
      * encima una copia anterior a su ultima ejecucion.
           CANCELAR-FILA.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Id de la fila a cancelar: "
                   ACCEPT WS-ENTRADA
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       AND FUNCTION NUMVAL(WS-ENTRADA) > ZERO
                       AND FUNCTION NUMVAL(WS-ENTRADA) <= 999999999
                       MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-ED-ID
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Id invalido"
                   END-IF
               END-PERFORM.
               PERFORM CARGAR-TABLA-ALMACEN.
               PERFORM BUSCAR-FILA.
               IF NOT FILA-HALLADA
                   DISPLAY "No hay ninguna fila con ese id"
                   GO TO MENU-ALMACEN
               END-IF.
               MOVE WS-TAL-REGISTRO(WS-SEL) TO ALM-RECORD.
               IF ALM-LIBERADA
                   DISPLAY "La fila ya se libero el "
                       ALM-FECHA-ESTADO "; no se puede cancelar"
                   GO TO MENU-ALMACEN
               END-IF.
               IF ALM-CANCELADA
                   DISPLAY "La fila ya se cancelo el "
                       ALM-FECHA-ESTADO " (" ALM-OPER-ESTADO ")"
                   GO TO MENU-ALMACEN
               END-IF.
               MOVE ALM-NUM1 TO WS-LL-NUM1.
               MOVE ALM-NUM2 TO WS-LL-NUM2.
               DISPLAY "Lote " ALM-LOTE-ID " depto " ALM-DEPTO
                   " valor " ALM-FECHA-VALOR ": " ALM-OPERACION
                   WS-LL-NUM1 " " WS-LL-NUM2 " " ALM-MONEDA.
               DISPLAY "Confirma la cancelacion (S/N): ".
               ACCEPT WS-CONFIRMACION.
               IF WS-CONFIRMACION NOT = "S"
                   AND WS-CONFIRMACION NOT = "s"
                   DISPLAY "Cancelacion anulada"
                   GO TO MENU-ALMACEN
               END-IF.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE WS-IMAGEN-ALMACEN TO WS-IMAGEN-ANTES.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE "C" TO ALM-ESTADO.
               MOVE WS-FECHA-HOY TO ALM-FECHA-ESTADO.
               MOVE WS-OPERADOR TO ALM-OPER-ESTADO.
               MOVE ALM-RECORD TO WS-TAL-REGISTRO(WS-SEL).
               PERFORM GRABAR-TABLA-ALMACEN.
               MOVE WS-TAL-REGISTRO(WS-SEL) TO ALM-RECORD.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE WS-IMAGEN-ALMACEN TO WS-IMAGEN-DESPUES.
               MOVE "C" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Fila cancelada y almacen grabado".
               GO TO MENU-ALMACEN.

           BUSCAR-FILA.
               MOVE "N" TO WS-FILA-HALLADA.
               IF WS-ALM-USADOS > ZERO
                   PERFORM LOCALIZAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-ALM-USADOS
                       OR FILA-HALLADA
               END-IF.

      * LOCALIZAR-FILA guarda el indice del acierto en WS-SEL: el
      * PERFORM VARYING deja WS-IDX una posicion mas alla al salir.
           LOCALIZAR-FILA.
               MOVE WS-TAL-REGISTRO(WS-IDX) TO ALM-RECORD.
               IF ALM-ID = WS-ED-ID
                   MOVE "S" TO WS-FILA-HALLADA
                   MOVE WS-IDX TO WS-SEL
               END-IF.

      * PREPARAR-IMAGEN-FILA deja en WS-IMAGEN-ALMACEN la imagen
      * resumida de ALM-RECORD para el diario.
           PREPARAR-IMAGEN-FILA.
               MOVE ALM-ID TO WS-IA-ID.
               MOVE ALM-FECHA-VALOR TO WS-IA-FECHA-VALOR.
               MOVE ALM-LOTE-ID TO WS-IA-LOTE-ID.
               MOVE ALM-DEPTO TO WS-IA-DEPTO.
               MOVE ALM-OPERACION TO WS-IA-OPERACION.
               MOVE ALM-NUM1 TO WS-IA-NUM1.
               MOVE ALM-NUM2 TO WS-IA-NUM2.
               MOVE ALM-MONEDA TO WS-IA-MONEDA.
               MOVE ALM-ESTADO TO WS-IA-ESTADO.

      * Misma fecha de negocio que la ventana y el lote.
           DETERMINAR-FECHA-NEGOCIO.
               MOVE SPACES TO WS-ENV-FECHA.
               ACCEPT WS-ENV-FECHA FROM ENVIRONMENT "FECHA_NEGOCIO".
               IF WS-ENV-FECHA = SPACES
                   ACCEPT WS-ENV-FECHA FROM ENVIRONMENT
                       "FECHA_ABIERTA"
               END-IF.
               IF WS-ENV-FECHA NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-ENV-FECHA) = 0
                   MOVE FUNCTION NUMVAL(WS-ENV-FECHA)
                       TO WS-FECHA-NEGOCIO
               ELSE
                   ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
               END-IF.

           CARGAR-TABLA-ALMACEN.
               MOVE ZERO TO WS-ALM-USADOS.
               MOVE "N" TO WS-FIN-ALMACEN.
               OPEN INPUT ALMACEN-FILE.
               IF WS-ALMACEN-STATUS = "35"
                   DISPLAY "ALMACEN no existe; no hay nada aparcado"
               ELSE
                   IF WS-ALMACEN-STATUS NOT = "00"
                       DISPLAY "No se puede abrir ALMACEN (estado "
                           WS-ALMACEN-STATUS ")"
                       STOP RUN
                   END-IF
                   PERFORM UNTIL FIN-ALMACEN
                       READ ALMACEN-FILE
                           AT END
                               MOVE "S" TO WS-FIN-ALMACEN
                           NOT AT END
                               PERFORM GUARDAR-FILA-TABLA
                       END-READ
                   END-PERFORM
                   CLOSE ALMACEN-FILE
               END-IF.

           GUARDAR-FILA-TABLA.
               IF WS-ALM-USADOS >= WS-MAX-ALMACEN
                   DISPLAY "Fichero ALMACEN con mas de "
                       WS-MAX-ALMACEN " filas; ampliar la tabla"
                   STOP RUN
               END-IF.
               ADD 1 TO WS-ALM-USADOS.
               MOVE ALM-RECORD TO WS-TAL-REGISTRO(WS-ALM-USADOS).

           GRABAR-TABLA-ALMACEN.
               OPEN OUTPUT ALMACEN-FILE.
               IF WS-ALM-USADOS > ZERO
                   PERFORM GRABAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-ALM-USADOS
               END-IF.
               CLOSE ALMACEN-FILE.

           GRABAR-FILA.
               MOVE WS-TAL-REGISTRO(WS-IDX) TO ALM-RECORD.
               WRITE ALM-RECORD.

      * ANOTAR-CAMBIO extiende el diario CAMBIOS con la accion y las
      * imagenes preparadas; el diario se crea con la primera linea.
           ANOTAR-CAMBIO.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-ACTUAL FROM TIME.
               OPEN EXTEND CAMBIOS-FILE.
               IF WS-CAMBIOS-STATUS = "35"
                   OPEN OUTPUT CAMBIOS-FILE
               END-IF.
               MOVE SPACES TO CAMB-RECORD.
               MOVE WS-FECHA-HOY TO CAMB-FECHA.
               MOVE WS-HORA-ACTUAL TO CAMB-HORA.
               MOVE WS-OPERADOR TO CAMB-OPERADOR.
               MOVE "ALMACEN" TO CAMB-FICHERO.
               MOVE WS-ACCION-CAMBIO TO CAMB-ACCION.
               MOVE WS-IMAGEN-ANTES TO CAMB-ANTES.
               MOVE WS-IMAGEN-DESPUES TO CAMB-DESPUES.
               WRITE CAMB-RECORD.
               CLOSE CAMBIOS-FILE.

      * IDENTIFICAR-OPERADOR y sus parrafos son los mismos que usan
      * los programas de captura: id de alta en OPERADORES, no
      * inactivo y clave si la fila la tiene. El sign-on valido deja
      * anotada la fecha en OPER-ULT-ACCESO.
           IDENTIFICAR-OPERADOR.
               PERFORM CARGAR-OPERADORES.
               MOVE "N" TO WS-OPERADOR-VALIDO.
               PERFORM UNTIL OPERADOR-VALIDO
                   DISPLAY "Identificador de operador: "
                   ACCEPT WS-OPERADOR
                   PERFORM VALIDAR-OPERADOR
               END-PERFORM.
               PERFORM ANOTAR-ULTIMO-ACCESO.
               DISPLAY "Bienvenido, " WS-OPERADOR-NOMBRE.

           VALIDAR-OPERADOR.
               MOVE "N" TO WS-OPER-HALLADO.
               MOVE SPACES TO WS-OPERADOR-NOMBRE.
               IF WS-OPER-USADOS > ZERO
                   PERFORM LOCALIZAR-OPERADOR
                       VARYING WS-OPER-IDX FROM 1 BY 1
                       UNTIL WS-OPER-IDX > WS-OPER-USADOS
                       OR OPER-HALLADO
               END-IF.
               IF NOT OPER-HALLADO
                   DISPLAY "Operador no autorizado, pruebe de nuevo"
               ELSE
                   MOVE WS-TOP-REGISTRO(WS-OPER-SEL) TO OPER-RECORD
                   IF OPER-ESTA-INACTIVO
                       DISPLAY "Operador dado de baja; avise al"
                           " supervisor"
                   ELSE
                       PERFORM COMPROBAR-CLAVE
                   END-IF
               END-IF.

      * LOCALIZAR-OPERADOR guarda el indice del acierto en
      * WS-OPER-SEL: el PERFORM VARYING deja WS-OPER-IDX una
      * posicion mas alla al salir.
           LOCALIZAR-OPERADOR.
               MOVE WS-TOP-REGISTRO(WS-OPER-IDX) TO OPER-RECORD.
               IF OPER-ID = WS-OPERADOR AND OPER-ID NOT = SPACES
                   MOVE "S" TO WS-OPER-HALLADO
                   MOVE WS-OPER-IDX TO WS-OPER-SEL
               END-IF.

           COMPROBAR-CLAVE.
               IF OPER-CLAVE = SPACES
                   DISPLAY "Aviso: operador sin clave registrada;"
                       " pida al supervisor que la fije"
                   MOVE "S" TO WS-OPERADOR-VALIDO
                   MOVE OPER-NOMBRE TO WS-OPERADOR-NOMBRE
               ELSE
                   DISPLAY "Clave de acceso: "
                   ACCEPT WS-CLAVE-ENTRADA
                   IF WS-CLAVE-ENTRADA = OPER-CLAVE
                       MOVE "S" TO WS-OPERADOR-VALIDO
                       MOVE OPER-NOMBRE TO WS-OPERADOR-NOMBRE
                   ELSE
                       DISPLAY "Clave incorrecta, pruebe de nuevo"
                   END-IF
               END-IF.

           CARGAR-OPERADORES.
               MOVE ZERO TO WS-OPER-USADOS.
               MOVE "N" TO WS-FIN-OPERADORES.
               OPEN INPUT OPER-FILE.
               IF WS-OPER-STATUS NOT = "00"
                   DISPLAY "No se puede abrir el fichero OPERADORES"
                   STOP RUN
               END-IF.
               PERFORM UNTIL FIN-OPERADORES
                   READ OPER-FILE
                       AT END
                           MOVE "S" TO WS-FIN-OPERADORES
                       NOT AT END
                           PERFORM GUARDAR-OPERADOR-TABLA
                   END-READ
               END-PERFORM.
               CLOSE OPER-FILE.
               IF WS-OPER-USADOS = ZERO
                   DISPLAY "El fichero OPERADORES esta vacio"
                   STOP RUN
               END-IF.

           GUARDAR-OPERADOR-TABLA.
               IF WS-OPER-USADOS >= WS-MAX-OPERADORES
                   DISPLAY "Fichero OPERADORES con mas de "
                       WS-MAX-OPERADORES " filas; ampliar la tabla"
                   STOP RUN
               END-IF.
               IF OPER-ROL NOT = "O" AND OPER-ROL NOT = "S"
                   MOVE "O" TO OPER-ROL
               END-IF.
               IF OPER-ACTIVO NOT = "A" AND OPER-ACTIVO NOT = "I"
                   MOVE "A" TO OPER-ACTIVO
               END-IF.
               IF OPER-ULT-ACCESO NOT NUMERIC
                   MOVE ZERO TO OPER-ULT-ACCESO
               END-IF.
               ADD 1 TO WS-OPER-USADOS.
               MOVE OPER-RECORD TO WS-TOP-REGISTRO(WS-OPER-USADOS).

           GRABAR-OPERADORES.
               OPEN OUTPUT OPER-FILE.
               IF WS-OPER-USADOS > ZERO
                   PERFORM GRABAR-OPERADOR-FILA
                       VARYING WS-OPER-IDX FROM 1 BY 1
                       UNTIL WS-OPER-IDX > WS-OPER-USADOS
               END-IF.
               CLOSE OPER-FILE.

           GRABAR-OPERADOR-FILA.
               MOVE WS-TOP-REGISTRO(WS-OPER-IDX) TO OPER-RECORD.
               WRITE OPER-RECORD.

           ANOTAR-ULTIMO-ACCESO.
               MOVE WS-TOP-REGISTRO(WS-OPER-SEL) TO OPER-RECORD.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE WS-FECHA-HOY TO OPER-ULT-ACCESO.
               MOVE OPER-RECORD TO WS-TOP-REGISTRO(WS-OPER-SEL).
               PERFORM GRABAR-OPERADORES.

           FINALIZAR-ALMACEN.
               DISPLAY "Adios!".
               STOP RUN.

       END PROGRAM Operaciones_Basicas_Almacen.
