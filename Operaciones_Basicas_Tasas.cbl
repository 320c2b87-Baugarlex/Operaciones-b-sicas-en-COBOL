      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Mantenimiento de tipos de interes y comisiones        *
      * Tectonics: cobc                                                *
      ******************************************************************
      * Mantiene la tabla TASASINT (ver TASAREC.cpy) de la que el     *
      * devengo diario Operaciones_Basicas_Devengo saca, para cada    *
      * cuenta, el tipo anual, la base de dias, el saldo minimo con   *
      * su comision, la frecuencia de liquidacion y el codigo de      *
      * operacion ("DV" + sufijo) con el que van las liquidaciones al *
      * lote. Permite listar la tabla, dar de alta una cuenta y       *
      * cambiar sus condiciones. Una cuenta no se borra: para dejar   *
      * de devengar se le pone tipo y comision a cero, con lo que el  *
      * periodo abierto se liquida con lo ya devengado y el historico *
      * de condiciones queda en el diario. Un cambio rige desde el    *
      * siguiente dia devengado; lo ya devengado en el periodo no se  *
      * recalcula.                                                    *
      *                                                               *
      * El programa arranca con el sign-on de OPERADORES de los       *
      * programas de captura, y cada alta o cambio deja en el diario  *
      * CAMBIOS (ver CAMBREC.cpy) la fila antes y despues, el         *
      * operador, la fecha y la hora. La tabla se regraba entera tras *
      * cada cambio.                                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Tasas.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Mantenimiento de TASASINT.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT TASAS-FILE ASSIGN TO "TASASINT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-TASAS-STATUS.
                   SELECT OPER-FILE ASSIGN TO "OPERADORES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-OPER-STATUS.
                   SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CAMBIOS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD TASAS-FILE.
           COPY "TASAREC.cpy".

           FD OPER-FILE.
           COPY "OPERREC.cpy".

           FD CAMBIOS-FILE.
           COPY "CAMBREC.cpy".

           WORKING-STORAGE SECTION.
               01 WS-TASAS-STATUS PIC X(2).
               01 WS-OPER-STATUS PIC X(2).
               01 WS-CAMBIOS-STATUS PIC X(2).
               01 WS-FIN-TASAS PIC X(1) VALUE "N".
                   88 FIN-TASAS VALUE "S".
      * Tantas filas como cuentas caben en el maestro SALDOS.
               01 WS-MAX-TASAS PIC 9(4) COMP VALUE 100.
               01 WS-TASAS-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-IDX PIC 9(4) COMP.
               01 WS-SEL PIC 9(4) COMP.
               01 WS-FILA-HALLADA PIC X(1) VALUE "N".
                   88 FILA-HALLADA VALUE "S".
               01 WS-TABLA-TASAS.
                   05 WS-TT-REGISTRO PIC X(49) OCCURS 100 TIMES.

               01 WS-ACCION PIC X(5).
               01 WS-ENTRADA PIC X(16).
               01 WS-ED-CUENTA PIC X(10).
               01 WS-ED-TASA PIC 9(3)V9(4).
               01 WS-ED-BASE PIC X(3).
               01 WS-ED-MINIMO PIC S9(11)V99.
               01 WS-ED-COMISION PIC 9(7)V99.
               01 WS-ED-FRECUENCIA PIC X(1).
               01 WS-ED-OPERACION PIC X(5).
               01 WS-ENTRADA-VALIDA PIC X(1) VALUE "N".
                   88 ENTRADA-ES-VALIDA VALUE "S".

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

      * Imagenes de la fila para el diario de cambios.
               01 WS-ACCION-CAMBIO PIC X(1).
               01 WS-IMAGEN-ANTES PIC X(60).
               01 WS-IMAGEN-DESPUES PIC X(60).

               01 WS-LINEA-LISTADO.
                   05 WS-LL-CUENTA PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-TASA PIC ZZ9.9999.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-BASE PIC X(3).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-MINIMO PIC -(11)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-COMISION PIC Z(6)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-FRECUENCIA PIC X(1).
                   05 FILLER PIC X(5) VALUE SPACES.
                   05 WS-LL-OPERACION PIC X(5).

       PROCEDURE DIVISION.
           INICIO-TASAS.
               PERFORM IDENTIFICAR-OPERADOR.
               PERFORM CARGAR-TABLA-TASAS.
               GO TO MENU-TASAS.

           MENU-TASAS.
               DISPLAY "Accion: L=listar A=alta C=cambio Salir".
               ACCEPT WS-ACCION.
               IF WS-ACCION = "L" OR WS-ACCION = "l"
                   GO TO LISTAR-TASAS
               ELSE IF WS-ACCION = "A" OR WS-ACCION = "a"
                   GO TO ALTA-TASA
               ELSE IF WS-ACCION = "C" OR WS-ACCION = "c"
                   GO TO CAMBIO-TASA
               ELSE IF WS-ACCION = "Salir" OR WS-ACCION = "salir"
                   GO TO FINALIZAR-TASAS
               ELSE
                   DISPLAY "Por favor introduce L, A, C o Salir"
                   GO TO MENU-TASAS.

           LISTAR-TASAS.
               DISPLAY "Cuenta      Tipo %    Base  Saldo minimo"
                   "      Comision  Frec  Oper.".
               IF WS-TASAS-USADAS > ZERO
                   PERFORM LISTAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TASAS-USADAS
               ELSE
                   DISPLAY "(tabla vacia)"
               END-IF.
               GO TO MENU-TASAS.

           LISTAR-FILA.
               MOVE WS-TT-REGISTRO(WS-IDX) TO TASA-RECORD.
               MOVE SPACES TO WS-LINEA-LISTADO.
               MOVE TASA-CUENTA TO WS-LL-CUENTA.
               MOVE TASA-ANUAL TO WS-LL-TASA.
               MOVE TASA-BASE TO WS-LL-BASE.
               MOVE TASA-SALDO-MINIMO TO WS-LL-MINIMO.
               MOVE TASA-COMISION TO WS-LL-COMISION.
               MOVE TASA-FRECUENCIA TO WS-LL-FRECUENCIA.
               MOVE TASA-OPERACION TO WS-LL-OPERACION.
               DISPLAY WS-LINEA-LISTADO.

      * ALTA-TASA da de alta las condiciones de una cuenta que aun
      * no tiene fila: cada cuenta devenga con una sola fila.
           ALTA-TASA.
               IF WS-TASAS-USADAS >= WS-MAX-TASAS
                   DISPLAY "Tabla llena, no caben mas filas"
                   GO TO MENU-TASAS
               END-IF.
               PERFORM PEDIR-CUENTA.
               PERFORM BUSCAR-FILA.
               IF FILA-HALLADA
                   DISPLAY "La cuenta " WS-ED-CUENTA " ya tiene fila;"
                       " use C para cambiarla"
                   GO TO MENU-TASAS
               END-IF.
               PERFORM PEDIR-CONDICIONES.
               ADD 1 TO WS-TASAS-USADAS.
               MOVE WS-TASAS-USADAS TO WS-SEL.
               PERFORM PREPARAR-FILA-EDITADA.
               MOVE TASA-RECORD TO WS-TT-REGISTRO(WS-SEL).
               PERFORM GRABAR-TABLA-TASAS.
               MOVE SPACES TO WS-IMAGEN-ANTES.
               MOVE WS-TT-REGISTRO(WS-SEL) TO WS-IMAGEN-DESPUES.
               MOVE "A" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Fila dada de alta y tabla grabada".
               GO TO MENU-TASAS.

      * CAMBIO-TASA sustituye todas las condiciones de la cuenta; se
      * muestran antes las vigentes para que el operador las repita
      * si no cambian.
           CAMBIO-TASA.
               PERFORM PEDIR-CUENTA.
               PERFORM BUSCAR-FILA.
               IF NOT FILA-HALLADA
                   DISPLAY "No hay fila para la cuenta " WS-ED-CUENTA
                   GO TO MENU-TASAS
               END-IF.
               MOVE WS-TT-REGISTRO(WS-SEL) TO WS-IMAGEN-ANTES.
               MOVE WS-SEL TO WS-IDX.
               DISPLAY "Condiciones actuales:".
               PERFORM LISTAR-FILA.
               PERFORM PEDIR-CONDICIONES.
               PERFORM PREPARAR-FILA-EDITADA.
               MOVE TASA-RECORD TO WS-TT-REGISTRO(WS-SEL).
               PERFORM GRABAR-TABLA-TASAS.
               MOVE WS-TT-REGISTRO(WS-SEL) TO WS-IMAGEN-DESPUES.
               MOVE "C" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Fila cambiada y tabla grabada".
               GO TO MENU-TASAS.

           BUSCAR-FILA.
               MOVE "N" TO WS-FILA-HALLADA.
               IF WS-TASAS-USADAS > ZERO
                   PERFORM LOCALIZAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TASAS-USADAS
                       OR FILA-HALLADA
               END-IF.

      * LOCALIZAR-FILA guarda el indice del acierto en WS-SEL: el
      * PERFORM VARYING deja WS-IDX una posicion mas alla al salir.
           LOCALIZAR-FILA.
               MOVE WS-TT-REGISTRO(WS-IDX) TO TASA-RECORD.
               IF TASA-CUENTA = WS-ED-CUENTA
                   MOVE "S" TO WS-FILA-HALLADA
                   MOVE WS-IDX TO WS-SEL
               END-IF.

      * PREPARAR-FILA-EDITADA deja en TASA-RECORD la fila tal como
      * se graba en TASASINT, con los valores pedidos.
           PREPARAR-FILA-EDITADA.
               MOVE SPACES TO TASA-RECORD.
               MOVE WS-ED-CUENTA TO TASA-CUENTA.
               MOVE WS-ED-TASA TO TASA-ANUAL.
               MOVE WS-ED-BASE TO TASA-BASE.
               MOVE WS-ED-MINIMO TO TASA-SALDO-MINIMO.
               MOVE WS-ED-COMISION TO TASA-COMISION.
               MOVE WS-ED-FRECUENCIA TO TASA-FRECUENCIA.
               MOVE WS-ED-OPERACION TO TASA-OPERACION.

           PEDIR-CONDICIONES.
               PERFORM PEDIR-TASA.
               PERFORM PEDIR-BASE.
               PERFORM PEDIR-MINIMO.
               PERFORM PEDIR-COMISION.
               PERFORM PEDIR-FRECUENCIA.
               PERFORM PEDIR-OPERACION.

           PEDIR-CUENTA.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Cuenta del ledger (p.ej. CTA-SUMAS): "
                   ACCEPT WS-ED-CUENTA
                   IF WS-ED-CUENTA = SPACES
                       DISPLAY "La cuenta no puede estar en blanco"
                   ELSE
                       MOVE FUNCTION UPPER-CASE(WS-ED-CUENTA)
                           TO WS-ED-CUENTA
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   END-IF
               END-PERFORM.

           PEDIR-TASA.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Tipo anual en % (p.ej. 2.5000): "
                   ACCEPT WS-ENTRADA
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       AND FUNCTION NUMVAL(WS-ENTRADA) >= ZERO
                       AND FUNCTION NUMVAL(WS-ENTRADA) < 1000
                       MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-ED-TASA
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Tipo invalido: de 0 a 999.9999"
                   END-IF
               END-PERFORM.

           PEDIR-BASE.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Base de dias (360, 365 o ACT): "
                   ACCEPT WS-ED-BASE
                   MOVE FUNCTION UPPER-CASE(WS-ED-BASE) TO WS-ED-BASE
                   IF WS-ED-BASE = "360" OR WS-ED-BASE = "365"
                       OR WS-ED-BASE = "ACT"
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Base invalida: 360, 365 o ACT"
                   END-IF
               END-PERFORM.

           PEDIR-MINIMO.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Saldo minimo (puede ser negativo): "
                   ACCEPT WS-ENTRADA
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       AND FUNCTION ABS(FUNCTION NUMVAL(WS-ENTRADA))
                           < 100000000000
                       MOVE FUNCTION NUMVAL(WS-ENTRADA)
                           TO WS-ED-MINIMO
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Saldo minimo invalido"
                   END-IF
               END-PERFORM.

           PEDIR-COMISION.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Comision por saldo minimo (0 = sin"
                       " comision): "
                   ACCEPT WS-ENTRADA
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       AND FUNCTION NUMVAL(WS-ENTRADA) >= ZERO
                       AND FUNCTION NUMVAL(WS-ENTRADA) < 10000000
                       MOVE FUNCTION NUMVAL(WS-ENTRADA)
                           TO WS-ED-COMISION
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Comision invalida: de 0 a 9999999.99"
                   END-IF
               END-PERFORM.

           PEDIR-FRECUENCIA.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Liquidacion M=mensual T=trimestral"
                       " A=anual: "
                   ACCEPT WS-ED-FRECUENCIA
                   MOVE FUNCTION UPPER-CASE(WS-ED-FRECUENCIA)
                       TO WS-ED-FRECUENCIA
                   IF WS-ED-FRECUENCIA = "M" OR WS-ED-FRECUENCIA = "T"
                       OR WS-ED-FRECUENCIA = "A"
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Frecuencia invalida: M, T o A"
                   END-IF
               END-PERFORM.

      * PEDIR-OPERACION pide el codigo con el que Devengo manda las
      * liquidaciones al lote. El lote solo lo acepta si CTATABLA
      * tiene una fila vigente para el, que hay que dar de alta con
      * Operaciones_Basicas_Cuentas antes de la siguiente liquidacion.
           PEDIR-OPERACION.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Codigo de operacion de las liquidaciones"
                       " (DV + hasta 3 letras, p.ej. DVINT): "
                   ACCEPT WS-ED-OPERACION
                   MOVE FUNCTION UPPER-CASE(WS-ED-OPERACION)
                       TO WS-ED-OPERACION
                   IF WS-ED-OPERACION(1:2) = "DV"
                       AND WS-ED-OPERACION(3:3) NOT = SPACES
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Codigo invalido: DV seguido de 1 a 3"
                           " caracteres"
                   END-IF
               END-PERFORM.

           CARGAR-TABLA-TASAS.
               MOVE ZERO TO WS-TASAS-USADAS.
               MOVE "N" TO WS-FIN-TASAS.
               OPEN INPUT TASAS-FILE.
               IF WS-TASAS-STATUS = "35"
                   DISPLAY "TASASINT no existe; se parte de una"
                       " tabla vacia"
               ELSE
                   IF WS-TASAS-STATUS NOT = "00"
                       DISPLAY "No se puede abrir TASASINT (estado "
                           WS-TASAS-STATUS ")"
                       STOP RUN
                   END-IF
                   PERFORM UNTIL FIN-TASAS
                       READ TASAS-FILE
                           AT END
                               MOVE "S" TO WS-FIN-TASAS
                           NOT AT END
                               PERFORM GUARDAR-FILA-TABLA
                       END-READ
                   END-PERFORM
                   CLOSE TASAS-FILE
               END-IF.

           GUARDAR-FILA-TABLA.
               IF WS-TASAS-USADAS >= WS-MAX-TASAS
                   DISPLAY "Tabla TASASINT con mas de "
                       WS-MAX-TASAS " filas; ampliar la tabla"
                   STOP RUN
               END-IF.
               ADD 1 TO WS-TASAS-USADAS.
               MOVE TASA-RECORD TO WS-TT-REGISTRO(WS-TASAS-USADAS).

           GRABAR-TABLA-TASAS.
               OPEN OUTPUT TASAS-FILE.
               IF WS-TASAS-USADAS > ZERO
                   PERFORM GRABAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TASAS-USADAS
               END-IF.
               CLOSE TASAS-FILE.

           GRABAR-FILA.
               MOVE WS-TT-REGISTRO(WS-IDX) TO TASA-RECORD.
               WRITE TASA-RECORD.

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
               MOVE "TASASINT" TO CAMB-FICHERO.
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

           FINALIZAR-TASAS.
               DISPLAY "Adios!".
               STOP RUN.

       END PROGRAM Operaciones_Basicas_Tasas.
