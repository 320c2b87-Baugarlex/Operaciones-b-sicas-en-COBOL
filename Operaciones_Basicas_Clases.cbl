      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Mantenimiento de la clasificacion de cuentas          *
      * Tectonics: cobc                                                *
      ******************************************************************
      * Mantiene la tabla externa CLASECTA (ver CLASREC.cpy),         *
      * companera de CTATABLA, que clasifica cada cuenta del ledger   *
      * como de balance ("B") o de resultados ("R"). El cierre anual  *
      * Operaciones_Basicas_Anual salda las cuentas de resultados     *
      * contra la cuenta de resultados acumulados y arrastra las de   *
      * balance al ejercicio siguiente, y no arranca mientras quede   *
      * en SALDOS alguna cuenta sin clasificar.                       *
      *                                                               *
      * Con este programa contabilidad puede listar la tabla, dar de  *
      * alta la clase de una cuenta nueva y cambiar la de una cuenta  *
      * ya clasificada. No hay baja: una cuenta que deja de usarse    *
      * conserva su clase, porque su saldo sigue en SALDOS. La tabla  *
      * se regraba entera tras cada cambio.                           *
      *                                                               *
      * Cada fila lleva ademas el saldo minimo que tesoreria quiere   *
      * mantener en la cuenta (cero = sin minimo), que la proyeccion  *
      * Operaciones_Basicas_Proyecta vigila. Se fija en el alta y se  *
      * cambia con la opcion M.                                       *
      *                                                               *
      * El programa arranca con el sign-on de OPERADORES de los       *
      * programas de captura, igual que Operaciones_Basicas_Cuentas,  *
      * y cada alta o cambio deja en el diario CAMBIOS (ver           *
      * CAMBREC.cpy) la fila antes y despues, el operador, la fecha y *
      * la hora.                                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Clases.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Mantenimiento de CLASECTA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT CLASES-FILE ASSIGN TO "CLASECTA"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CLASES-STATUS.
                   SELECT OPER-FILE ASSIGN TO "OPERADORES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-OPER-STATUS.
                   SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CAMBIOS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD CLASES-FILE.
           COPY "CLASREC.cpy".

           FD OPER-FILE.
           COPY "OPERREC.cpy".

           FD CAMBIOS-FILE.
           COPY "CAMBREC.cpy".

           WORKING-STORAGE SECTION.
               01 WS-CLASES-STATUS PIC X(2).
               01 WS-OPER-STATUS PIC X(2).
               01 WS-CAMBIOS-STATUS PIC X(2).
               01 WS-FIN-CLASES PIC X(1) VALUE "N".
                   88 FIN-CLASES VALUE "S".
               01 WS-MAX-CLASES PIC 9(4) COMP VALUE 200.
               01 WS-CLASES-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-IDX PIC 9(4) COMP.
               01 WS-SEL PIC 9(4) COMP.
               01 WS-FILA-HALLADA PIC X(1) VALUE "N".
                   88 FILA-HALLADA VALUE "S".
               01 WS-TABLA-CLASES.
                   05 WS-TK-ENTRADA OCCURS 200 TIMES.
                       10 WS-TK-CUENTA PIC X(10).
                       10 WS-TK-TIPO PIC X(1).
                       10 WS-TK-MINIMO PIC S9(11)V99.
               01 WS-TOTAL-BALANCE PIC 9(4) COMP.
               01 WS-TOTAL-RESULTADO PIC 9(4) COMP.
               01 WS-TOTAL-EDITADO PIC ZZZ9.

               01 WS-ACCION PIC X(5).
               01 WS-ED-CUENTA PIC X(10).
               01 WS-ED-TIPO PIC X(1).
                   88 ED-TIPO-VALIDO VALUE "B" "R".
               01 WS-ENTRADA PIC X(16).
               01 WS-ED-MINIMO PIC S9(11)V99.
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
                   05 WS-LL-TIPO PIC X(1).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-DESCRIPCION PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-MINIMO PIC -(11)9.99.

       PROCEDURE DIVISION.
           INICIO-CLASES.
               PERFORM IDENTIFICAR-OPERADOR.
               PERFORM CARGAR-TABLA-CLASES.
               GO TO MENU-CLASES.

           MENU-CLASES.
               DISPLAY "Accion: L=listar A=alta C=cambio M=minimo"
                   " Salir".
               ACCEPT WS-ACCION.
               IF WS-ACCION = "L" OR WS-ACCION = "l"
                   GO TO LISTAR-CLASES
               ELSE IF WS-ACCION = "A" OR WS-ACCION = "a"
                   GO TO ALTA-CLASE
               ELSE IF WS-ACCION = "C" OR WS-ACCION = "c"
                   GO TO CAMBIO-CLASE
               ELSE IF WS-ACCION = "M" OR WS-ACCION = "m"
                   GO TO CAMBIO-MINIMO
               ELSE IF WS-ACCION = "Salir" OR WS-ACCION = "salir"
                   GO TO FINALIZAR-CLASES
               ELSE
                   DISPLAY "Por favor introduce L, A, C, M o Salir"
                   GO TO MENU-CLASES.

           LISTAR-CLASES.
               DISPLAY "Cuenta      Clase             Saldo minimo".
               MOVE ZERO TO WS-TOTAL-BALANCE.
               MOVE ZERO TO WS-TOTAL-RESULTADO.
               IF WS-CLASES-USADAS > ZERO
                   PERFORM LISTAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CLASES-USADAS
                   MOVE WS-TOTAL-BALANCE TO WS-TOTAL-EDITADO
                   DISPLAY "Cuentas de balance:    " WS-TOTAL-EDITADO
                   MOVE WS-TOTAL-RESULTADO TO WS-TOTAL-EDITADO
                   DISPLAY "Cuentas de resultados: " WS-TOTAL-EDITADO
               ELSE
                   DISPLAY "(tabla vacia)"
               END-IF.
               GO TO MENU-CLASES.

           LISTAR-FILA.
               MOVE SPACES TO WS-LINEA-LISTADO.
               MOVE WS-TK-CUENTA(WS-IDX) TO WS-LL-CUENTA.
               MOVE WS-TK-TIPO(WS-IDX) TO WS-LL-TIPO.
               MOVE WS-TK-MINIMO(WS-IDX) TO WS-LL-MINIMO.
               IF WS-TK-TIPO(WS-IDX) = "B"
                   MOVE "balance" TO WS-LL-DESCRIPCION
                   ADD 1 TO WS-TOTAL-BALANCE
               ELSE
                   MOVE "resultados" TO WS-LL-DESCRIPCION
                   ADD 1 TO WS-TOTAL-RESULTADO
               END-IF.
               DISPLAY WS-LINEA-LISTADO.

      * ALTA-CLASE rechaza una cuenta ya clasificada: para cambiar su
      * clase esta la opcion C, que deja la fila antes en el diario.
           ALTA-CLASE.
               IF WS-CLASES-USADAS >= WS-MAX-CLASES
                   DISPLAY "Tabla llena, no caben mas filas"
                   GO TO MENU-CLASES
               END-IF.
               PERFORM PEDIR-CUENTA.
               PERFORM BUSCAR-CUENTA.
               IF FILA-HALLADA
                   DISPLAY "La cuenta ya esta clasificada como "
                       WS-TK-TIPO(WS-SEL) "; use C para cambiarla"
                   GO TO MENU-CLASES
               END-IF.
               PERFORM PEDIR-TIPO.
               PERFORM PEDIR-MINIMO.
               ADD 1 TO WS-CLASES-USADAS.
               MOVE WS-ED-CUENTA TO WS-TK-CUENTA(WS-CLASES-USADAS).
               MOVE WS-ED-TIPO TO WS-TK-TIPO(WS-CLASES-USADAS).
               MOVE WS-ED-MINIMO TO WS-TK-MINIMO(WS-CLASES-USADAS).
               PERFORM GRABAR-TABLA-CLASES.
               MOVE WS-CLASES-USADAS TO WS-SEL.
               MOVE SPACES TO WS-IMAGEN-ANTES.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE CLAS-RECORD TO WS-IMAGEN-DESPUES.
               MOVE "A" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Cuenta clasificada y tabla grabada".
               GO TO MENU-CLASES.

      * CAMBIO-CLASE corrige la clase de una cuenta ya clasificada.
      * El cambio solo cuenta para los cierres que se hagan despues:
      * un ejercicio ya cerrado no se rehace.
           CAMBIO-CLASE.
               PERFORM PEDIR-CUENTA.
               PERFORM BUSCAR-CUENTA.
               IF NOT FILA-HALLADA
                   DISPLAY "La cuenta no esta clasificada; use A"
                   GO TO MENU-CLASES
               END-IF.
               DISPLAY "Clase actual: " WS-TK-TIPO(WS-SEL).
               PERFORM PEDIR-TIPO.
               IF WS-ED-TIPO = WS-TK-TIPO(WS-SEL)
                   DISPLAY "La clase no cambia; no se graba nada"
                   GO TO MENU-CLASES
               END-IF.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE CLAS-RECORD TO WS-IMAGEN-ANTES.
               MOVE WS-ED-TIPO TO WS-TK-TIPO(WS-SEL).
               PERFORM GRABAR-TABLA-CLASES.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE CLAS-RECORD TO WS-IMAGEN-DESPUES.
               MOVE "C" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Clase cambiada y tabla grabada".
               GO TO MENU-CLASES.

      * CAMBIO-MINIMO fija el saldo minimo de tesoreria de una cuenta
      * ya clasificada; la clase no se toca.
           CAMBIO-MINIMO.
               PERFORM PEDIR-CUENTA.
               PERFORM BUSCAR-CUENTA.
               IF NOT FILA-HALLADA
                   DISPLAY "La cuenta no esta clasificada; use A"
                   GO TO MENU-CLASES
               END-IF.
               MOVE WS-TK-MINIMO(WS-SEL) TO WS-LL-MINIMO.
               DISPLAY "Saldo minimo actual: " WS-LL-MINIMO.
               PERFORM PEDIR-MINIMO.
               IF WS-ED-MINIMO = WS-TK-MINIMO(WS-SEL)
                   DISPLAY "El minimo no cambia; no se graba nada"
                   GO TO MENU-CLASES
               END-IF.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE CLAS-RECORD TO WS-IMAGEN-ANTES.
               MOVE WS-ED-MINIMO TO WS-TK-MINIMO(WS-SEL).
               PERFORM GRABAR-TABLA-CLASES.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE CLAS-RECORD TO WS-IMAGEN-DESPUES.
               MOVE "C" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Minimo cambiado y tabla grabada".
               GO TO MENU-CLASES.

           BUSCAR-CUENTA.
               MOVE "N" TO WS-FILA-HALLADA.
               IF WS-CLASES-USADAS > ZERO
                   PERFORM LOCALIZAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CLASES-USADAS
                       OR FILA-HALLADA
               END-IF.

      * LOCALIZAR-FILA guarda el indice del acierto en WS-SEL: el
      * PERFORM VARYING deja WS-IDX una posicion mas alla al salir.
           LOCALIZAR-FILA.
               IF WS-TK-CUENTA(WS-IDX) = WS-ED-CUENTA
                   MOVE "S" TO WS-FILA-HALLADA
                   MOVE WS-IDX TO WS-SEL
               END-IF.

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

           PEDIR-TIPO.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Clase: B=balance R=resultados: "
                   ACCEPT WS-ED-TIPO
                   MOVE FUNCTION UPPER-CASE(WS-ED-TIPO) TO WS-ED-TIPO
                   IF ED-TIPO-VALIDO
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Por favor introduce B o R"
                   END-IF
               END-PERFORM.

           PEDIR-MINIMO.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Saldo minimo de tesoreria (0 = sin"
                       " minimo): "
                   ACCEPT WS-ENTRADA
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       AND FUNCTION NUMVAL(WS-ENTRADA) >= ZERO
                       AND FUNCTION NUMVAL(WS-ENTRADA) < 100000000000
                       MOVE FUNCTION NUMVAL(WS-ENTRADA)
                           TO WS-ED-MINIMO
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Saldo minimo invalido"
                   END-IF
               END-PERFORM.

           CARGAR-TABLA-CLASES.
               MOVE ZERO TO WS-CLASES-USADAS.
               MOVE "N" TO WS-FIN-CLASES.
               OPEN INPUT CLASES-FILE.
               IF WS-CLASES-STATUS = "35"
                   DISPLAY "CLASECTA no existe; se parte de una"
                       " tabla vacia"
               ELSE
                   IF WS-CLASES-STATUS NOT = "00"
                       DISPLAY "No se puede abrir CLASECTA (estado "
                           WS-CLASES-STATUS ")"
                       STOP RUN
                   END-IF
                   PERFORM UNTIL FIN-CLASES
                       READ CLASES-FILE
                           AT END
                               MOVE "S" TO WS-FIN-CLASES
                           NOT AT END
                               PERFORM GUARDAR-FILA-TABLA
                       END-READ
                   END-PERFORM
                   CLOSE CLASES-FILE
               END-IF.

           GUARDAR-FILA-TABLA.
               IF WS-CLASES-USADAS >= WS-MAX-CLASES
                   DISPLAY "Tabla CLASECTA con mas de "
                       WS-MAX-CLASES " filas; ampliar la tabla"
                   STOP RUN
               END-IF.
               ADD 1 TO WS-CLASES-USADAS.
               MOVE CLAS-CUENTA TO WS-TK-CUENTA(WS-CLASES-USADAS).
               MOVE CLAS-TIPO TO WS-TK-TIPO(WS-CLASES-USADAS).
               IF CLAS-SALDO-MINIMO NOT NUMERIC
                   MOVE ZERO TO WS-TK-MINIMO(WS-CLASES-USADAS)
               ELSE
                   MOVE CLAS-SALDO-MINIMO
                       TO WS-TK-MINIMO(WS-CLASES-USADAS)
               END-IF.

           GRABAR-TABLA-CLASES.
               OPEN OUTPUT CLASES-FILE.
               IF WS-CLASES-USADAS > ZERO
                   PERFORM GRABAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CLASES-USADAS
               END-IF.
               CLOSE CLASES-FILE.

           GRABAR-FILA.
               MOVE WS-TK-CUENTA(WS-IDX) TO CLAS-CUENTA.
               MOVE WS-TK-TIPO(WS-IDX) TO CLAS-TIPO.
               MOVE WS-TK-MINIMO(WS-IDX) TO CLAS-SALDO-MINIMO.
               WRITE CLAS-RECORD.

      * PREPARAR-IMAGEN-FILA deja en CLAS-RECORD la fila WS-SEL tal
      * como se graba en CLASECTA.
           PREPARAR-IMAGEN-FILA.
               MOVE WS-TK-CUENTA(WS-SEL) TO CLAS-CUENTA.
               MOVE WS-TK-TIPO(WS-SEL) TO CLAS-TIPO.
               MOVE WS-TK-MINIMO(WS-SEL) TO CLAS-SALDO-MINIMO.

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
               MOVE "CLASECTA" TO CAMB-FICHERO.
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

           FINALIZAR-CLASES.
               DISPLAY "Adios!".
               STOP RUN.

       END PROGRAM Operaciones_Basicas_Clases.
