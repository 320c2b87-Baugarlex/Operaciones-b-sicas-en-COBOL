      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Mantenimiento del presupuesto por departamento        *
      * Tectonics: cobc                                                *
      ******************************************************************
      * Mantiene el fichero PRESUPUES (ver PRESREC.cpy): el importe   *
      * presupuestado de cada mes del ejercicio por departamento y    *
      * cuenta del ledger, contra el que el informe                   *
      * Operaciones_Basicas_Desvio compara lo realmente contabilizado.*
      * Permite listar un ejercicio (entero o de un departamento),    *
      * dar de alta una linea de presupuesto, con el importe anual    *
      * repartido a partes iguales entre los doce meses o tecleado    *
      * mes a mes, y cambiar el importe de un mes. Una linea no se    *
      * borra: se deja a cero, y el historico queda en el diario.     *
      *                                                               *
      * Como el presupuesto es la referencia con la que se juzga el   *
      * gasto de cada area, solo un supervisor puede tocarlo: el      *
      * programa arranca con el mismo sign-on de supervisor que       *
      * Aprueba y Limite. Cada fila dada de alta o cambiada deja en   *
      * el diario CAMBIOS (ver CAMBREC.cpy) su imagen antes y         *
      * despues, el supervisor, la fecha y la hora. El fichero se     *
      * regraba entero tras cada cambio.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Presup.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Mantenimiento de PRESUPUES.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT PRESUP-FILE ASSIGN TO "PRESUPUES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-PRESUP-STATUS.
                   SELECT OPER-FILE ASSIGN TO "OPERADORES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-OPER-STATUS.
                   SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CAMBIOS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD PRESUP-FILE.
           COPY "PRESREC.cpy".

           FD OPER-FILE.
           COPY "OPERREC.cpy".

           FD CAMBIOS-FILE.
           COPY "CAMBREC.cpy".

           WORKING-STORAGE SECTION.
               01 WS-PRESUP-STATUS PIC X(2).
               01 WS-OPER-STATUS PIC X(2).
               01 WS-CAMBIOS-STATUS PIC X(2).
               01 WS-FIN-PRESUP PIC X(1) VALUE "N".
                   88 FIN-PRESUP VALUE "S".
      * Doce filas por linea de presupuesto: 200 lineas.
               01 WS-MAX-PRESUP PIC 9(4) COMP VALUE 2400.
               01 WS-PRESUP-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-IDX PIC 9(4) COMP.
               01 WS-SEL PIC 9(4) COMP.
               01 WS-FILA-HALLADA PIC X(1) VALUE "N".
                   88 FILA-HALLADA VALUE "S".
               01 WS-TABLA-PRESUP.
                   05 WS-TP-REGISTRO PIC X(34) OCCURS 2400 TIMES.

               01 WS-ACCION PIC X(5).
               01 WS-ENTRADA PIC X(16).
               01 WS-CONFIRMACION PIC X(1).
               01 WS-ED-EJERCICIO PIC 9(4).
               01 WS-ED-DEPTO PIC X(4).
               01 WS-ED-CUENTA PIC X(10).
               01 WS-ED-MES PIC 9(2).
               01 WS-ED-IMPORTE PIC S9(11)V99.
               01 WS-ED-REPARTO PIC X(1).
               01 WS-FILTRO-DEPTO PIC X(4).
               01 WS-ENTRADA-VALIDA PIC X(1) VALUE "N".
                   88 ENTRADA-ES-VALIDA VALUE "S".

      * Alta de una linea: los doce importes mensuales antes de
      * grabarlos. En el reparto lineal el ultimo mes absorbe los
      * centimos que no dividen entre doce.
               01 WS-MES-IDX PIC 9(2).
               01 WS-IMPORTE-ANUAL PIC S9(11)V99.
               01 WS-IMPORTE-CUOTA PIC S9(11)V99.
               01 WS-TABLA-MESES.
                   05 WS-TMS-IMPORTE PIC S9(11)V99 OCCURS 12 TIMES.
               01 WS-TOTAL-LINEA PIC S9(11)V99.
               01 WS-CONT-LISTADAS PIC 9(5).

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
                   05 WS-LL-EJERCICIO PIC 9(4).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-DEPTO PIC X(4).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-CUENTA PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-MES PIC 9(2).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-IMPORTE PIC -(11)9.99.
               01 WS-ED-TOTAL PIC -(11)9.99.

       PROCEDURE DIVISION.
           INICIO-PRESUP.
               PERFORM IDENTIFICAR-SUPERVISOR.
               PERFORM CARGAR-TABLA-PRESUP.
               GO TO MENU-PRESUP.

           MENU-PRESUP.
               DISPLAY "Accion: L=listar A=alta C=cambio Salir".
               ACCEPT WS-ACCION.
               IF WS-ACCION = "L" OR WS-ACCION = "l"
                   GO TO LISTAR-PRESUP
               ELSE IF WS-ACCION = "A" OR WS-ACCION = "a"
                   GO TO ALTA-LINEA
               ELSE IF WS-ACCION = "C" OR WS-ACCION = "c"
                   GO TO CAMBIO-MES
               ELSE IF WS-ACCION = "Salir" OR WS-ACCION = "salir"
                   GO TO FINALIZAR-PRESUP
               ELSE
                   DISPLAY "Por favor introduce L, A, C o Salir"
                   GO TO MENU-PRESUP.

      * LISTAR-PRESUP muestra las filas de un ejercicio, de todos los
      * departamentos o de uno solo, en el orden del fichero.
           LISTAR-PRESUP.
               PERFORM PEDIR-EJERCICIO.
               DISPLAY "Departamento (en blanco = todos): ".
               MOVE SPACES TO WS-FILTRO-DEPTO.
               ACCEPT WS-FILTRO-DEPTO.
               MOVE FUNCTION UPPER-CASE(WS-FILTRO-DEPTO)
                   TO WS-FILTRO-DEPTO.
               DISPLAY "Ejer  Dpto  Cuenta      Mes         Importe".
               MOVE ZERO TO WS-CONT-LISTADAS.
               MOVE ZERO TO WS-TOTAL-LINEA.
               IF WS-PRESUP-USADAS > ZERO
                   PERFORM LISTAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-PRESUP-USADAS
               END-IF.
               IF WS-CONT-LISTADAS = ZERO
                   DISPLAY "(sin filas para ese ejercicio)"
               ELSE
                   MOVE WS-TOTAL-LINEA TO WS-ED-TOTAL
                   DISPLAY "Total listado: " WS-ED-TOTAL
               END-IF.
               GO TO MENU-PRESUP.

           LISTAR-FILA.
               MOVE WS-TP-REGISTRO(WS-IDX) TO PRES-RECORD.
               IF PRES-EJERCICIO = WS-ED-EJERCICIO
                   AND (WS-FILTRO-DEPTO = SPACES
                       OR PRES-DEPTO = WS-FILTRO-DEPTO)
                   PERFORM MOSTRAR-FILA
                   ADD 1 TO WS-CONT-LISTADAS
                   ADD PRES-IMPORTE TO WS-TOTAL-LINEA
               END-IF.

           MOSTRAR-FILA.
               MOVE SPACES TO WS-LINEA-LISTADO.
               MOVE PRES-EJERCICIO TO WS-LL-EJERCICIO.
               MOVE PRES-DEPTO TO WS-LL-DEPTO.
               MOVE PRES-CUENTA TO WS-LL-CUENTA.
               MOVE PRES-MES TO WS-LL-MES.
               MOVE PRES-IMPORTE TO WS-LL-IMPORTE.
               DISPLAY WS-LINEA-LISTADO.

      * ALTA-LINEA crea las doce filas de un departamento y una
      * cuenta en un ejercicio que aun no las tiene.
           ALTA-LINEA.
               IF WS-PRESUP-USADAS + 12 > WS-MAX-PRESUP
                   DISPLAY "Tabla llena, no caben mas lineas"
                   GO TO MENU-PRESUP
               END-IF.
               PERFORM PEDIR-EJERCICIO.
               PERFORM PEDIR-DEPTO.
               PERFORM PEDIR-CUENTA.
               MOVE 1 TO WS-ED-MES.
               PERFORM BUSCAR-FILA.
               IF FILA-HALLADA
                   DISPLAY "Ya hay presupuesto de " WS-ED-DEPTO
                       " en " WS-ED-CUENTA " para " WS-ED-EJERCICIO
                       "; use C para cambiar un mes"
                   GO TO MENU-PRESUP
               END-IF.
               PERFORM PEDIR-REPARTO.
               IF WS-ED-REPARTO = "A"
                   PERFORM PEDIR-IMPORTE-ANUAL
                   PERFORM REPARTIR-IMPORTE-ANUAL
               ELSE
                   PERFORM PEDIR-IMPORTE-MES
                       VARYING WS-MES-IDX FROM 1 BY 1
                       UNTIL WS-MES-IDX > 12
               END-IF.
               MOVE ZERO TO WS-TOTAL-LINEA.
               PERFORM SUMAR-MES
                   VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12.
               MOVE WS-TOTAL-LINEA TO WS-ED-TOTAL.
               DISPLAY "Total anual de la linea: " WS-ED-TOTAL.
               DISPLAY "Confirmar el alta (S/N): ".
               ACCEPT WS-CONFIRMACION.
               IF WS-CONFIRMACION NOT = "S"
                   AND WS-CONFIRMACION NOT = "s"
                   DISPLAY "Alta descartada"
                   GO TO MENU-PRESUP
               END-IF.
               PERFORM AGREGAR-FILA-MES
                   VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12.
               PERFORM GRABAR-TABLA-PRESUP.
               MOVE "A" TO WS-ACCION-CAMBIO.
               MOVE SPACES TO WS-IMAGEN-ANTES.
               COMPUTE WS-SEL = WS-PRESUP-USADAS - 11.
               PERFORM ANOTAR-ALTA-MES
                   VARYING WS-IDX FROM WS-SEL BY 1
                   UNTIL WS-IDX > WS-PRESUP-USADAS.
               DISPLAY "Linea dada de alta y fichero grabado".
               GO TO MENU-PRESUP.

           SUMAR-MES.
               ADD WS-TMS-IMPORTE(WS-MES-IDX) TO WS-TOTAL-LINEA.

           REPARTIR-IMPORTE-ANUAL.
               COMPUTE WS-IMPORTE-CUOTA = WS-IMPORTE-ANUAL / 12.
               PERFORM ASIGNAR-CUOTA
                   VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 11.
               COMPUTE WS-TMS-IMPORTE(12) = WS-IMPORTE-ANUAL
                   - WS-IMPORTE-CUOTA * 11.

           ASIGNAR-CUOTA.
               MOVE WS-IMPORTE-CUOTA TO WS-TMS-IMPORTE(WS-MES-IDX).

           AGREGAR-FILA-MES.
               ADD 1 TO WS-PRESUP-USADAS.
               MOVE SPACES TO PRES-RECORD.
               MOVE WS-ED-EJERCICIO TO PRES-EJERCICIO.
               MOVE WS-ED-DEPTO TO PRES-DEPTO.
               MOVE WS-ED-CUENTA TO PRES-CUENTA.
               MOVE WS-MES-IDX TO PRES-MES.
               MOVE WS-TMS-IMPORTE(WS-MES-IDX) TO PRES-IMPORTE.
               MOVE PRES-RECORD TO WS-TP-REGISTRO(WS-PRESUP-USADAS).

           ANOTAR-ALTA-MES.
               MOVE WS-TP-REGISTRO(WS-IDX) TO WS-IMAGEN-DESPUES.
               PERFORM ANOTAR-CAMBIO.

      * CAMBIO-MES sustituye el importe de un mes de una linea ya
      * dada de alta; se muestra antes el importe vigente.
           CAMBIO-MES.
               PERFORM PEDIR-EJERCICIO.
               PERFORM PEDIR-DEPTO.
               PERFORM PEDIR-CUENTA.
               PERFORM PEDIR-MES.
               PERFORM BUSCAR-FILA.
               IF NOT FILA-HALLADA
                   DISPLAY "No hay presupuesto de " WS-ED-DEPTO
                       " en " WS-ED-CUENTA " para " WS-ED-EJERCICIO
                       "; use A para darlo de alta"
                   GO TO MENU-PRESUP
               END-IF.
               MOVE WS-TP-REGISTRO(WS-SEL) TO WS-IMAGEN-ANTES.
               MOVE WS-TP-REGISTRO(WS-SEL) TO PRES-RECORD.
               DISPLAY "Importe actual:".
               PERFORM MOSTRAR-FILA.
               MOVE WS-ED-MES TO WS-MES-IDX.
               PERFORM PEDIR-IMPORTE-MES.
               IF WS-TMS-IMPORTE(WS-MES-IDX) = PRES-IMPORTE
                   DISPLAY "El importe no cambia"
                   GO TO MENU-PRESUP
               END-IF.
               MOVE WS-TMS-IMPORTE(WS-MES-IDX) TO PRES-IMPORTE.
               MOVE PRES-RECORD TO WS-TP-REGISTRO(WS-SEL).
               PERFORM GRABAR-TABLA-PRESUP.
               MOVE WS-TP-REGISTRO(WS-SEL) TO WS-IMAGEN-DESPUES.
               MOVE "C" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Importe cambiado y fichero grabado".
               GO TO MENU-PRESUP.

           BUSCAR-FILA.
               MOVE "N" TO WS-FILA-HALLADA.
               IF WS-PRESUP-USADAS > ZERO
                   PERFORM LOCALIZAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-PRESUP-USADAS
                       OR FILA-HALLADA
               END-IF.

      * LOCALIZAR-FILA guarda el indice del acierto en WS-SEL: el
      * PERFORM VARYING deja WS-IDX una posicion mas alla al salir.
           LOCALIZAR-FILA.
               MOVE WS-TP-REGISTRO(WS-IDX) TO PRES-RECORD.
               IF PRES-EJERCICIO = WS-ED-EJERCICIO
                   AND PRES-DEPTO = WS-ED-DEPTO
                   AND PRES-CUENTA = WS-ED-CUENTA
                   AND PRES-MES = WS-ED-MES
                   MOVE "S" TO WS-FILA-HALLADA
                   MOVE WS-IDX TO WS-SEL
               END-IF.

           PEDIR-EJERCICIO.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Ejercicio (AAAA): "
                   ACCEPT WS-ENTRADA
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       AND FUNCTION NUMVAL(WS-ENTRADA) >= 1900
                       AND FUNCTION NUMVAL(WS-ENTRADA) <= 9999
                       MOVE FUNCTION NUMVAL(WS-ENTRADA)
                           TO WS-ED-EJERCICIO
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Ejercicio invalido: anio de cuatro"
                           " cifras"
                   END-IF
               END-PERFORM.

           PEDIR-DEPTO.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Departamento (p.ej. VENT): "
                   MOVE SPACES TO WS-ED-DEPTO
                   ACCEPT WS-ED-DEPTO
                   IF WS-ED-DEPTO = SPACES
                       DISPLAY "El departamento no puede estar en"
                           " blanco"
                   ELSE
                       MOVE FUNCTION UPPER-CASE(WS-ED-DEPTO)
                           TO WS-ED-DEPTO
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   END-IF
               END-PERFORM.

           PEDIR-CUENTA.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Cuenta del ledger (p.ej. CTA-SUMAS): "
                   MOVE SPACES TO WS-ED-CUENTA
                   ACCEPT WS-ED-CUENTA
                   IF WS-ED-CUENTA = SPACES
                       DISPLAY "La cuenta no puede estar en blanco"
                   ELSE
                       MOVE FUNCTION UPPER-CASE(WS-ED-CUENTA)
                           TO WS-ED-CUENTA
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   END-IF
               END-PERFORM.

           PEDIR-MES.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Mes (1 a 12): "
                   ACCEPT WS-ENTRADA
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       AND FUNCTION NUMVAL(WS-ENTRADA) >= 1
                       AND FUNCTION NUMVAL(WS-ENTRADA) <= 12
                       MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-ED-MES
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Mes invalido: de 1 a 12"
                   END-IF
               END-PERFORM.

           PEDIR-REPARTO.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Reparto A=importe anual en doce partes"
                       " iguales M=mes a mes: "
                   ACCEPT WS-ED-REPARTO
                   MOVE FUNCTION UPPER-CASE(WS-ED-REPARTO)
                       TO WS-ED-REPARTO
                   IF WS-ED-REPARTO = "A" OR WS-ED-REPARTO = "M"
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Reparto invalido: A o M"
                   END-IF
               END-PERFORM.

           PEDIR-IMPORTE-ANUAL.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Importe anual (con el signo de los"
                       " apuntes de la cuenta): "
                   ACCEPT WS-ENTRADA
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       AND FUNCTION ABS(FUNCTION NUMVAL(WS-ENTRADA))
                           < 100000000000
                       MOVE FUNCTION NUMVAL(WS-ENTRADA)
                           TO WS-IMPORTE-ANUAL
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Importe invalido"
                   END-IF
               END-PERFORM.

           PEDIR-IMPORTE-MES.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Importe del mes " WS-MES-IDX ": "
                   ACCEPT WS-ENTRADA
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       AND FUNCTION ABS(FUNCTION NUMVAL(WS-ENTRADA))
                           < 100000000000
                       MOVE FUNCTION NUMVAL(WS-ENTRADA)
                           TO WS-TMS-IMPORTE(WS-MES-IDX)
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Importe invalido"
                   END-IF
               END-PERFORM.

           CARGAR-TABLA-PRESUP.
               MOVE ZERO TO WS-PRESUP-USADAS.
               MOVE "N" TO WS-FIN-PRESUP.
               OPEN INPUT PRESUP-FILE.
               IF WS-PRESUP-STATUS = "35"
                   DISPLAY "PRESUPUES no existe; se parte de un"
                       " fichero vacio"
               ELSE
                   IF WS-PRESUP-STATUS NOT = "00"
                       DISPLAY "No se puede abrir PRESUPUES (estado "
                           WS-PRESUP-STATUS ")"
                       STOP RUN
                   END-IF
                   PERFORM UNTIL FIN-PRESUP
                       READ PRESUP-FILE
                           AT END
                               MOVE "S" TO WS-FIN-PRESUP
                           NOT AT END
                               PERFORM GUARDAR-FILA-TABLA
                       END-READ
                   END-PERFORM
                   CLOSE PRESUP-FILE
               END-IF.

           GUARDAR-FILA-TABLA.
               IF WS-PRESUP-USADAS >= WS-MAX-PRESUP
                   DISPLAY "Fichero PRESUPUES con mas de "
                       WS-MAX-PRESUP " filas; ampliar la tabla"
                   STOP RUN
               END-IF.
               ADD 1 TO WS-PRESUP-USADAS.
               MOVE PRES-RECORD TO WS-TP-REGISTRO(WS-PRESUP-USADAS).

           GRABAR-TABLA-PRESUP.
               OPEN OUTPUT PRESUP-FILE.
               IF WS-PRESUP-USADAS > ZERO
                   PERFORM GRABAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-PRESUP-USADAS
               END-IF.
               CLOSE PRESUP-FILE.

           GRABAR-FILA.
               MOVE WS-TP-REGISTRO(WS-IDX) TO PRES-RECORD.
               WRITE PRES-RECORD.

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
               MOVE "PRESUPUES" TO CAMB-FICHERO.
               MOVE WS-ACCION-CAMBIO TO CAMB-ACCION.
               MOVE WS-IMAGEN-ANTES TO CAMB-ANTES.
               MOVE WS-IMAGEN-DESPUES TO CAMB-DESPUES.
               WRITE CAMB-RECORD.
               CLOSE CAMBIOS-FILE.

      * IDENTIFICAR-SUPERVISOR y sus parrafos son los de Aprueba:
      * solo entra un id de OPERADORES con rol de supervisor, no
      * inactivo y con su clave si la fila la tiene. El sign-on
      * valido deja anotada la fecha en OPER-ULT-ACCESO.
           IDENTIFICAR-SUPERVISOR.
               PERFORM CARGAR-OPERADORES.
               MOVE "N" TO WS-OPERADOR-VALIDO.
               PERFORM UNTIL OPERADOR-VALIDO
                   DISPLAY "Identificador de supervisor: "
                   ACCEPT WS-OPERADOR
                   PERFORM VALIDAR-SUPERVISOR
               END-PERFORM.
               PERFORM ANOTAR-ULTIMO-ACCESO.
               DISPLAY "Bienvenido, " WS-OPERADOR-NOMBRE.

           VALIDAR-SUPERVISOR.
               MOVE "N" TO WS-OPER-HALLADO.
               MOVE SPACES TO WS-OPERADOR-NOMBRE.
               IF WS-OPER-USADOS > ZERO
                   PERFORM LOCALIZAR-OPERADOR
                       VARYING WS-OPER-IDX FROM 1 BY 1
                       UNTIL WS-OPER-IDX > WS-OPER-USADOS
                       OR OPER-HALLADO
               END-IF.
               IF NOT OPER-HALLADO
                   DISPLAY "Supervisor no autorizado, pruebe de nuevo"
               ELSE
                   MOVE WS-TOP-REGISTRO(WS-OPER-SEL) TO OPER-RECORD
                   IF OPER-ESTA-INACTIVO
                       DISPLAY "Operador dado de baja; no puede"
                           " entrar"
                   ELSE
                       IF NOT OPER-ES-SUPERVISOR
                           DISPLAY "Ese identificador no es de un"
                               " supervisor"
                       ELSE
                           PERFORM COMPROBAR-CLAVE
                       END-IF
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
                   DISPLAY "Aviso: supervisor sin clave registrada;"
                       " fijela con el mantenimiento de OPERADORES"
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

           FINALIZAR-PRESUP.
               DISPLAY "Adios!".
               STOP RUN.

       END PROGRAM Operaciones_Basicas_Presup.
