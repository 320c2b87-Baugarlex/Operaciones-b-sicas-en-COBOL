      * reactivacion. Hasta ahora cada alta o baja era editar el      *
      * fichero a mano. El fichero se regraba entero tras cada        *
      * cambio, igual que hace el mantenimiento de CTATABLA.          *
      *                                                               *
      * Para entrar hace falta el sign-on de un supervisor activo     *
      * (con su clave si la tiene). Mientras el fichero no tenga      *
      * ningun supervisor activo basta un operador activo, y con el   *
      * fichero vacio se entra sin sign-on para dar de alta al        *
      * primero: de otro modo nadie podria arrancar el control de     *
      * acceso. Cada alta, cambio, baja o reactivacion deja en el     *
      * diario CAMBIOS (ver CAMBREC.cpy) la fila antes y despues, el  *
      * operador, la fecha y la hora.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Operadores.
                   SELECT OPER-FILE ASSIGN TO "OPERADORES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-OPER-STATUS.
                   SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CAMBIOS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD OPER-FILE.
           COPY "OPERREC.cpy".

           FD CAMBIOS-FILE.
           COPY "CAMBREC.cpy".

           WORKING-STORAGE SECTION.
               01 WS-OPER-STATUS PIC X(2).
               01 WS-CAMBIOS-STATUS PIC X(2).
               01 WS-FIN-OPERADORES PIC X(1) VALUE "N".
                   88 FIN-OPERADORES VALUE "S".
               01 WS-MAX-OPERADORES PIC 9(4) COMP VALUE 50.
               01 WS-ENTRADA-VALIDA PIC X(1) VALUE "N".
                   88 ENTRADA-ES-VALIDA VALUE "S".

               01 WS-OPERADOR PIC X(4).
               01 WS-OPERADOR-NOMBRE PIC X(20).
               01 WS-OPERADOR-VALIDO PIC X(1) VALUE "N".
                   88 OPERADOR-VALIDO VALUE "S".
               01 WS-OPER-IDX PIC 9(4) COMP.
               01 WS-OPER-SEL PIC 9(4) COMP.
               01 WS-OPER-HALLADO PIC X(1) VALUE "N".
                   88 OPER-HALLADO VALUE "S".
               01 WS-HAY-SUPERVISOR PIC X(1) VALUE "N".
                   88 HAY-SUPERVISOR VALUE "S".
               01 WS-CLAVE-ENTRADA PIC X(8).
               01 WS-FECHA-HOY PIC 9(8).
               01 WS-HORA-ACTUAL PIC 9(8).

      * Imagenes de la fila para el diario de cambios.
               01 WS-ACCION-CAMBIO PIC X(1).
               01 WS-IMAGEN-ANTES PIC X(60).
               01 WS-IMAGEN-DESPUES PIC X(60).
               01 WS-CLAVE-ANTERIOR PIC X(8).

               01 WS-LINEA-LISTADO.
                   05 WS-LL-ID PIC X(4).
                   05 FILLER PIC X(2) VALUE SPACES.
       PROCEDURE DIVISION.
           INICIO-OPERADORES.
               PERFORM CARGAR-OPERADORES.
               PERFORM IDENTIFICAR-RESPONSABLE.
               GO TO MENU-OPERADORES.

           MENU-OPERADORES.
               ADD 1 TO WS-OPER-USADOS.
               MOVE OPER-RECORD TO WS-TOP-REGISTRO(WS-OPER-USADOS).
               PERFORM GRABAR-OPERADORES.
               MOVE WS-OPER-USADOS TO WS-SEL.
               MOVE SPACES TO WS-IMAGEN-ANTES.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE OPER-RECORD TO WS-IMAGEN-DESPUES.
               MOVE "A" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Operador dado de alta y fichero grabado".
               GO TO MENU-OPERADORES.

               IF NOT FILA-HALLADA
                   GO TO MENU-OPERADORES
               END-IF.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE OPER-RECORD TO WS-IMAGEN-ANTES.
               MOVE WS-TOP-REGISTRO(WS-SEL) TO OPER-RECORD.
               MOVE OPER-CLAVE TO WS-CLAVE-ANTERIOR.
               DISPLAY "Nombre actual: " OPER-NOMBRE.
               PERFORM PEDIR-NOMBRE.
               MOVE WS-ED-NOMBRE TO OPER-NOMBRE.
               MOVE WS-ED-ROL TO OPER-ROL.
               MOVE OPER-RECORD TO WS-TOP-REGISTRO(WS-SEL).
               PERFORM GRABAR-OPERADORES.
               PERFORM PREPARAR-IMAGEN-FILA.
               IF WS-ED-CLAVE NOT = WS-CLAVE-ANTERIOR
                   MOVE "*NUEVA*" TO OPER-CLAVE
               END-IF.
               MOVE OPER-RECORD TO WS-IMAGEN-DESPUES.
               MOVE "C" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Operador cambiado y fichero grabado".
               GO TO MENU-OPERADORES.

                   DISPLAY "Ese operador ya esta de baja"
                   GO TO MENU-OPERADORES
               END-IF.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE OPER-RECORD TO WS-IMAGEN-ANTES.
               MOVE WS-TOP-REGISTRO(WS-SEL) TO OPER-RECORD.
               MOVE "I" TO OPER-ACTIVO.
               MOVE OPER-RECORD TO WS-TOP-REGISTRO(WS-SEL).
               PERFORM GRABAR-OPERADORES.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE OPER-RECORD TO WS-IMAGEN-DESPUES.
               MOVE "B" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Operador dado de baja; su historico se"
                   " conserva".
               GO TO MENU-OPERADORES.
                   DISPLAY "Ese operador ya esta de alta"
                   GO TO MENU-OPERADORES
               END-IF.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE OPER-RECORD TO WS-IMAGEN-ANTES.
               MOVE WS-TOP-REGISTRO(WS-SEL) TO OPER-RECORD.
               MOVE "A" TO OPER-ACTIVO.
               MOVE OPER-RECORD TO WS-TOP-REGISTRO(WS-SEL).
               PERFORM GRABAR-OPERADORES.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE OPER-RECORD TO WS-IMAGEN-DESPUES.
               MOVE "R" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Operador reactivado".
               GO TO MENU-OPERADORES.

               MOVE WS-TOP-REGISTRO(WS-IDX) TO OPER-RECORD.
               WRITE OPER-RECORD.

      * PREPARAR-IMAGEN-FILA deja en OPER-RECORD la fila WS-SEL tal
      * como se graba, salvo la clave: el diario no la guarda nunca
      * en claro.
           PREPARAR-IMAGEN-FILA.
               MOVE WS-TOP-REGISTRO(WS-SEL) TO OPER-RECORD.
               IF OPER-CLAVE NOT = SPACES
                   MOVE ALL "*" TO OPER-CLAVE
               END-IF.

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
               MOVE "OPERADORES" TO CAMB-FICHERO.
               MOVE WS-ACCION-CAMBIO TO CAMB-ACCION.
               MOVE WS-IMAGEN-ANTES TO CAMB-ANTES.
               MOVE WS-IMAGEN-DESPUES TO CAMB-DESPUES.
               WRITE CAMB-RECORD.
               CLOSE CAMBIOS-FILE.

      * IDENTIFICAR-RESPONSABLE es el sign-on de este mantenimiento
      * sobre la misma tabla que se mantiene: exige un supervisor
      * activo mientras exista alguno en el fichero, y solo con el
      * fichero vacio deja entrar sin sign-on (el diario anota
      * entonces el operador en blanco).
           IDENTIFICAR-RESPONSABLE.
               MOVE SPACES TO WS-OPERADOR.
               IF WS-OPER-USADOS = ZERO
                   DISPLAY "Aviso: OPERADORES vacio; se entra sin"
                       " sign-on para dar de alta al primer"
                       " supervisor"
               ELSE
                   MOVE "N" TO WS-HAY-SUPERVISOR
                   PERFORM BUSCAR-SUPERVISOR-ACTIVO
                       VARYING WS-OPER-IDX FROM 1 BY 1
                       UNTIL WS-OPER-IDX > WS-OPER-USADOS
                       OR HAY-SUPERVISOR
                   IF NOT HAY-SUPERVISOR
                       DISPLAY "Aviso: no hay ningun supervisor"
                           " activo; basta el sign-on de un operador"
                   END-IF
                   MOVE "N" TO WS-OPERADOR-VALIDO
                   PERFORM UNTIL OPERADOR-VALIDO
                       DISPLAY "Identificador de supervisor: "
                       ACCEPT WS-OPERADOR
                       PERFORM VALIDAR-RESPONSABLE
                   END-PERFORM
                   PERFORM ANOTAR-ULTIMO-ACCESO
                   DISPLAY "Bienvenido, " WS-OPERADOR-NOMBRE
               END-IF.

           BUSCAR-SUPERVISOR-ACTIVO.
               MOVE WS-TOP-REGISTRO(WS-OPER-IDX) TO OPER-RECORD.
               IF OPER-ES-SUPERVISOR AND OPER-ESTA-ACTIVO
                   MOVE "S" TO WS-HAY-SUPERVISOR
               END-IF.

           VALIDAR-RESPONSABLE.
               MOVE "N" TO WS-OPER-HALLADO.
               MOVE SPACES TO WS-OPERADOR-NOMBRE.
               PERFORM LOCALIZAR-OPERADOR
                   VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-USADOS
                   OR OPER-HALLADO.
               IF NOT OPER-HALLADO
                   DISPLAY "Supervisor no autorizado, pruebe de nuevo"
               ELSE
                   MOVE WS-TOP-REGISTRO(WS-OPER-SEL) TO OPER-RECORD
                   IF OPER-ESTA-INACTIVO
                       DISPLAY "Operador dado de baja; no puede"
                           " entrar"
                   ELSE
                       IF HAY-SUPERVISOR AND NOT OPER-ES-SUPERVISOR
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
                       " fijela cuanto antes"
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

           ANOTAR-ULTIMO-ACCESO.
               MOVE WS-TOP-REGISTRO(WS-OPER-SEL) TO OPER-RECORD.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE WS-FECHA-HOY TO OPER-ULT-ACCESO.
               MOVE OPER-RECORD TO WS-TOP-REGISTRO(WS-OPER-SEL).
               PERFORM GRABAR-OPERADORES.

           FINALIZAR-OPERADORES.
               DISPLAY "Adios!".
               STOP RUN.
