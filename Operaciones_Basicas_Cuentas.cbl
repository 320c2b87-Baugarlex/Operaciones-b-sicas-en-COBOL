      * cada cambio. Las filas anteriores a la columna CTA-CONTRA se  *
      * normalizan al cargar a la contrapartida historica CTA-CONTRA, *
      * igual que hacen los programas que contabilizan.               *
      *                                                               *
      * El programa arranca con el sign-on de OPERADORES de los       *
      * programas de captura, y cada alta o cambio deja en el diario  *
      * CAMBIOS (ver CAMBREC.cpy) la fila antes y despues, el         *
      * operador, la fecha y la hora, para que auditoria pueda saber  *
      * quien re-ruto una cuenta y cuando sin comparar ficheros.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Cuentas.
                   SELECT CUENTAS-FILE ASSIGN TO "CTATABLA"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CUENTAS-STATUS.
                   SELECT OPER-FILE ASSIGN TO "OPERADORES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-OPER-STATUS.
                   SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CAMBIOS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD CUENTAS-FILE.
           COPY "CTAREC.cpy".

           FD OPER-FILE.
           COPY "OPERREC.cpy".

           FD CAMBIOS-FILE.
           COPY "CAMBREC.cpy".

           WORKING-STORAGE SECTION.
               01 WS-CUENTAS-STATUS PIC X(2).
               01 WS-OPER-STATUS PIC X(2).
               01 WS-CAMBIOS-STATUS PIC X(2).
               01 WS-FIN-CUENTAS PIC X(1) VALUE "N".
                   88 FIN-CUENTAS VALUE "S".
               01 WS-MAX-CUENTAS PIC 9(4) COMP VALUE 50.
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
                   05 WS-LL-OPERACION PIC X(5).
                   05 FILLER PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
           INICIO-CUENTAS.
               PERFORM IDENTIFICAR-OPERADOR.
               PERFORM CARGAR-TABLA-CUENTAS.
               GO TO MENU-CUENTAS.

               MOVE WS-ED-VIGENCIA
                   TO WS-TC-VIGENCIA(WS-CUENTAS-USADAS).
               PERFORM GRABAR-TABLA-CUENTAS.
               MOVE WS-CUENTAS-USADAS TO WS-SEL.
               MOVE SPACES TO WS-IMAGEN-ANTES.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE CTA-RECORD TO WS-IMAGEN-DESPUES.
               MOVE "A" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Fila dada de alta y tabla grabada".
               GO TO MENU-CUENTAS.

                   DISPLAY "No hay fila con esa operacion y vigencia"
                   GO TO MENU-CUENTAS
               END-IF.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE CTA-RECORD TO WS-IMAGEN-ANTES.
               DISPLAY "Cuenta actual: " WS-TC-CUENTA(WS-SEL).
               PERFORM PEDIR-CUENTA.
               MOVE WS-ED-CUENTA TO WS-TC-CUENTA(WS-SEL).
               PERFORM PEDIR-CONTRA.
               MOVE WS-ED-CONTRA TO WS-TC-CONTRA(WS-SEL).
               PERFORM GRABAR-TABLA-CUENTAS.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE CTA-RECORD TO WS-IMAGEN-DESPUES.
               MOVE "C" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Fila cambiada y tabla grabada".
               GO TO MENU-CUENTAS.

               MOVE WS-TC-CONTRA(WS-IDX) TO CTA-CONTRA.
               WRITE CTA-RECORD.

      * PREPARAR-IMAGEN-FILA deja en CTA-RECORD la fila WS-SEL tal
      * como se graba en CTATABLA.
           PREPARAR-IMAGEN-FILA.
               MOVE WS-TC-OPERACION(WS-SEL) TO CTA-OPERACION.
               MOVE WS-TC-CUENTA(WS-SEL) TO CTA-CUENTA.
               MOVE WS-TC-VIGENCIA(WS-SEL) TO CTA-VIGENCIA.
               MOVE WS-TC-CONTRA(WS-SEL) TO CTA-CONTRA.

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
               MOVE "CTATABLA" TO CAMB-FICHERO.
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

           FINALIZAR-CUENTAS.
               DISPLAY "Adios!".
               STOP RUN.
