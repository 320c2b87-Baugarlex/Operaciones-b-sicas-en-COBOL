      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Mantenimiento del umbral de aprobacion                *
      * Tectonics: cobc                                                *
      ******************************************************************
      * Mantiene el fichero APROBLIM (ver LIMREC.cpy): el importe por *
      * encima del cual un resultado queda retenido en PENDIENTES a   *
      * la espera del visto bueno del supervisor. Hasta ahora la      *
      * linea se editaba a mano. Como el umbral es el propio control  *
      * del maker-checker, solo un supervisor puede cambiarlo: el     *
      * programa arranca con el mismo sign-on de supervisor que       *
      * Aprueba. Un importe cero desactiva el control, igual que la   *
      * ausencia del fichero, y por eso se pide confirmacion aparte.  *
      *                                                               *
      * Cada cambio deja en el diario CAMBIOS (ver CAMBREC.cpy) el    *
      * registro anterior y el nuevo, el supervisor, la fecha y la    *
      * hora; si APROBLIM no existia se anota como alta.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Limite.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Mantenimiento de APROBLIM.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT LIMITE-FILE ASSIGN TO "APROBLIM"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-LIMITE-STATUS.
                   SELECT OPER-FILE ASSIGN TO "OPERADORES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-OPER-STATUS.
                   SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CAMBIOS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD LIMITE-FILE.
           COPY "LIMREC.cpy".

           FD OPER-FILE.
           COPY "OPERREC.cpy".

           FD CAMBIOS-FILE.
           COPY "CAMBREC.cpy".

           WORKING-STORAGE SECTION.
               01 WS-LIMITE-STATUS PIC X(2).
               01 WS-OPER-STATUS PIC X(2).
               01 WS-CAMBIOS-STATUS PIC X(2).
               01 WS-LIMITE-EXISTE PIC X(1) VALUE "N".
                   88 LIMITE-EXISTE VALUE "S".
               01 WS-UMBRAL-ACTUAL PIC 9(9)V99 VALUE ZERO.
               01 WS-UMBRAL-NUEVO PIC 9(9)V99 VALUE ZERO.
               01 WS-UMBRAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99.

               01 WS-ACCION PIC X(5).
               01 WS-ENTRADA PIC X(14).
               01 WS-CONFIRMACION PIC X(1).
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

      * Imagenes del registro para el diario de cambios.
               01 WS-ACCION-CAMBIO PIC X(1).
               01 WS-IMAGEN-ANTES PIC X(60).
               01 WS-IMAGEN-DESPUES PIC X(60).

       PROCEDURE DIVISION.
           INICIO-LIMITE.
               PERFORM IDENTIFICAR-SUPERVISOR.
               PERFORM CARGAR-UMBRAL.
               PERFORM MOSTRAR-UMBRAL.
               GO TO MENU-LIMITE.

           MENU-LIMITE.
               DISPLAY "Accion: V=ver C=cambiar Salir".
               ACCEPT WS-ACCION.
               IF WS-ACCION = "V" OR WS-ACCION = "v"
                   PERFORM MOSTRAR-UMBRAL
                   GO TO MENU-LIMITE
               ELSE IF WS-ACCION = "C" OR WS-ACCION = "c"
                   GO TO CAMBIAR-UMBRAL
               ELSE IF WS-ACCION = "Salir" OR WS-ACCION = "salir"
                   GO TO FINALIZAR-LIMITE
               ELSE
                   DISPLAY "Por favor introduce V, C o Salir"
                   GO TO MENU-LIMITE.

      * CARGAR-UMBRAL lee la unica linea de APROBLIM igual que
      * CARGAR-UMBRAL-APROBACION en los programas de captura.
           CARGAR-UMBRAL.
               MOVE "N" TO WS-LIMITE-EXISTE.
               MOVE ZERO TO WS-UMBRAL-ACTUAL.
               OPEN INPUT LIMITE-FILE.
               IF WS-LIMITE-STATUS = "00"
                   MOVE "S" TO WS-LIMITE-EXISTE
                   READ LIMITE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LIM-IMPORTE NUMERIC
                               MOVE LIM-IMPORTE TO WS-UMBRAL-ACTUAL
                           END-IF
                   END-READ
                   CLOSE LIMITE-FILE
               END-IF.

           MOSTRAR-UMBRAL.
               IF WS-UMBRAL-ACTUAL = ZERO
                   DISPLAY "Umbral de aprobacion: sin umbral"
                       " (control desactivado)"
               ELSE
                   MOVE WS-UMBRAL-ACTUAL TO WS-UMBRAL-EDITADO
                   DISPLAY "Umbral de aprobacion: " WS-UMBRAL-EDITADO
               END-IF.

           CAMBIAR-UMBRAL.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Nuevo umbral (0 = sin umbral): "
                   ACCEPT WS-ENTRADA
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       AND FUNCTION NUMVAL(WS-ENTRADA) >= ZERO
                       AND FUNCTION NUMVAL(WS-ENTRADA) < 1000000000
                       MOVE FUNCTION NUMVAL(WS-ENTRADA)
                           TO WS-UMBRAL-NUEVO
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Importe invalido: de 0 a 999999999.99"
                   END-IF
               END-PERFORM.
               IF WS-UMBRAL-NUEVO = WS-UMBRAL-ACTUAL AND LIMITE-EXISTE
                   DISPLAY "El umbral no cambia"
                   GO TO MENU-LIMITE
               END-IF.
               IF WS-UMBRAL-NUEVO = ZERO
                   DISPLAY "Con umbral cero ningun resultado queda"
                       " retenido para aprobacion"
               ELSE
                   MOVE WS-UMBRAL-NUEVO TO WS-UMBRAL-EDITADO
                   DISPLAY "Nuevo umbral: " WS-UMBRAL-EDITADO
               END-IF.
               DISPLAY "Confirmar el cambio (S/N): ".
               ACCEPT WS-CONFIRMACION.
               IF WS-CONFIRMACION NOT = "S"
                   AND WS-CONFIRMACION NOT = "s"
                   DISPLAY "Cambio descartado"
                   GO TO MENU-LIMITE
               END-IF.
               IF LIMITE-EXISTE
                   MOVE SPACES TO WS-IMAGEN-ANTES
                   MOVE WS-UMBRAL-ACTUAL TO LIM-IMPORTE
                   MOVE LIMITE-RECORD TO WS-IMAGEN-ANTES
                   MOVE "C" TO WS-ACCION-CAMBIO
               ELSE
                   MOVE SPACES TO WS-IMAGEN-ANTES
                   MOVE "A" TO WS-ACCION-CAMBIO
               END-IF.
               PERFORM GRABAR-UMBRAL.
               MOVE SPACES TO WS-IMAGEN-DESPUES.
               MOVE LIMITE-RECORD TO WS-IMAGEN-DESPUES.
               PERFORM ANOTAR-CAMBIO.
               MOVE WS-UMBRAL-NUEVO TO WS-UMBRAL-ACTUAL.
               MOVE "S" TO WS-LIMITE-EXISTE.
               DISPLAY "Umbral grabado".
               GO TO MENU-LIMITE.

           GRABAR-UMBRAL.
               OPEN OUTPUT LIMITE-FILE.
               MOVE WS-UMBRAL-NUEVO TO LIM-IMPORTE.
               WRITE LIMITE-RECORD.
               CLOSE LIMITE-FILE.

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
               MOVE "APROBLIM" TO CAMB-FICHERO.
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

           FINALIZAR-LIMITE.
               DISPLAY "Adios!".
               STOP RUN.

       END PROGRAM Operaciones_Basicas_Limite.
