      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Mantenimiento de la tabla de tasas de cambio          *
      * Tectonics: cobc                                                *
      ******************************************************************
      * Mantiene el fichero MONEDAS (ver MONREC.cpy), que hasta ahora *
      * se editaba a mano con un editor de texto. Permite listar las  *
      * tasas agrupadas por moneda, senalando la vigente hoy, y dar   *
      * de alta una tasa nueva con su MON-VIGENCIA (tambien futura,   *
      * para dejar preparado un cambio). Las tasas no se cambian ni   *
      * se borran: una tasa equivocada se corrige con otra fila de la *
      * misma moneda y vigencia posterior, con lo que el historico de *
      * conversiones sigue siendo reproducible. La moneda base (EUR)  *
      * no lleva tasa. La tabla admite como mucho 20 filas, las       *
      * mismas que cargan los programas de captura.                   *
      *                                                               *
      * El programa arranca con el sign-on de OPERADORES de los       *
      * programas de captura, y cada alta deja en el diario CAMBIOS   *
      * (ver CAMBREC.cpy) la fila nueva, el operador, la fecha y la   *
      * hora. El fichero se regraba entero tras cada alta.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Monedas.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Mantenimiento de MONEDAS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT MONEDAS-FILE ASSIGN TO "MONEDAS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-MONEDAS-STATUS.
                   SELECT OPER-FILE ASSIGN TO "OPERADORES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-OPER-STATUS.
                   SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CAMBIOS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD MONEDAS-FILE.
           COPY "MONREC.cpy".

           FD OPER-FILE.
           COPY "OPERREC.cpy".

           FD CAMBIOS-FILE.
           COPY "CAMBREC.cpy".

           WORKING-STORAGE SECTION.
               01 WS-MONEDAS-STATUS PIC X(2).
               01 WS-OPER-STATUS PIC X(2).
               01 WS-CAMBIOS-STATUS PIC X(2).
               01 WS-FIN-MONEDAS PIC X(1) VALUE "N".
                   88 FIN-MONEDAS VALUE "S".
               01 WS-MAX-MONEDAS PIC 9(4) COMP VALUE 20.
               01 WS-MONEDAS-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-IDX PIC 9(4) COMP.
               01 WS-IDX2 PIC 9(4) COMP.
               01 WS-SEL PIC 9(4) COMP.
               01 WS-FILA-HALLADA PIC X(1) VALUE "N".
                   88 FILA-HALLADA VALUE "S".
               01 WS-TABLA-MONEDAS.
                   05 WS-TM-ENTRADA OCCURS 20 TIMES.
                       10 WS-TM-MONEDA PIC X(3).
                       10 WS-TM-TASA PIC 9(5)V9(6).
                       10 WS-TM-VIGENCIA PIC 9(8).

               01 WS-ACCION PIC X(5).
               01 WS-ENTRADA PIC X(14).
               01 WS-ED-MONEDA PIC X(3).
               01 WS-ED-TASA PIC 9(5)V9(6).
               01 WS-ED-VIGENCIA PIC 9(8).
               01 WS-ENTRADA-VALIDA PIC X(1) VALUE "N".
                   88 ENTRADA-ES-VALIDA VALUE "S".
               01 WS-MONEDA-BASE PIC X(3) VALUE "EUR".
               01 WS-MONEDA-LISTADA PIC X(3).
               01 WS-GRUPO-NUEVO PIC X(1) VALUE "N".
                   88 GRUPO-NUEVO VALUE "S".
               01 WS-VIGENCIA-VIGENTE PIC 9(8).
               01 WS-CONT-LISTADAS PIC 9(4) COMP.

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
                   05 WS-LL-MONEDA PIC X(3).
                   05 FILLER PIC X(4) VALUE SPACES.
                   05 WS-LL-TASA PIC ZZZZ9.999999.
                   05 FILLER PIC X(4) VALUE SPACES.
                   05 WS-LL-VIGENCIA PIC 9(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-MARCA PIC X(10).

       PROCEDURE DIVISION.
           INICIO-MONEDAS.
               PERFORM IDENTIFICAR-OPERADOR.
               PERFORM CARGAR-TABLA-MONEDAS.
               GO TO MENU-MONEDAS.

           MENU-MONEDAS.
               DISPLAY "Accion: L=listar A=alta Salir".
               ACCEPT WS-ACCION.
               IF WS-ACCION = "L" OR WS-ACCION = "l"
                   GO TO LISTAR-MONEDAS
               ELSE IF WS-ACCION = "A" OR WS-ACCION = "a"
                   GO TO ALTA-TASA
               ELSE IF WS-ACCION = "Salir" OR WS-ACCION = "salir"
                   GO TO FINALIZAR-MONEDAS
               ELSE
                   DISPLAY "Por favor introduce L, A o Salir"
                   GO TO MENU-MONEDAS.

      * LISTAR-MONEDAS lista las tasas de una moneda o, con la moneda
      * en blanco, de todas, agrupadas por moneda en el orden en que
      * aparecen en el fichero. En cada grupo se senala la fila
      * vigente hoy (la de vigencia mas alta no posterior a hoy), que
      * es la que aplican los programas de captura.
           LISTAR-MONEDAS.
               DISPLAY "Moneda a listar (en blanco = todas): ".
               ACCEPT WS-ED-MONEDA.
               MOVE FUNCTION UPPER-CASE(WS-ED-MONEDA) TO WS-ED-MONEDA.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE ZERO TO WS-CONT-LISTADAS.
               DISPLAY "Mon       Tasa          Vigencia".
               IF WS-MONEDAS-USADAS > ZERO
                   PERFORM LISTAR-GRUPO
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-MONEDAS-USADAS
               END-IF.
               IF WS-CONT-LISTADAS = ZERO
                   DISPLAY "(sin tasas que listar)"
               END-IF.
               GO TO MENU-MONEDAS.

      * LISTAR-GRUPO solo actua en la primera fila de cada moneda:
      * las demas filas de la misma moneda salen con ella.
           LISTAR-GRUPO.
               IF WS-ED-MONEDA = SPACES
                   OR WS-TM-MONEDA(WS-IDX) = WS-ED-MONEDA
                   MOVE "S" TO WS-GRUPO-NUEVO
                   IF WS-IDX > 1
                       PERFORM COMPROBAR-GRUPO-NUEVO
                           VARYING WS-IDX2 FROM 1 BY 1
                           UNTIL WS-IDX2 >= WS-IDX
                           OR NOT GRUPO-NUEVO
                   END-IF
                   IF GRUPO-NUEVO
                       MOVE WS-TM-MONEDA(WS-IDX) TO WS-MONEDA-LISTADA
                       MOVE ZERO TO WS-VIGENCIA-VIGENTE
                       PERFORM BUSCAR-VIGENCIA-VIGENTE
                           VARYING WS-IDX2 FROM 1 BY 1
                           UNTIL WS-IDX2 > WS-MONEDAS-USADAS
                       PERFORM LISTAR-FILA
                           VARYING WS-IDX2 FROM 1 BY 1
                           UNTIL WS-IDX2 > WS-MONEDAS-USADAS
                   END-IF
               END-IF.

           COMPROBAR-GRUPO-NUEVO.
               IF WS-TM-MONEDA(WS-IDX2) = WS-TM-MONEDA(WS-IDX)
                   MOVE "N" TO WS-GRUPO-NUEVO
               END-IF.

           BUSCAR-VIGENCIA-VIGENTE.
               IF WS-TM-MONEDA(WS-IDX2) = WS-MONEDA-LISTADA
                   AND WS-TM-VIGENCIA(WS-IDX2) NOT > WS-FECHA-HOY
                   AND WS-TM-VIGENCIA(WS-IDX2) >= WS-VIGENCIA-VIGENTE
                   MOVE WS-TM-VIGENCIA(WS-IDX2) TO WS-VIGENCIA-VIGENTE
               END-IF.

           LISTAR-FILA.
               IF WS-TM-MONEDA(WS-IDX2) = WS-MONEDA-LISTADA
                   MOVE SPACES TO WS-LINEA-LISTADO
                   MOVE WS-TM-MONEDA(WS-IDX2) TO WS-LL-MONEDA
                   MOVE WS-TM-TASA(WS-IDX2) TO WS-LL-TASA
                   MOVE WS-TM-VIGENCIA(WS-IDX2) TO WS-LL-VIGENCIA
                   IF WS-TM-VIGENCIA(WS-IDX2) > WS-FECHA-HOY
                       MOVE "futura" TO WS-LL-MARCA
                   ELSE
                       IF WS-TM-VIGENCIA(WS-IDX2)
                           = WS-VIGENCIA-VIGENTE
                           MOVE "<- vigente" TO WS-LL-MARCA
                       END-IF
                   END-IF
                   DISPLAY WS-LINEA-LISTADO
                   ADD 1 TO WS-CONT-LISTADAS
               END-IF.

      * ALTA-TASA anade una fila nueva. No se admite una segunda fila
      * con la misma moneda y vigencia: la resolucion por vigencia no
      * sabria cual de las dos aplicar.
           ALTA-TASA.
               IF WS-MONEDAS-USADAS >= WS-MAX-MONEDAS
                   DISPLAY "Tabla llena, no caben mas filas"
                   GO TO MENU-MONEDAS
               END-IF.
               PERFORM PEDIR-MONEDA.
               PERFORM PEDIR-TASA.
               PERFORM PEDIR-VIGENCIA.
               MOVE "N" TO WS-FILA-HALLADA.
               IF WS-MONEDAS-USADAS > ZERO
                   PERFORM LOCALIZAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-MONEDAS-USADAS
                       OR FILA-HALLADA
               END-IF.
               IF FILA-HALLADA
                   DISPLAY "Ya hay una tasa de " WS-ED-MONEDA
                       " con vigencia " WS-ED-VIGENCIA
                       "; use una vigencia posterior"
                   GO TO MENU-MONEDAS
               END-IF.
               ADD 1 TO WS-MONEDAS-USADAS.
               MOVE WS-ED-MONEDA TO WS-TM-MONEDA(WS-MONEDAS-USADAS).
               MOVE WS-ED-TASA TO WS-TM-TASA(WS-MONEDAS-USADAS).
               MOVE WS-ED-VIGENCIA
                   TO WS-TM-VIGENCIA(WS-MONEDAS-USADAS).
               PERFORM GRABAR-TABLA-MONEDAS.
               MOVE WS-MONEDAS-USADAS TO WS-SEL.
               MOVE SPACES TO WS-IMAGEN-ANTES.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE MON-RECORD TO WS-IMAGEN-DESPUES.
               MOVE "A" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Tasa dada de alta y tabla grabada".
               GO TO MENU-MONEDAS.

      * LOCALIZAR-FILA guarda el indice del acierto en WS-SEL: el
      * PERFORM VARYING deja WS-IDX una posicion mas alla al salir.
           LOCALIZAR-FILA.
               IF WS-TM-MONEDA(WS-IDX) = WS-ED-MONEDA
                   AND WS-TM-VIGENCIA(WS-IDX) = WS-ED-VIGENCIA
                   MOVE "S" TO WS-FILA-HALLADA
                   MOVE WS-IDX TO WS-SEL
               END-IF.

           PEDIR-MONEDA.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Codigo de moneda (3 letras): "
                   ACCEPT WS-ED-MONEDA
                   MOVE FUNCTION UPPER-CASE(WS-ED-MONEDA)
                       TO WS-ED-MONEDA
                   IF WS-ED-MONEDA = SPACES
                       DISPLAY "La moneda no puede estar en blanco"
                   ELSE
                       IF WS-ED-MONEDA = WS-MONEDA-BASE
                           DISPLAY "La moneda base " WS-MONEDA-BASE
                               " no lleva tasa"
                       ELSE
                           MOVE "S" TO WS-ENTRADA-VALIDA
                       END-IF
                   END-IF
               END-PERFORM.

      * La tasa es el valor de una unidad de la moneda en moneda
      * base, con hasta 6 decimales.
           PEDIR-TASA.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Tasa en moneda base (p.ej. 0.921500): "
                   ACCEPT WS-ENTRADA
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       AND FUNCTION NUMVAL(WS-ENTRADA) > ZERO
                       AND FUNCTION NUMVAL(WS-ENTRADA) < 100000
                       MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-ED-TASA
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Tasa invalida: debe ser mayor que"
                           " cero y menor que 100000"
                   END-IF
               END-PERFORM.

           PEDIR-VIGENCIA.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Vigencia AAAAMMDD (0 = desde siempre): "
                   ACCEPT WS-ENTRADA
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       AND FUNCTION NUMVAL(WS-ENTRADA) >= ZERO
                       AND FUNCTION NUMVAL(WS-ENTRADA) <= 99991231
                       MOVE FUNCTION NUMVAL(WS-ENTRADA)
                           TO WS-ED-VIGENCIA
                       IF WS-ED-VIGENCIA = ZERO
                           OR FUNCTION TEST-DATE-YYYYMMDD
                               (WS-ED-VIGENCIA) = ZERO
                           MOVE "S" TO WS-ENTRADA-VALIDA
                       ELSE
                           DISPLAY "Esa fecha no existe"
                       END-IF
                   ELSE
                       DISPLAY "Vigencia invalida, use AAAAMMDD"
                   END-IF
               END-PERFORM.

           CARGAR-TABLA-MONEDAS.
               MOVE ZERO TO WS-MONEDAS-USADAS.
               MOVE "N" TO WS-FIN-MONEDAS.
               OPEN INPUT MONEDAS-FILE.
               IF WS-MONEDAS-STATUS = "35"
                   DISPLAY "MONEDAS no existe; se parte de una"
                       " tabla vacia"
               ELSE
                   IF WS-MONEDAS-STATUS NOT = "00"
                       DISPLAY "No se puede abrir MONEDAS (estado "
                           WS-MONEDAS-STATUS ")"
                       STOP RUN
                   END-IF
                   PERFORM UNTIL FIN-MONEDAS
                       READ MONEDAS-FILE
                           AT END
                               MOVE "S" TO WS-FIN-MONEDAS
                           NOT AT END
                               PERFORM GUARDAR-FILA-TABLA
                       END-READ
                   END-PERFORM
                   CLOSE MONEDAS-FILE
               END-IF.

           GUARDAR-FILA-TABLA.
               IF WS-MONEDAS-USADAS >= WS-MAX-MONEDAS
                   DISPLAY "Fichero MONEDAS con mas de "
                       WS-MAX-MONEDAS " filas; ampliar la tabla"
                   STOP RUN
               END-IF.
               ADD 1 TO WS-MONEDAS-USADAS.
               MOVE MON-MONEDA TO WS-TM-MONEDA(WS-MONEDAS-USADAS).
               MOVE MON-TASA TO WS-TM-TASA(WS-MONEDAS-USADAS).
               MOVE MON-VIGENCIA
                   TO WS-TM-VIGENCIA(WS-MONEDAS-USADAS).

           GRABAR-TABLA-MONEDAS.
               OPEN OUTPUT MONEDAS-FILE.
               IF WS-MONEDAS-USADAS > ZERO
                   PERFORM GRABAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-MONEDAS-USADAS
               END-IF.
               CLOSE MONEDAS-FILE.

           GRABAR-FILA.
               MOVE WS-TM-MONEDA(WS-IDX) TO MON-MONEDA.
               MOVE WS-TM-TASA(WS-IDX) TO MON-TASA.
               MOVE WS-TM-VIGENCIA(WS-IDX) TO MON-VIGENCIA.
               WRITE MON-RECORD.

      * PREPARAR-IMAGEN-FILA deja en MON-RECORD la fila WS-SEL tal
      * como se graba en MONEDAS.
           PREPARAR-IMAGEN-FILA.
               MOVE WS-TM-MONEDA(WS-SEL) TO MON-MONEDA.
               MOVE WS-TM-TASA(WS-SEL) TO MON-TASA.
               MOVE WS-TM-VIGENCIA(WS-SEL) TO MON-VIGENCIA.

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
               MOVE "MONEDAS" TO CAMB-FICHERO.
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

           FINALIZAR-MONEDAS.
               DISPLAY "Adios!".
               STOP RUN.

       END PROGRAM Operaciones_Basicas_Monedas.
