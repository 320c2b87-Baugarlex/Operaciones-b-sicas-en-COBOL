      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Mantenimiento del calendario de dias habiles          *
      * Tectonics: cobc                                                *
      ******************************************************************
      * Mantiene el fichero CALENDARIO (ver CALREC.cpy) con los dias  *
      * que se apartan de la regla general de lunes a viernes: los    *
      * festivos y los fines de semana que se trabajan. Permite       *
      * listar el calendario de un anio, consultar si un dia concreto *
      * es habil (y por que), dar de alta un dia, cambiar su tipo o   *
      * su descripcion y darlo de baja, con lo que vuelve a la regla  *
      * general. La tabla se mantiene ordenada por fecha y se regraba *
      * entera tras cada cambio.                                      *
      *                                                               *
      * El programa arranca con el sign-on de OPERADORES de los       *
      * programas de captura, y cada alta, cambio o baja deja en el   *
      * diario CAMBIOS (ver CAMBREC.cpy) la fila antes y despues, el  *
      * operador, la fecha y la hora.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Calendario.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Mantenimiento de CALENDARIO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CALENDARIO-STATUS.
                   SELECT OPER-FILE ASSIGN TO "OPERADORES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-OPER-STATUS.
                   SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CAMBIOS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD CALENDARIO-FILE.
           COPY "CALREC.cpy".

           FD OPER-FILE.
           COPY "OPERREC.cpy".

           FD CAMBIOS-FILE.
           COPY "CAMBREC.cpy".

           WORKING-STORAGE SECTION.
               01 WS-CALENDARIO-STATUS PIC X(2).
               01 WS-OPER-STATUS PIC X(2).
               01 WS-CAMBIOS-STATUS PIC X(2).
               01 WS-FIN-CALENDARIO PIC X(1) VALUE "N".
                   88 FIN-CALENDARIO VALUE "S".
               01 WS-MAX-CALENDARIO PIC 9(4) COMP VALUE 500.
               01 WS-CAL-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-IDX PIC 9(4) COMP.
               01 WS-SEL PIC 9(4) COMP.
               01 WS-FILA-HALLADA PIC X(1) VALUE "N".
                   88 FILA-HALLADA VALUE "S".
               01 WS-TABLA-CALENDARIO.
                   05 WS-TCA-ENTRADA OCCURS 500 TIMES.
                       10 WS-TCA-FECHA PIC 9(8).
                       10 WS-TCA-TIPO PIC X(1).
                       10 WS-TCA-DESCRIPCION PIC X(30).

               01 WS-ACCION PIC X(5).
               01 WS-ENTRADA PIC X(10).
               01 WS-ED-FECHA PIC 9(8).
               01 WS-ED-TIPO PIC X(1).
               01 WS-ED-DESCRIPCION PIC X(30).
               01 WS-ED-ANIO PIC 9(4).
               01 WS-ENTRADA-VALIDA PIC X(1) VALUE "N".
                   88 ENTRADA-ES-VALIDA VALUE "S".
               01 WS-ANIO-FILA PIC 9(4).
               01 WS-CONT-LISTADAS PIC 9(4) COMP.

      * Dia de la semana de una fecha: 1 lunes ... 7 domingo. El dia
      * 1 del calendario gregoriano de INTEGER-OF-DATE (01/01/1601)
      * fue lunes.
               01 WS-DIA-SEMANA PIC 9(1).
               01 WS-NOMBRES-DIAS PIC X(21)
                   VALUE "LunMarMieJueVieSabDom".
               01 WS-TABLA-NOMBRES-DIAS REDEFINES WS-NOMBRES-DIAS.
                   05 WS-NOMBRE-DIA PIC X(3) OCCURS 7 TIMES.

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
                   05 WS-LL-FECHA PIC 9(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-DIA PIC X(3).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-TIPO PIC X(9).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LL-DESCRIPCION PIC X(30).

       PROCEDURE DIVISION.
           INICIO-CALENDARIO.
               PERFORM IDENTIFICAR-OPERADOR.
               PERFORM CARGAR-TABLA-CALENDARIO.
               GO TO MENU-CALENDARIO.

           MENU-CALENDARIO.
               DISPLAY "Accion: L=listar D=consultar dia A=alta"
                   " C=cambio B=baja Salir".
               ACCEPT WS-ACCION.
               IF WS-ACCION = "L" OR WS-ACCION = "l"
                   GO TO LISTAR-CALENDARIO
               ELSE IF WS-ACCION = "D" OR WS-ACCION = "d"
                   GO TO CONSULTAR-DIA
               ELSE IF WS-ACCION = "A" OR WS-ACCION = "a"
                   GO TO ALTA-DIA
               ELSE IF WS-ACCION = "C" OR WS-ACCION = "c"
                   GO TO CAMBIO-DIA
               ELSE IF WS-ACCION = "B" OR WS-ACCION = "b"
                   GO TO BAJA-DIA
               ELSE IF WS-ACCION = "Salir" OR WS-ACCION = "salir"
                   GO TO FINALIZAR-CALENDARIO
               ELSE
                   DISPLAY "Por favor introduce L, D, A, C, B o Salir"
                   GO TO MENU-CALENDARIO.

      * LISTAR-CALENDARIO muestra los dias dados de alta de un anio
      * (o de todos con anio 0); los dias que no aparecen siguen la
      * regla general de lunes a viernes.
           LISTAR-CALENDARIO.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Anio a listar AAAA (0 = todos): "
                   ACCEPT WS-ENTRADA
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       AND FUNCTION NUMVAL(WS-ENTRADA) >= ZERO
                       AND FUNCTION NUMVAL(WS-ENTRADA) <= 9999
                       MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-ED-ANIO
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Anio invalido, use AAAA"
                   END-IF
               END-PERFORM.
               MOVE ZERO TO WS-CONT-LISTADAS.
               DISPLAY "Fecha     Dia  Tipo       Descripcion".
               IF WS-CAL-USADOS > ZERO
                   PERFORM LISTAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CAL-USADOS
               END-IF.
               IF WS-CONT-LISTADAS = ZERO
                   DISPLAY "(sin dias dados de alta; rige la regla"
                       " de lunes a viernes)"
               END-IF.
               GO TO MENU-CALENDARIO.

           LISTAR-FILA.
               DIVIDE WS-TCA-FECHA(WS-IDX) BY 10000
                   GIVING WS-ANIO-FILA.
               IF WS-ED-ANIO = ZERO OR WS-ANIO-FILA = WS-ED-ANIO
                   MOVE WS-TCA-FECHA(WS-IDX) TO WS-ED-FECHA
                   PERFORM CALCULAR-DIA-SEMANA
                   MOVE SPACES TO WS-LINEA-LISTADO
                   MOVE WS-TCA-FECHA(WS-IDX) TO WS-LL-FECHA
                   MOVE WS-NOMBRE-DIA(WS-DIA-SEMANA) TO WS-LL-DIA
                   IF WS-TCA-TIPO(WS-IDX) = "H"
                       MOVE "Habil" TO WS-LL-TIPO
                   ELSE
                       MOVE "No habil" TO WS-LL-TIPO
                   END-IF
                   MOVE WS-TCA-DESCRIPCION(WS-IDX)
                       TO WS-LL-DESCRIPCION
                   DISPLAY WS-LINEA-LISTADO
                   ADD 1 TO WS-CONT-LISTADAS
               END-IF.

      * CONSULTAR-DIA aplica la misma regla que los programas de la
      * ventana: la fila de CALENDARIO si la hay y, si no, el dia de
      * la semana.
           CONSULTAR-DIA.
               PERFORM PEDIR-FECHA.
               PERFORM CALCULAR-DIA-SEMANA.
               PERFORM BUSCAR-FILA.
               IF FILA-HALLADA
                   IF WS-TCA-TIPO(WS-SEL) = "H"
                       DISPLAY WS-ED-FECHA " ("
                           WS-NOMBRE-DIA(WS-DIA-SEMANA)
                           ") habil por calendario: "
                           WS-TCA-DESCRIPCION(WS-SEL)
                   ELSE
                       DISPLAY WS-ED-FECHA " ("
                           WS-NOMBRE-DIA(WS-DIA-SEMANA)
                           ") NO habil por calendario: "
                           WS-TCA-DESCRIPCION(WS-SEL)
                   END-IF
               ELSE
                   IF WS-DIA-SEMANA < 6
                       DISPLAY WS-ED-FECHA " ("
                           WS-NOMBRE-DIA(WS-DIA-SEMANA)
                           ") habil por regla general"
                   ELSE
                       DISPLAY WS-ED-FECHA " ("
                           WS-NOMBRE-DIA(WS-DIA-SEMANA)
                           ") NO habil por regla general"
                   END-IF
               END-IF.
               GO TO MENU-CALENDARIO.

      * ALTA-DIA inserta la fila en su sitio para que el fichero
      * siga ordenado por fecha. Dar de alta un dia con el mismo
      * tipo que ya le da la regla general no cambia nada, pero se
      * admite: sirve para dejar anotada la descripcion.
           ALTA-DIA.
               IF WS-CAL-USADOS >= WS-MAX-CALENDARIO
                   DISPLAY "Tabla llena, no caben mas dias"
                   GO TO MENU-CALENDARIO
               END-IF.
               PERFORM PEDIR-FECHA.
               PERFORM BUSCAR-FILA.
               IF FILA-HALLADA
                   DISPLAY "Ese dia ya esta dado de alta; use C"
                       " para cambiarlo"
                   GO TO MENU-CALENDARIO
               END-IF.
               PERFORM PEDIR-TIPO.
               PERFORM PEDIR-DESCRIPCION.
               MOVE 1 TO WS-SEL.
               IF WS-CAL-USADOS > ZERO
                   PERFORM BUSCAR-HUECO
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CAL-USADOS
                   PERFORM DESPLAZAR-FILA
                       VARYING WS-IDX FROM WS-CAL-USADOS BY -1
                       UNTIL WS-IDX < WS-SEL
               END-IF.
               ADD 1 TO WS-CAL-USADOS.
               MOVE WS-ED-FECHA TO WS-TCA-FECHA(WS-SEL).
               MOVE WS-ED-TIPO TO WS-TCA-TIPO(WS-SEL).
               MOVE WS-ED-DESCRIPCION TO WS-TCA-DESCRIPCION(WS-SEL).
               PERFORM GRABAR-TABLA-CALENDARIO.
               MOVE SPACES TO WS-IMAGEN-ANTES.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE CAL-RECORD TO WS-IMAGEN-DESPUES.
               MOVE "A" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Dia dado de alta y calendario grabado".
               GO TO MENU-CALENDARIO.

      * BUSCAR-HUECO deja en WS-SEL la posicion de la primera fila
      * con fecha posterior a la nueva; DESPLAZAR-FILA corre una
      * posicion hacia abajo las filas desde ahi hasta el final.
           BUSCAR-HUECO.
               IF WS-TCA-FECHA(WS-IDX) < WS-ED-FECHA
                   COMPUTE WS-SEL = WS-IDX + 1
               END-IF.

           DESPLAZAR-FILA.
               MOVE WS-TCA-ENTRADA(WS-IDX)
                   TO WS-TCA-ENTRADA(WS-IDX + 1).

           CAMBIO-DIA.
               PERFORM PEDIR-FECHA.
               PERFORM BUSCAR-FILA.
               IF NOT FILA-HALLADA
                   DISPLAY "Ese dia no esta dado de alta"
                   GO TO MENU-CALENDARIO
               END-IF.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE CAL-RECORD TO WS-IMAGEN-ANTES.
               DISPLAY "Tipo actual: " WS-TCA-TIPO(WS-SEL).
               PERFORM PEDIR-TIPO.
               MOVE WS-ED-TIPO TO WS-TCA-TIPO(WS-SEL).
               DISPLAY "Descripcion actual: "
                   WS-TCA-DESCRIPCION(WS-SEL).
               PERFORM PEDIR-DESCRIPCION.
               MOVE WS-ED-DESCRIPCION TO WS-TCA-DESCRIPCION(WS-SEL).
               PERFORM GRABAR-TABLA-CALENDARIO.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE CAL-RECORD TO WS-IMAGEN-DESPUES.
               MOVE "C" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Dia cambiado y calendario grabado".
               GO TO MENU-CALENDARIO.

      * BAJA-DIA quita la fila: el dia vuelve a la regla general.
           BAJA-DIA.
               PERFORM PEDIR-FECHA.
               PERFORM BUSCAR-FILA.
               IF NOT FILA-HALLADA
                   DISPLAY "Ese dia no esta dado de alta"
                   GO TO MENU-CALENDARIO
               END-IF.
               PERFORM PREPARAR-IMAGEN-FILA.
               MOVE CAL-RECORD TO WS-IMAGEN-ANTES.
               IF WS-SEL < WS-CAL-USADOS
                   PERFORM SUBIR-FILA
                       VARYING WS-IDX FROM WS-SEL BY 1
                       UNTIL WS-IDX >= WS-CAL-USADOS
               END-IF.
               SUBTRACT 1 FROM WS-CAL-USADOS.
               PERFORM GRABAR-TABLA-CALENDARIO.
               MOVE SPACES TO WS-IMAGEN-DESPUES.
               MOVE "B" TO WS-ACCION-CAMBIO.
               PERFORM ANOTAR-CAMBIO.
               DISPLAY "Dia dado de baja; rige la regla general".
               GO TO MENU-CALENDARIO.

           SUBIR-FILA.
               MOVE WS-TCA-ENTRADA(WS-IDX + 1)
                   TO WS-TCA-ENTRADA(WS-IDX).

           BUSCAR-FILA.
               MOVE "N" TO WS-FILA-HALLADA.
               IF WS-CAL-USADOS > ZERO
                   PERFORM LOCALIZAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CAL-USADOS
                       OR FILA-HALLADA
               END-IF.

      * LOCALIZAR-FILA guarda el indice del acierto en WS-SEL: el
      * PERFORM VARYING deja WS-IDX una posicion mas alla al salir.
           LOCALIZAR-FILA.
               IF WS-TCA-FECHA(WS-IDX) = WS-ED-FECHA
                   MOVE "S" TO WS-FILA-HALLADA
                   MOVE WS-IDX TO WS-SEL
               END-IF.

           CALCULAR-DIA-SEMANA.
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-ED-FECHA) - 1, 7) + 1.

           PEDIR-FECHA.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Fecha AAAAMMDD: "
                   ACCEPT WS-ENTRADA
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       AND FUNCTION NUMVAL(WS-ENTRADA) >= 16010101
                       AND FUNCTION NUMVAL(WS-ENTRADA) <= 99991231
                       MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-ED-FECHA
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-ED-FECHA)
                           = ZERO
                           MOVE "S" TO WS-ENTRADA-VALIDA
                       ELSE
                           DISPLAY "Esa fecha no existe"
                       END-IF
                   ELSE
                       DISPLAY "Fecha invalida, use AAAAMMDD"
                   END-IF
               END-PERFORM.

           PEDIR-TIPO.
               MOVE "N" TO WS-ENTRADA-VALIDA.
               PERFORM UNTIL ENTRADA-ES-VALIDA
                   DISPLAY "Tipo: H=habil N=no habil: "
                   ACCEPT WS-ED-TIPO
                   MOVE FUNCTION UPPER-CASE(WS-ED-TIPO) TO WS-ED-TIPO
                   IF WS-ED-TIPO = "H" OR WS-ED-TIPO = "N"
                       MOVE "S" TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Por favor introduce H o N"
                   END-IF
               END-PERFORM.

           PEDIR-DESCRIPCION.
               DISPLAY "Descripcion (p.ej. Navidad): ".
               ACCEPT WS-ED-DESCRIPCION.

           CARGAR-TABLA-CALENDARIO.
               MOVE ZERO TO WS-CAL-USADOS.
               MOVE "N" TO WS-FIN-CALENDARIO.
               OPEN INPUT CALENDARIO-FILE.
               IF WS-CALENDARIO-STATUS = "35"
                   DISPLAY "CALENDARIO no existe; se parte de un"
                       " calendario vacio"
               ELSE
                   IF WS-CALENDARIO-STATUS NOT = "00"
                       DISPLAY "No se puede abrir CALENDARIO (estado "
                           WS-CALENDARIO-STATUS ")"
                       STOP RUN
                   END-IF
                   PERFORM UNTIL FIN-CALENDARIO
                       READ CALENDARIO-FILE
                           AT END
                               MOVE "S" TO WS-FIN-CALENDARIO
                           NOT AT END
                               PERFORM GUARDAR-FILA-TABLA
                       END-READ
                   END-PERFORM
                   CLOSE CALENDARIO-FILE
               END-IF.

           GUARDAR-FILA-TABLA.
               IF WS-CAL-USADOS >= WS-MAX-CALENDARIO
                   DISPLAY "Fichero CALENDARIO con mas de "
                       WS-MAX-CALENDARIO " dias; ampliar la tabla"
                   STOP RUN
               END-IF.
               ADD 1 TO WS-CAL-USADOS.
               MOVE CAL-FECHA TO WS-TCA-FECHA(WS-CAL-USADOS).
               IF CAL-ES-HABIL
                   MOVE "H" TO WS-TCA-TIPO(WS-CAL-USADOS)
               ELSE
                   MOVE "N" TO WS-TCA-TIPO(WS-CAL-USADOS)
               END-IF.
               MOVE CAL-DESCRIPCION
                   TO WS-TCA-DESCRIPCION(WS-CAL-USADOS).

           GRABAR-TABLA-CALENDARIO.
               OPEN OUTPUT CALENDARIO-FILE.
               IF WS-CAL-USADOS > ZERO
                   PERFORM GRABAR-FILA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CAL-USADOS
               END-IF.
               CLOSE CALENDARIO-FILE.

           GRABAR-FILA.
               MOVE WS-TCA-FECHA(WS-IDX) TO CAL-FECHA.
               MOVE WS-TCA-TIPO(WS-IDX) TO CAL-TIPO.
               MOVE WS-TCA-DESCRIPCION(WS-IDX) TO CAL-DESCRIPCION.
               WRITE CAL-RECORD.

      * PREPARAR-IMAGEN-FILA deja en CAL-RECORD la fila WS-SEL tal
      * como se graba en CALENDARIO.
           PREPARAR-IMAGEN-FILA.
               MOVE WS-TCA-FECHA(WS-SEL) TO CAL-FECHA.
               MOVE WS-TCA-TIPO(WS-SEL) TO CAL-TIPO.
               MOVE WS-TCA-DESCRIPCION(WS-SEL) TO CAL-DESCRIPCION.

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
               MOVE "CALENDARIO" TO CAMB-FICHERO.
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

           FINALIZAR-CALENDARIO.
               DISPLAY "Adios!".
               STOP RUN.

       END PROGRAM Operaciones_Basicas_Calendario.
