      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Revaluacion de fin de mes de las posiciones en divisa *
      * Tectonics: cobc                                                *
      ******************************************************************
      * Desde que hay multimoneda la auditoria guarda la moneda y el  *
      * importe de origen de cada transaccion (AUD-MONEDA y           *
      * AUD-IMPORTE-ORIGEN), pero el ledger solo recibe el importe    *
      * convertido con la tasa del dia, y nadie sabia cuanto valian   *
      * las posiciones abiertas en divisa a las tasas de fin de mes.  *
      * Este programa construye la posicion de cada cuenta y moneda   *
      * con todo el historico de auditoria (AUDITMES, AUDITHIST y     *
      * AUDITLOG) hasta el ultimo dia del mes pedido: la suma de los  *
      * importes de origen y la de los importes en moneda base, con   *
      * las reversiones ya neteadas. La cuenta de cada linea es la    *
      * que CTATABLA daba a su codigo de operacion en la fecha de la  *
      * linea, la misma que recibio el apunte "D" del ledger.         *
      *                                                               *
      * Cada posicion se revalua con la tasa de MONEDAS vigente el    *
      * ultimo dia del mes. La diferencia entre el valor revaluado y  *
      * el valor en libros (importe en base mas el ajuste acumulado   *
      * de revaluaciones anteriores, que guarda REVALPOS, ver         *
      * REVREC.cpy) se contabiliza como un par cuadrado en el ledger: *
      * el apunte "D" en la cuenta de la posicion y el "H" en la      *
      * cuenta de diferencias de cambio, que es la CTA-CUENTA de la   *
      * fila "REVAL" de CTATABLA. Cada par lleva su linea de          *
      * auditoria en AUDITLOG y en el maestro AUDITIDX con la misma   *
      * numeracion (codigo REVAL, moneda de la posicion, importe de   *
      * origen cero y lote "RV" + AAAAMM), de modo que la             *
      * conciliacion, los saldos y la transmision lo tratan como      *
      * cualquier otro apunte. Las lineas REVAL no se corrigen con    *
      * CORRECCION: la revaluacion del mes siguiente parte del ajuste *
      * acumulado en REVALPOS.                                        *
      *                                                               *
      * El mes sale de MES_REVALUACION (AAAAMM); sin ella, el mes     *
      * anterior al de la fecha de negocio (FECHA_NEGOCIO o           *
      * FECHA_ABIERTA, sin ninguna la del sistema). Los apuntes van   *
      * con la fecha de negocio. Un mes que no ha terminado, un mes   *
      * igual o anterior al ultimo revaluado en REVALPOS o un mes con *
      * lineas REVAL de su lote ya en auditoria no se contabilizan:   *
      * el programa termina con RETURN-CODE 8 sin tocar nada. El      *
      * operador es el de OPERADOR_LOTE (y CLAVE_LOTE), validado como *
      * en el lote, y el departamento el de DEPTO_REVALUA (por        *
      * omision "REVL"). Una posicion sin tasa vigente a fin de mes o *
      * con una diferencia que no cabe en el importe de auditoria se  *
      * informa y no se contabiliza (RETURN-CODE 4). Debe lanzarse    *
      * sin sesiones interactivas ni lotes en marcha, igual que el    *
      * cierre. El informe por moneda queda en REVALUAREP.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Revalua.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Revaluacion de fin de mes de posiciones en divisa.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-AUDIT-STATUS.
                   SELECT HIST-FILE ASSIGN TO "AUDITHIST"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-HIST-STATUS.
                   SELECT MES-FILE ASSIGN TO "AUDITMES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-MES-STATUS.
                   SELECT LEDGER-FILE ASSIGN TO "LEDGERFEED"
                       ORGANIZATION IS SEQUENTIAL
                       FILE STATUS IS WS-LEDGER-STATUS.
                   SELECT AUDIT-MASTER ASSIGN TO "AUDITIDX"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS AUDM-SECUENCIA
                       ALTERNATE RECORD KEY IS AUDM-REVIERTE
                           WITH DUPLICATES
                       FILE STATUS IS WS-MASTER-STATUS.
                   SELECT CUENTAS-FILE ASSIGN TO "CTATABLA"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CUENTAS-STATUS.
                   SELECT MONEDAS-FILE ASSIGN TO "MONEDAS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-MONEDAS-STATUS.
                   SELECT OPER-FILE ASSIGN TO "OPERADORES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-OPER-STATUS.
                   SELECT POSICIONES-FILE ASSIGN TO "REVALPOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-POSICIONES-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "REVALUAREP"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD AUDIT-FILE.
           COPY "AUDITREC.cpy".

      * Las lineas de los archivos historicos se leen en un buffer
      * ancho y se vuelcan sobre AUDIT-RECORD, como en Estadis: un
      * programa no puede copiar el mismo copybook bajo dos FD.
           FD HIST-FILE.
           01 HIST-RECORD PIC X(120).

           FD MES-FILE.
           01 MES-RECORD PIC X(120).

           FD LEDGER-FILE
               RECORDING MODE IS F.
           COPY "LEDGREC.cpy".

           FD AUDIT-MASTER.
           COPY "AUDMREC.cpy".

           FD CUENTAS-FILE.
           COPY "CTAREC.cpy".

           FD MONEDAS-FILE.
           COPY "MONREC.cpy".

           FD OPER-FILE.
           COPY "OPERREC.cpy".

           FD POSICIONES-FILE.
           COPY "REVREC.cpy".

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-AUDIT-STATUS PIC X(2).
               01 WS-HIST-STATUS PIC X(2).
               01 WS-MES-STATUS PIC X(2).
               01 WS-LEDGER-STATUS PIC X(2).
               01 WS-MASTER-STATUS PIC X(2).
               01 WS-MASTER-DISPONIBLE PIC X(1) VALUE "N".
                   88 MASTER-DISPONIBLE VALUE "S".
               01 WS-FIN-CARGA-MASTER PIC X(1) VALUE "N".
                   88 FIN-CARGA-MASTER VALUE "S".
               01 WS-CUENTAS-STATUS PIC X(2).
               01 WS-MONEDAS-STATUS PIC X(2).
               01 WS-OPER-STATUS PIC X(2).
               01 WS-POSICIONES-STATUS PIC X(2).
               01 WS-REPORT-STATUS PIC X(2).
               01 WS-FIN-FICHERO PIC X(1) VALUE "N".
                   88 FIN-FICHERO VALUE "S".
               01 WS-FIN-CUENTAS PIC X(1) VALUE "N".
                   88 FIN-CUENTAS VALUE "S".
               01 WS-FIN-MONEDAS PIC X(1) VALUE "N".
                   88 FIN-MONEDAS VALUE "S".
               01 WS-FIN-OPERADORES PIC X(1) VALUE "N".
                   88 FIN-OPERADORES VALUE "S".
               01 WS-FIN-POSICIONES PIC X(1) VALUE "N".
                   88 FIN-POSICIONES VALUE "S".

               01 WS-ENV-FECHA PIC X(8).
               01 WS-FECHA-NEGOCIO PIC 9(8).
               01 WS-ENV-MES PIC X(6).
               01 WS-MES-REVALUA PIC 9(6).
               01 WS-MES-DESGLOSE REDEFINES WS-MES-REVALUA.
                   05 WS-MR-ANIO PIC 9(4).
                   05 WS-MR-MES PIC 9(2).
               01 WS-FECHA-FIN-MES PIC 9(8).
               01 WS-FECHA-PRIMERO PIC 9(8).
               01 WS-FECHA-REGISTRO PIC 9(8).
               01 WS-ENV-DEPTO PIC X(4).
               01 WS-DEPTO PIC X(4).
               01 WS-FECHA-HOY PIC 9(8).
               01 WS-LOTE-ID PIC X(8).
               01 WS-MONEDA-BASE PIC X(3) VALUE "EUR".

      * Operador que lanza la revaluacion, validado contra
      * OPERADORES como el del lote.
               01 WS-OPERADOR PIC X(4).
               01 WS-CLAVE-LOTE PIC X(8).
               01 WS-MAX-OPERADORES PIC 9(4) COMP VALUE 50.
               01 WS-OPER-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-OPER-IDX PIC 9(4) COMP.
               01 WS-OPER-SEL PIC 9(4) COMP.
               01 WS-OPER-HALLADO PIC X(1) VALUE "N".
                   88 OPER-HALLADO VALUE "S".
               01 WS-TABLA-OPERADORES.
                   05 WS-TOP-REGISTRO PIC X(60) OCCURS 50 TIMES.

      * CTATABLA, con la misma resolucion por vigencia que el lote.
               01 WS-MAX-CUENTAS PIC 9(4) COMP VALUE 50.
               01 WS-CUENTAS-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-CTA-IDX PIC 9(4) COMP.
               01 WS-TABLA-CUENTAS.
                   05 WS-TC-ENTRADA OCCURS 50 TIMES.
                       10 WS-TC-OPERACION PIC X(5).
                       10 WS-TC-CUENTA PIC X(10).
                       10 WS-TC-VIGENCIA PIC 9(8).
               01 WS-OPERACION-MAYUS PIC X(5).
               01 WS-CUENTA-ELEGIDA PIC X(10).
               01 WS-VIGENCIA-ELEGIDA PIC 9(8).
               01 WS-CUENTA-HALLADA PIC X(1) VALUE "N".
                   88 CUENTA-HALLADA VALUE "S".
               01 WS-FECHA-BUSQUEDA PIC 9(8).
               01 WS-CUENTA-DIFERENCIAS PIC X(10).

      * MONEDAS, con la misma resolucion por vigencia que el lote.
               01 WS-MAX-MONEDAS PIC 9(4) COMP VALUE 20.
               01 WS-MONEDAS-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-MON-IDX PIC 9(4) COMP.
               01 WS-TABLA-MONEDAS.
                   05 WS-TM-ENTRADA OCCURS 20 TIMES.
                       10 WS-TM-MONEDA PIC X(3).
                       10 WS-TM-TASA PIC 9(5)V9(6).
                       10 WS-TM-VIGENCIA PIC 9(8).
               01 WS-MONEDA-TRAN PIC X(3).
               01 WS-TASA-ELEGIDA PIC 9(5)V9(6).
               01 WS-VIGENCIA-TASA PIC 9(8).
               01 WS-TASA-HALLADA PIC X(1) VALUE "N".
                   88 TASA-HALLADA VALUE "S".

      * Posiciones por cuenta y moneda: las de REVALPOS mas las que
      * aparecen en el historico. WS-TP-BASE es la suma de los
      * importes en moneda base de la auditoria y WS-TP-AJUSTE lo ya
      * contabilizado por revaluaciones anteriores.
               01 WS-MAX-POSICIONES PIC 9(4) COMP VALUE 200.
               01 WS-POS-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-POS-IDX PIC 9(4) COMP.
               01 WS-POS-SEL PIC 9(4) COMP.
               01 WS-POS-HALLADA PIC X(1) VALUE "N".
                   88 POS-HALLADA VALUE "S".
               01 WS-TABLA-POSICIONES.
                   05 WS-TP-ENTRADA OCCURS 200 TIMES.
                       10 WS-TP-CUENTA PIC X(10).
                       10 WS-TP-MONEDA PIC X(3).
                       10 WS-TP-ORIGEN PIC S9(11)V99.
                       10 WS-TP-BASE PIC S9(11)V99.
                       10 WS-TP-AJUSTE PIC S9(11)V99.
                       10 WS-TP-TASA PIC 9(5)V9(6).
                       10 WS-TP-VIGENCIA PIC 9(8).
                       10 WS-TP-VALOR-NUEVO PIC S9(11)V99.
                       10 WS-TP-DIFERENCIA PIC S9(11)V99.
                       10 WS-TP-SECUENCIA PIC 9(9).
                       10 WS-TP-MARCA PIC X(12).
               01 WS-CUENTA-BUSCADA PIC X(10).
               01 WS-MONEDA-BUSCADA PIC X(3).

      * Monedas con posicion, en orden de aparicion, para el informe.
               01 WS-MAX-DIVISAS PIC 9(4) COMP VALUE 20.
               01 WS-DIV-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-DIV-IDX PIC 9(4) COMP.
               01 WS-DIV-HALLADA PIC X(1) VALUE "N".
                   88 DIV-HALLADA VALUE "S".
               01 WS-TABLA-DIVISAS.
                   05 WS-TV-MONEDA PIC X(3) OCCURS 20 TIMES.

               01 WS-ULTIMO-MES PIC 9(6) VALUE ZERO.
               01 WS-ULTIMA-FECHA PIC 9(8) VALUE ZERO.
               01 WS-LOTE-EN-AUDITORIA PIC X(1) VALUE "N".
                   88 LOTE-EN-AUDITORIA VALUE "S".
               01 WS-AUD-SECUENCIA PIC 9(9) VALUE ZERO.
               01 WS-SECUENCIA-LOG PIC 9(9) VALUE ZERO.
               01 WS-LEDGER-REF PIC 9(9) VALUE ZERO.
               01 WS-IMPORTE-CONTRA PIC S9(9)V99.
               01 WS-VALOR-ANTERIOR PIC S9(11)V99.
               01 WS-MAX-IMPORTE PIC S9(11)V99 VALUE 999999999.99.

               01 WS-CONT-LINEAS PIC 9(7) VALUE ZERO.
               01 WS-CONT-APUNTES PIC 9(5) VALUE ZERO.
               01 WS-CONT-AVISOS PIC 9(5) VALUE ZERO.
               01 WS-TOTAL-DIFERENCIA PIC S9(11)V99 VALUE ZERO.
               01 WS-SUB-ANTERIOR PIC S9(11)V99.
               01 WS-SUB-NUEVO PIC S9(11)V99.
               01 WS-SUB-DIFERENCIA PIC S9(11)V99.

               01 WS-LINEA-POSICION.
                   05 WS-LP-CUENTA PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LP-ORIGEN PIC -(10)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LP-ANTERIOR PIC -(10)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LP-NUEVO PIC -(10)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LP-DIFERENCIA PIC -(10)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LP-SECUENCIA PIC Z(8)9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LP-MARCA PIC X(12).

               01 WS-ED-TASA PIC ZZZZ9.999999.
               01 WS-ED-IMPORTE PIC -(11)9.99.

       PROCEDURE DIVISION.
           INICIO-REVALUA.
               PERFORM DETERMINAR-FECHA-NEGOCIO.
               PERFORM DETERMINAR-MES-REVALUACION.
               PERFORM DETERMINAR-DEPARTAMENTO.
               PERFORM IDENTIFICAR-OPERADOR-LOTE.
               PERFORM CARGAR-POSICIONES-ANTERIORES.
               PERFORM COMPROBAR-MES-PENDIENTE.
               PERFORM CARGAR-TABLA-CUENTAS.
               PERFORM BUSCAR-CUENTA-DIFERENCIAS.
               PERFORM CARGAR-TABLA-MONEDAS.
               PERFORM RECORRER-AUDITMES.
               PERFORM RECORRER-AUDITHIST.
               PERFORM RECORRER-AUDITLOG.
               IF LOTE-EN-AUDITORIA
                   DISPLAY "AUDITLOG/AUDITHIST ya tienen apuntes de"
                       " revaluacion del lote " WS-LOTE-ID
                   DISPLAY "El mes " WS-MES-REVALUA " no se vuelve a"
                       " contabilizar"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-POS-USADAS > ZERO
                   PERFORM VALORAR-POSICION
                       VARYING WS-POS-IDX FROM 1 BY 1
                       UNTIL WS-POS-IDX > WS-POS-USADAS
               END-IF.
               IF WS-CONT-APUNTES > ZERO
                   PERFORM ABRIR-AUDIT-MASTER
                   PERFORM COMPROBAR-NUMERACION
                   PERFORM CONTABILIZAR-DIFERENCIAS
               END-IF.
               PERFORM GRABAR-POSICIONES.
               PERFORM IMPRIMIR-INFORME.
               DISPLAY "Revaluacion del mes " WS-MES-REVALUA
                   " (tasas a " WS-FECHA-FIN-MES ")".
               DISPLAY "Posiciones en divisa: " WS-POS-USADAS.
               DISPLAY "Pares contabilizados: " WS-CONT-APUNTES
                   " (lote " WS-LOTE-ID ")".
               MOVE WS-TOTAL-DIFERENCIA TO WS-ED-IMPORTE.
               DISPLAY "Diferencia de cambio total: " WS-ED-IMPORTE.
               DISPLAY "Informe en REVALUAREP".
               IF WS-CONT-AVISOS > ZERO
                   DISPLAY "Aviso: " WS-CONT-AVISOS " posiciones sin"
                       " contabilizar; ver REVALUAREP"
                   MOVE 4 TO RETURN-CODE
               END-IF.
               STOP RUN.

      * FECHA_NEGOCIO manda; sin ella se honra FECHA_ABIERTA, el dia
      * abierto de la ventana y del cierre.
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

      * El ultimo dia del mes es la vispera del dia 1 del mes
      * siguiente. Solo se revalua un mes ya terminado: antes no hay
      * tasa de fin de mes ni posicion cerrada.
           DETERMINAR-MES-REVALUACION.
               MOVE SPACES TO WS-ENV-MES.
               ACCEPT WS-ENV-MES FROM ENVIRONMENT "MES_REVALUACION".
               IF WS-ENV-MES = SPACES
                   DIVIDE WS-FECHA-NEGOCIO BY 100
                       GIVING WS-MES-REVALUA
                   IF WS-MR-MES = 1
                       SUBTRACT 1 FROM WS-MR-ANIO
                       MOVE 12 TO WS-MR-MES
                   ELSE
                       SUBTRACT 1 FROM WS-MR-MES
                   END-IF
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-ENV-MES) NOT = 0
                       DISPLAY "MES_REVALUACION debe ser AAAAMM: "
                           WS-ENV-MES
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-ENV-MES) TO WS-MES-REVALUA
               END-IF.
               IF WS-MR-MES < 1 OR WS-MR-MES > 12
                   DISPLAY "Mes de revaluacion no valido: "
                       WS-MES-REVALUA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-MR-MES = 12
                   COMPUTE WS-FECHA-PRIMERO =
                       (WS-MR-ANIO + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-FECHA-PRIMERO =
                       WS-MES-REVALUA * 100 + 101
               END-IF.
               COMPUTE WS-FECHA-FIN-MES = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PRIMERO) - 1).
               IF WS-FECHA-FIN-MES NOT < WS-FECHA-NEGOCIO
                   DISPLAY "El mes " WS-MES-REVALUA " no ha terminado"
                       " a la fecha de negocio " WS-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO WS-LOTE-ID.
               STRING "RV" DELIMITED BY SIZE
                   WS-MES-REVALUA DELIMITED BY SIZE
                   INTO WS-LOTE-ID.

           DETERMINAR-DEPARTAMENTO.
               MOVE SPACES TO WS-ENV-DEPTO.
               ACCEPT WS-ENV-DEPTO FROM ENVIRONMENT "DEPTO_REVALUA".
               IF WS-ENV-DEPTO = SPACES
                   MOVE "REVL" TO WS-DEPTO
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-ENV-DEPTO) TO WS-DEPTO
               END-IF.

      * IDENTIFICAR-OPERADOR-LOTE valida OPERADOR_LOTE/CLAVE_LOTE
      * contra OPERADORES igual que el lote: id dado de alta, no
      * inactivo y con su clave si la tiene. Sin operador valido no
      * se contabiliza nada.
           IDENTIFICAR-OPERADOR-LOTE.
               MOVE SPACES TO WS-OPERADOR.
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_LOTE".
               IF WS-OPERADOR = SPACES
                   DISPLAY "Falta la variable OPERADOR_LOTE con el"
                       " identificador del operador"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM CARGAR-OPERADORES.
               MOVE "N" TO WS-OPER-HALLADO.
               IF WS-OPER-USADOS > ZERO
                   PERFORM LOCALIZAR-OPERADOR
                       VARYING WS-OPER-IDX FROM 1 BY 1
                       UNTIL WS-OPER-IDX > WS-OPER-USADOS
                       OR OPER-HALLADO
               END-IF.
               IF NOT OPER-HALLADO
                   DISPLAY "Operador no autorizado en OPERADORES: "
                       WS-OPERADOR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-TOP-REGISTRO(WS-OPER-SEL) TO OPER-RECORD.
               IF OPER-ESTA-INACTIVO
                   DISPLAY "Operador dado de baja en OPERADORES: "
                       WS-OPERADOR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF OPER-CLAVE NOT = SPACES
                   MOVE SPACES TO WS-CLAVE-LOTE
                   ACCEPT WS-CLAVE-LOTE FROM ENVIRONMENT "CLAVE_LOTE"
                   IF WS-CLAVE-LOTE NOT = OPER-CLAVE
                       DISPLAY "Clave de CLAVE_LOTE incorrecta para"
                           " el operador " WS-OPERADOR
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           LOCALIZAR-OPERADOR.
               MOVE WS-TOP-REGISTRO(WS-OPER-IDX) TO OPER-RECORD.
               IF OPER-ID = WS-OPERADOR AND OPER-ID NOT = SPACES
                   MOVE "S" TO WS-OPER-HALLADO
                   MOVE WS-OPER-IDX TO WS-OPER-SEL
               END-IF.

           CARGAR-OPERADORES.
               MOVE ZERO TO WS-OPER-USADOS.
               MOVE "N" TO WS-FIN-OPERADORES.
               OPEN INPUT OPER-FILE.
               IF WS-OPER-STATUS NOT = "00"
                   DISPLAY "No se puede abrir el fichero OPERADORES"
                       " (estado " WS-OPER-STATUS ")"
                   MOVE 8 TO RETURN-CODE
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

           GUARDAR-OPERADOR-TABLA.
               IF WS-OPER-USADOS >= WS-MAX-OPERADORES
                   DISPLAY "Fichero OPERADORES con mas de "
                       WS-MAX-OPERADORES " filas; ampliar la tabla"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-OPER-USADOS.
               MOVE OPER-RECORD TO WS-TOP-REGISTRO(WS-OPER-USADOS).

      * CARGAR-POSICIONES-ANTERIORES carga REVALPOS: la fila de
      * control da el ultimo mes revaluado y cada fila de posicion
      * entra en la tabla con su ajuste acumulado. Sin fichero es la
      * primera revaluacion.
           CARGAR-POSICIONES-ANTERIORES.
               MOVE "N" TO WS-FIN-POSICIONES.
               OPEN INPUT POSICIONES-FILE.
               IF WS-POSICIONES-STATUS = "00"
                   PERFORM LEER-POSICION UNTIL FIN-POSICIONES
                   CLOSE POSICIONES-FILE
               END-IF.

           LEER-POSICION.
               READ POSICIONES-FILE
                   AT END
                       MOVE "S" TO WS-FIN-POSICIONES
                   NOT AT END
                       IF REV-ES-CONTROL
                           MOVE REV-MES TO WS-ULTIMO-MES
                           MOVE REV-FECHA TO WS-ULTIMA-FECHA
                       ELSE
                           MOVE REV-CUENTA TO WS-CUENTA-BUSCADA
                           MOVE REV-MONEDA TO WS-MONEDA-BUSCADA
                           PERFORM SITUAR-POSICION
                           MOVE REV-AJUSTE
                               TO WS-TP-AJUSTE(WS-POS-SEL)
                       END-IF
               END-READ.

           COMPROBAR-MES-PENDIENTE.
               IF WS-ULTIMO-MES NOT < WS-MES-REVALUA
                   DISPLAY "El mes " WS-MES-REVALUA " no esta"
                       " pendiente: REVALPOS ya tiene revaluado el "
                       WS-ULTIMO-MES " (contabilizado el "
                       WS-ULTIMA-FECHA ")"
                   DISPLAY "No se contabiliza de nuevo"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * SITUAR-POSICION deja en WS-POS-SEL la entrada de la cuenta y
      * moneda buscadas, dandola de alta a cero si no existe.
           SITUAR-POSICION.
               MOVE "N" TO WS-POS-HALLADA.
               IF WS-POS-USADAS > ZERO
                   PERFORM LOCALIZAR-POSICION
                       VARYING WS-POS-IDX FROM 1 BY 1
                       UNTIL WS-POS-IDX > WS-POS-USADAS
                       OR POS-HALLADA
               END-IF.
               IF NOT POS-HALLADA
                   IF WS-POS-USADAS >= WS-MAX-POSICIONES
                       DISPLAY "Mas de " WS-MAX-POSICIONES
                           " posiciones en divisa; ampliar la tabla"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-POS-USADAS
                   MOVE WS-POS-USADAS TO WS-POS-SEL
                   MOVE WS-CUENTA-BUSCADA TO WS-TP-CUENTA(WS-POS-SEL)
                   MOVE WS-MONEDA-BUSCADA TO WS-TP-MONEDA(WS-POS-SEL)
                   MOVE ZERO TO WS-TP-ORIGEN(WS-POS-SEL)
                   MOVE ZERO TO WS-TP-BASE(WS-POS-SEL)
                   MOVE ZERO TO WS-TP-AJUSTE(WS-POS-SEL)
                   MOVE ZERO TO WS-TP-TASA(WS-POS-SEL)
                   MOVE ZERO TO WS-TP-VIGENCIA(WS-POS-SEL)
                   MOVE ZERO TO WS-TP-VALOR-NUEVO(WS-POS-SEL)
                   MOVE ZERO TO WS-TP-DIFERENCIA(WS-POS-SEL)
                   MOVE ZERO TO WS-TP-SECUENCIA(WS-POS-SEL)
                   MOVE SPACES TO WS-TP-MARCA(WS-POS-SEL)
                   PERFORM ANOTAR-DIVISA
               END-IF.

           LOCALIZAR-POSICION.
               IF WS-TP-CUENTA(WS-POS-IDX) = WS-CUENTA-BUSCADA
                   AND WS-TP-MONEDA(WS-POS-IDX) = WS-MONEDA-BUSCADA
                   MOVE "S" TO WS-POS-HALLADA
                   MOVE WS-POS-IDX TO WS-POS-SEL
               END-IF.

           ANOTAR-DIVISA.
               MOVE "N" TO WS-DIV-HALLADA.
               IF WS-DIV-USADAS > ZERO
                   PERFORM LOCALIZAR-DIVISA
                       VARYING WS-DIV-IDX FROM 1 BY 1
                       UNTIL WS-DIV-IDX > WS-DIV-USADAS
                       OR DIV-HALLADA
               END-IF.
               IF NOT DIV-HALLADA
                   IF WS-DIV-USADAS >= WS-MAX-DIVISAS
                       DISPLAY "Mas de " WS-MAX-DIVISAS
                           " monedas con posicion; ampliar la tabla"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DIV-USADAS
                   MOVE WS-MONEDA-BUSCADA TO WS-TV-MONEDA(WS-DIV-USADAS)
               END-IF.

           LOCALIZAR-DIVISA.
               IF WS-TV-MONEDA(WS-DIV-IDX) = WS-MONEDA-BUSCADA
                   MOVE "S" TO WS-DIV-HALLADA
               END-IF.

      * CARGAR-TABLA-CUENTAS carga CTATABLA entera: sin tabla no se
      * sabe a que cuenta fue cada linea ni donde llevar la
      * diferencia.
           CARGAR-TABLA-CUENTAS.
               MOVE ZERO TO WS-CUENTAS-USADAS.
               MOVE "N" TO WS-FIN-CUENTAS.
               OPEN INPUT CUENTAS-FILE.
               IF WS-CUENTAS-STATUS NOT = "00"
                   DISPLAY "No se puede abrir CTATABLA (estado "
                       WS-CUENTAS-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL FIN-CUENTAS
                   READ CUENTAS-FILE
                       AT END
                           MOVE "S" TO WS-FIN-CUENTAS
                       NOT AT END
                           PERFORM GUARDAR-CUENTA-TABLA
                   END-READ
               END-PERFORM.
               CLOSE CUENTAS-FILE.

           GUARDAR-CUENTA-TABLA.
               IF WS-CUENTAS-USADAS >= WS-MAX-CUENTAS
                   DISPLAY "Tabla CTATABLA con mas de "
                       WS-MAX-CUENTAS " filas; ampliar la tabla"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-CUENTAS-USADAS.
               MOVE CTA-OPERACION
                   TO WS-TC-OPERACION(WS-CUENTAS-USADAS).
               MOVE CTA-CUENTA TO WS-TC-CUENTA(WS-CUENTAS-USADAS).
               MOVE CTA-VIGENCIA
                   TO WS-TC-VIGENCIA(WS-CUENTAS-USADAS).

      * La cuenta de diferencias de cambio es la de la fila "REVAL"
      * vigente a fin de mes; el comodin "*" no vale aqui.
           BUSCAR-CUENTA-DIFERENCIAS.
               MOVE "REVAL" TO WS-OPERACION-MAYUS.
               MOVE WS-FECHA-FIN-MES TO WS-FECHA-BUSQUEDA.
               MOVE "N" TO WS-CUENTA-HALLADA.
               MOVE ZERO TO WS-VIGENCIA-ELEGIDA.
               PERFORM COMPARAR-CUENTA-OPERACION
                   VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CUENTAS-USADAS.
               IF NOT CUENTA-HALLADA
                   DISPLAY "CTATABLA no tiene fila REVAL vigente a "
                       WS-FECHA-FIN-MES " con la cuenta de"
                       " diferencias de cambio"
                   DISPLAY "Dar de alta la fila con"
                       " Operaciones_Basicas_Cuentas"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-CUENTA-ELEGIDA TO WS-CUENTA-DIFERENCIAS.

      * BUSCAR-CUENTA-OPERACION resuelve la cuenta de AUD-OPERACION
      * en la fecha de la linea, con el comodin "*" y la cuenta
      * CTA-EXP de ultimo recurso, igual que la resolvio el lote al
      * escribir el apunte.
           BUSCAR-CUENTA-OPERACION.
               MOVE FUNCTION UPPER-CASE(AUD-OPERACION)
                   TO WS-OPERACION-MAYUS.
               MOVE AUD-FECHA-AAAAMMDD TO WS-FECHA-BUSQUEDA.
               MOVE "N" TO WS-CUENTA-HALLADA.
               MOVE ZERO TO WS-VIGENCIA-ELEGIDA.
               PERFORM COMPARAR-CUENTA-OPERACION
                   VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CUENTAS-USADAS.
               IF NOT CUENTA-HALLADA
                   MOVE "*" TO WS-OPERACION-MAYUS
                   MOVE ZERO TO WS-VIGENCIA-ELEGIDA
                   PERFORM COMPARAR-CUENTA-OPERACION
                       VARYING WS-CTA-IDX FROM 1 BY 1
                       UNTIL WS-CTA-IDX > WS-CUENTAS-USADAS
               END-IF.
               IF NOT CUENTA-HALLADA
                   MOVE "CTA-EXP" TO WS-CUENTA-ELEGIDA
               END-IF.

           COMPARAR-CUENTA-OPERACION.
               IF WS-TC-OPERACION(WS-CTA-IDX) = WS-OPERACION-MAYUS
                   AND WS-TC-VIGENCIA(WS-CTA-IDX) NOT >
                       WS-FECHA-BUSQUEDA
                   AND (NOT CUENTA-HALLADA
                       OR WS-TC-VIGENCIA(WS-CTA-IDX) >=
                           WS-VIGENCIA-ELEGIDA)
                   MOVE "S" TO WS-CUENTA-HALLADA
                   MOVE WS-TC-CUENTA(WS-CTA-IDX)
                       TO WS-CUENTA-ELEGIDA
                   MOVE WS-TC-VIGENCIA(WS-CTA-IDX)
                       TO WS-VIGENCIA-ELEGIDA
               END-IF.

      * Sin MONEDAS ninguna posicion tiene tasa: se informan todas
      * sin contabilizar.
           CARGAR-TABLA-MONEDAS.
               MOVE ZERO TO WS-MONEDAS-USADAS.
               MOVE "N" TO WS-FIN-MONEDAS.
               OPEN INPUT MONEDAS-FILE.
               IF WS-MONEDAS-STATUS = "00"
                   PERFORM UNTIL FIN-MONEDAS
                       READ MONEDAS-FILE
                           AT END
                               MOVE "S" TO WS-FIN-MONEDAS
                           NOT AT END
                               PERFORM GUARDAR-TASA-TABLA
                       END-READ
                   END-PERFORM
                   CLOSE MONEDAS-FILE
               ELSE
                   DISPLAY "Aviso: fichero MONEDAS no disponible;"
                       " ninguna posicion tiene tasa"
               END-IF.

           GUARDAR-TASA-TABLA.
               IF WS-MONEDAS-USADAS >= WS-MAX-MONEDAS
                   DISPLAY "Fichero MONEDAS con mas de "
                       WS-MAX-MONEDAS " filas; ampliar la tabla"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-MONEDAS-USADAS.
               MOVE MON-MONEDA TO WS-TM-MONEDA(WS-MONEDAS-USADAS).
               MOVE MON-TASA TO WS-TM-TASA(WS-MONEDAS-USADAS).
               MOVE MON-VIGENCIA
                   TO WS-TM-VIGENCIA(WS-MONEDAS-USADAS).

      * La tasa es la vigente el ultimo dia del mes revaluado.
           BUSCAR-TASA-MONEDA.
               MOVE WS-FECHA-FIN-MES TO WS-FECHA-BUSQUEDA.
               MOVE "N" TO WS-TASA-HALLADA.
               MOVE ZERO TO WS-VIGENCIA-TASA.
               PERFORM COMPARAR-TASA-MONEDA
                   VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MONEDAS-USADAS.

           COMPARAR-TASA-MONEDA.
               IF WS-TM-MONEDA(WS-MON-IDX) = WS-MONEDA-TRAN
                   AND WS-TM-VIGENCIA(WS-MON-IDX) NOT >
                       WS-FECHA-BUSQUEDA
                   AND (NOT TASA-HALLADA
                       OR WS-TM-VIGENCIA(WS-MON-IDX) >=
                           WS-VIGENCIA-TASA)
                   MOVE "S" TO WS-TASA-HALLADA
                   MOVE WS-TM-TASA(WS-MON-IDX) TO WS-TASA-ELEGIDA
                   MOVE WS-TM-VIGENCIA(WS-MON-IDX)
                       TO WS-VIGENCIA-TASA
               END-IF.

      * El historico completo de auditoria: los meses consolidados
      * en AUDITMES, los dias cerrados en AUDITHIST y el dia abierto
      * en AUDITLOG. Los ficheros que no existen se saltan.
           RECORRER-AUDITMES.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT MES-FILE.
               IF WS-MES-STATUS = "00"
                   PERFORM LEER-AUDITMES UNTIL FIN-FICHERO
                   CLOSE MES-FILE
               END-IF.

           LEER-AUDITMES.
               READ MES-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       MOVE MES-RECORD TO AUDIT-RECORD
                       PERFORM ACUMULAR-LINEA
               END-READ.

           RECORRER-AUDITHIST.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT HIST-FILE.
               IF WS-HIST-STATUS = "00"
                   PERFORM LEER-AUDITHIST UNTIL FIN-FICHERO
                   CLOSE HIST-FILE
               END-IF.

           LEER-AUDITHIST.
               READ HIST-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       MOVE HIST-RECORD TO AUDIT-RECORD
                       PERFORM ACUMULAR-LINEA
               END-READ.

      * De AUDITLOG sale ademas la ultima AUD-SECUENCIA usada, que
      * el registro de control del cierre conserva tras la purga.
           RECORRER-AUDITLOG.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUDIT-STATUS = "00"
                   PERFORM LEER-AUDITLOG UNTIL FIN-FICHERO
                   CLOSE AUDIT-FILE
               END-IF.

           LEER-AUDITLOG.
               READ AUDIT-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       IF AUD-SECUENCIA > WS-AUD-SECUENCIA
                           MOVE AUD-SECUENCIA TO WS-AUD-SECUENCIA
                       END-IF
                       PERFORM ACUMULAR-LINEA
               END-READ.

      * ACUMULAR-LINEA suma a su posicion cada linea en divisa hasta
      * fin de mes. Las lineas REVAL no entran en la posicion (su
      * efecto ya esta en el ajuste acumulado de REVALPOS), pero si
      * alguna es del lote de este mes la revaluacion ya se hizo.
           ACUMULAR-LINEA.
               ADD 1 TO WS-CONT-LINEAS.
               IF AUD-ES-CONTROL
                   CONTINUE
               ELSE IF AUD-OPERACION = "REVAL"
                   IF AUD-LOTE-ID = WS-LOTE-ID
                       MOVE "S" TO WS-LOTE-EN-AUDITORIA
                   END-IF
               ELSE IF AUD-MONEDA NOT = SPACES
                   AND AUD-MONEDA NOT = WS-MONEDA-BASE
                   AND AUD-FECHA-AAAAMMDD NOT > WS-FECHA-FIN-MES
                   PERFORM BUSCAR-CUENTA-OPERACION
                   MOVE WS-CUENTA-ELEGIDA TO WS-CUENTA-BUSCADA
                   MOVE AUD-MONEDA TO WS-MONEDA-BUSCADA
                   PERFORM SITUAR-POSICION
                   ADD AUD-IMPORTE-ORIGEN TO WS-TP-ORIGEN(WS-POS-SEL)
                   ADD AUD-RESULTADO TO WS-TP-BASE(WS-POS-SEL)
               END-IF.

      * VALORAR-POSICION calcula el valor revaluado y la diferencia
      * contra el valor en libros. Sin tasa, o con una diferencia
      * que no cabe en AUD-RESULTADO, la posicion solo se informa.
           VALORAR-POSICION.
               MOVE WS-TP-MONEDA(WS-POS-IDX) TO WS-MONEDA-TRAN.
               PERFORM BUSCAR-TASA-MONEDA.
               COMPUTE WS-VALOR-ANTERIOR = WS-TP-BASE(WS-POS-IDX)
                   + WS-TP-AJUSTE(WS-POS-IDX).
               IF NOT TASA-HALLADA
                   MOVE "SIN TASA" TO WS-TP-MARCA(WS-POS-IDX)
                   MOVE WS-VALOR-ANTERIOR
                       TO WS-TP-VALOR-NUEVO(WS-POS-IDX)
                   ADD 1 TO WS-CONT-AVISOS
               ELSE
                   MOVE WS-TASA-ELEGIDA TO WS-TP-TASA(WS-POS-IDX)
                   MOVE WS-VIGENCIA-TASA TO WS-TP-VIGENCIA(WS-POS-IDX)
                   COMPUTE WS-TP-VALOR-NUEVO(WS-POS-IDX) ROUNDED =
                       WS-TP-ORIGEN(WS-POS-IDX) * WS-TASA-ELEGIDA
                   COMPUTE WS-TP-DIFERENCIA(WS-POS-IDX) =
                       WS-TP-VALOR-NUEVO(WS-POS-IDX)
                       - WS-VALOR-ANTERIOR
                   IF WS-TP-DIFERENCIA(WS-POS-IDX) = ZERO
                       MOVE "SIN CAMBIO" TO WS-TP-MARCA(WS-POS-IDX)
                   ELSE
                       IF FUNCTION ABS(WS-TP-DIFERENCIA(WS-POS-IDX))
                           > WS-MAX-IMPORTE
                           MOVE "EXCEDE" TO WS-TP-MARCA(WS-POS-IDX)
                           ADD 1 TO WS-CONT-AVISOS
                       ELSE
                           ADD 1 TO WS-CONT-APUNTES
                       END-IF
                   END-IF
               END-IF.

      * AUDITLOG y LEDGERFEED avanzan a la par (la conciliacion casa
      * AUD-SECUENCIA con LEDG-REFERENCIA): si no coinciden, escribir
      * aqui dejaria el descuadre peor, y no se contabiliza.
           COMPROBAR-NUMERACION.
               MOVE ZERO TO WS-LEDGER-REF.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT LEDGER-FILE.
               IF WS-LEDGER-STATUS = "00"
                   PERFORM LEER-LEDGER UNTIL FIN-FICHERO
                   CLOSE LEDGER-FILE
               END-IF.
               IF WS-LEDGER-REF NOT = WS-AUD-SECUENCIA
                   DISPLAY "AUDITLOG (secuencia " WS-AUD-SECUENCIA
                       ") y LEDGERFEED (referencia " WS-LEDGER-REF
                       ") no van a la par"
                   DISPLAY "Revise la conciliacion antes de revaluar;"
                       " no se contabiliza nada"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           LEER-LEDGER.
               READ LEDGER-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       MOVE LEDG-REFERENCIA TO WS-LEDGER-REF
               END-READ.

           CONTABILIZAR-DIFERENCIAS.
               OPEN EXTEND AUDIT-FILE.
               IF WS-AUDIT-STATUS = "35"
                   OPEN OUTPUT AUDIT-FILE
               END-IF.
               OPEN EXTEND LEDGER-FILE.
               IF WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT LEDGER-FILE
               END-IF.
               IF WS-AUDIT-STATUS NOT = "00"
                   OR WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "No se pueden abrir AUDITLOG/LEDGERFEED"
                       " para anadir (estados " WS-AUDIT-STATUS "/"
                       WS-LEDGER-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM CONTABILIZAR-POSICION
                   VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-USADAS.
               CLOSE AUDIT-FILE.
               CLOSE LEDGER-FILE.
               IF MASTER-DISPONIBLE
                   CLOSE AUDIT-MASTER
               END-IF.

      * Cada diferencia es una linea de auditoria y su par "D"/"H"
      * con la misma numeracion, como ESCRIBIR-AUDITORIA-LOTE y
      * ESCRIBIR-LEDGER-LOTE: el "D" en la cuenta de la posicion y
      * el "H", cambiado de signo, en la de diferencias de cambio.
           CONTABILIZAR-POSICION.
               IF WS-TP-MARCA(WS-POS-IDX) = SPACES
                   ADD 1 TO WS-AUD-SECUENCIA
                   ADD 1 TO WS-LEDGER-REF
                   MOVE SPACES TO AUDIT-RECORD
                   MOVE WS-FECHA-NEGOCIO TO AUD-FECHA
                   MOVE "REVAL" TO AUD-OPERACION
                   MOVE ZERO TO AUD-NUM1
                   MOVE ZERO TO AUD-NUM2
                   MOVE WS-TP-DIFERENCIA(WS-POS-IDX) TO AUD-RESULTADO
                   MOVE "N" TO AUD-TIPO
                   MOVE WS-AUD-SECUENCIA TO AUD-SECUENCIA
                   MOVE ZERO TO AUD-REVIERTE
                   MOVE WS-OPERADOR TO AUD-OPERADOR
                   MOVE WS-DEPTO TO AUD-DEPTO
                   MOVE WS-TP-MONEDA(WS-POS-IDX) TO AUD-MONEDA
                   MOVE ZERO TO AUD-IMPORTE-ORIGEN
                   MOVE WS-LOTE-ID TO AUD-LOTE-ID
                   ACCEPT AUD-HORA FROM TIME
                   WRITE AUDIT-RECORD
                   IF MASTER-DISPONIBLE
                       PERFORM GRABAR-AUDIT-MASTER
                   END-IF
                   MOVE WS-AUD-SECUENCIA TO WS-TP-SECUENCIA(WS-POS-IDX)
                   MOVE SPACES TO LEDGER-RECORD
                   MOVE AUD-FECHA TO LEDG-FECHA
                   MOVE "REVAL" TO LEDG-OPERACION
                   MOVE WS-LEDGER-REF TO LEDG-REFERENCIA
                   MOVE AUD-RESULTADO TO LEDG-IMPORTE
                   MOVE WS-OPERADOR TO LEDG-OPERADOR
                   MOVE WS-DEPTO TO LEDG-DEPTO
                   MOVE WS-TP-CUENTA(WS-POS-IDX) TO LEDG-CUENTA
                   MOVE "D" TO LEDG-TIPO-APUNTE
                   WRITE LEDGER-RECORD
                   COMPUTE WS-IMPORTE-CONTRA = AUD-RESULTADO * -1
                   MOVE SPACES TO LEDGER-RECORD
                   MOVE AUD-FECHA TO LEDG-FECHA
                   MOVE "REVAL" TO LEDG-OPERACION
                   MOVE WS-LEDGER-REF TO LEDG-REFERENCIA
                   MOVE WS-IMPORTE-CONTRA TO LEDG-IMPORTE
                   MOVE WS-OPERADOR TO LEDG-OPERADOR
                   MOVE WS-DEPTO TO LEDG-DEPTO
                   MOVE WS-CUENTA-DIFERENCIAS TO LEDG-CUENTA
                   MOVE "H" TO LEDG-TIPO-APUNTE
                   WRITE LEDGER-RECORD
                   ADD WS-TP-DIFERENCIA(WS-POS-IDX)
                       TO WS-TOTAL-DIFERENCIA
                   ADD WS-TP-DIFERENCIA(WS-POS-IDX)
                       TO WS-TP-AJUSTE(WS-POS-IDX)
               END-IF.

      * ABRIR-AUDIT-MASTER y los parrafos de maestro que siguen son
      * los mismos del lote y del modo interactivo (mismo AUDITIDX
      * compartido), de modo que las lineas REVAL quedan tambien en
      * el maestro. Se abre antes de comprobar la numeracion: si el
      * maestro va por delante de AUDITLOG la comprobacion lo ve. Si
      * no se puede abrir, la revaluacion sigue solo con AUDITLOG,
      * que sigue siendo el rastro autoritativo.
           ABRIR-AUDIT-MASTER.
               MOVE "N" TO WS-MASTER-DISPONIBLE.
               OPEN I-O AUDIT-MASTER.
               IF WS-MASTER-STATUS = "35"
                   PERFORM CARGAR-AUDIT-MASTER
                   OPEN I-O AUDIT-MASTER
               END-IF.
               IF WS-MASTER-STATUS = "00"
                   MOVE "S" TO WS-MASTER-DISPONIBLE
                   PERFORM RECUPERAR-SECUENCIA-MASTER
               ELSE
                   DISPLAY "Aviso: maestro AUDITIDX no disponible"
                       " (estado " WS-MASTER-STATUS ")"
               END-IF.

           CARGAR-AUDIT-MASTER.
               OPEN OUTPUT AUDIT-MASTER.
               IF WS-MASTER-STATUS = "00"
                   MOVE "N" TO WS-FIN-CARGA-MASTER
                   OPEN INPUT AUDIT-FILE
                   IF WS-AUDIT-STATUS = "00"
                       PERFORM UNTIL FIN-CARGA-MASTER
                           READ AUDIT-FILE
                               AT END
                                   MOVE "S" TO WS-FIN-CARGA-MASTER
                               NOT AT END
                                   IF NOT AUD-ES-CONTROL
                                       PERFORM COPIAR-AUDITORIA-MASTER
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE AUDIT-FILE
                   END-IF
                   PERFORM GRABAR-CONTROL-MASTER
                   CLOSE AUDIT-MASTER
               END-IF.

           COPIAR-AUDITORIA-MASTER.
               PERFORM MOVER-AUDITORIA-MASTER.
               WRITE AUDM-RECORD
                   INVALID KEY
                       DISPLAY "Aviso: secuencia repetida en carga"
                           " de AUDITIDX: " AUDM-SECUENCIA
               END-WRITE.

           MOVER-AUDITORIA-MASTER.
               MOVE AUD-SECUENCIA TO AUDM-SECUENCIA.
               MOVE AUD-REVIERTE TO AUDM-REVIERTE.
               MOVE AUD-FECHA TO AUDM-FECHA.
               MOVE AUD-OPERACION TO AUDM-OPERACION.
               MOVE AUD-NUM1 TO AUDM-NUM1.
               MOVE AUD-NUM2 TO AUDM-NUM2.
               MOVE AUD-RESULTADO TO AUDM-RESULTADO.
               MOVE AUD-TIPO TO AUDM-TIPO.
               MOVE AUD-OPERADOR TO AUDM-OPERADOR.
               MOVE AUD-DEPTO TO AUDM-DEPTO.
               MOVE AUD-MONEDA TO AUDM-MONEDA.
               MOVE AUD-IMPORTE-ORIGEN TO AUDM-IMPORTE-ORIGEN.

      * El maestro es un indice que se permite quedar atras: una
      * sesion con AUDITIDX indisponible sigue escribiendo solo en
      * AUDITLOG. Por eso, cuando el control del maestro va por
      * detras del maximo visto en el log (o no existe), se repone
      * aqui la cola que falta antes de fiarse de el: sin esta puesta
      * al dia, una busqueda con clave daria por no contabilizada una
      * transaccion que si esta en el log y, peor, el sondeo de
      * reversion por AUDM-REVIERTE no veria una reversion registrada
      * en sesion degradada y dejaria revertir dos veces.
           RECUPERAR-SECUENCIA-MASTER.
               MOVE WS-AUD-SECUENCIA TO WS-SECUENCIA-LOG.
               MOVE ZERO TO AUDM-SECUENCIA.
               READ AUDIT-MASTER
                   INVALID KEY
                       PERFORM PONER-MASTER-AL-DIA
                   NOT INVALID KEY
                       IF AUDM-ULTIMA-SECUENCIA > WS-AUD-SECUENCIA
                           MOVE AUDM-ULTIMA-SECUENCIA
                               TO WS-AUD-SECUENCIA
                       END-IF
                       IF AUDM-ULTIMA-SECUENCIA < WS-SECUENCIA-LOG
                           PERFORM PONER-MASTER-AL-DIA
                       END-IF
               END-READ.

      * PONER-MASTER-AL-DIA repone en el maestro las lineas del
      * AUDITLOG vigente que le falten: las ya presentes responden
      * clave repetida y se saltan sin aviso. Las lineas de sesiones
      * degradadas que el cierre de dia ya archivara no se reponen,
      * pero tampoco hacen falta: las reversiones contra dias
      * archivados se rechazan antes de consultar el maestro.
           PONER-MASTER-AL-DIA.
               MOVE "N" TO WS-FIN-CARGA-MASTER.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUDIT-STATUS = "00"
                   PERFORM UNTIL FIN-CARGA-MASTER
                       READ AUDIT-FILE
                           AT END
                               MOVE "S" TO WS-FIN-CARGA-MASTER
                           NOT AT END
                               IF NOT AUD-ES-CONTROL
                                   PERFORM REPONER-AUDITORIA-MASTER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
               END-IF.
               PERFORM ACTUALIZAR-CONTROL-MASTER.

           REPONER-AUDITORIA-MASTER.
               PERFORM MOVER-AUDITORIA-MASTER.
               WRITE AUDM-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE.

           GRABAR-CONTROL-MASTER.
               MOVE ZERO TO AUDM-SECUENCIA.
               MOVE ZERO TO AUDM-REVIERTE.
               MOVE SPACES TO AUDM-DATOS.
               MOVE WS-AUD-SECUENCIA TO AUDM-ULTIMA-SECUENCIA.
               WRITE AUDM-RECORD
                   INVALID KEY
                       DISPLAY "Aviso: no se pudo grabar el control"
                           " de AUDITIDX"
               END-WRITE.

           GRABAR-AUDIT-MASTER.
               PERFORM COPIAR-AUDITORIA-MASTER.
               PERFORM ACTUALIZAR-CONTROL-MASTER.

           ACTUALIZAR-CONTROL-MASTER.
               MOVE ZERO TO AUDM-SECUENCIA.
               READ AUDIT-MASTER
                   INVALID KEY
                       PERFORM GRABAR-CONTROL-MASTER
                   NOT INVALID KEY
                       MOVE WS-AUD-SECUENCIA
                           TO AUDM-ULTIMA-SECUENCIA
                       REWRITE AUDM-RECORD
               END-READ.

      * REVALPOS se regraba entero: la fila de control con el mes
      * revaluado y una fila por posicion con su ajuste acumulado
      * (el de antes si la posicion no se pudo contabilizar).
           GRABAR-POSICIONES.
               OPEN OUTPUT POSICIONES-FILE.
               IF WS-POSICIONES-STATUS NOT = "00"
                   DISPLAY "No se puede grabar REVALPOS (estado "
                       WS-POSICIONES-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO REV-RECORD.
               MOVE "*CONTROL*" TO REV-CUENTA.
               MOVE WS-MES-REVALUA TO REV-MES.
               MOVE WS-FECHA-NEGOCIO TO REV-FECHA.
               MOVE ZERO TO REV-POSICION.
               MOVE ZERO TO REV-TASA.
               MOVE ZERO TO REV-AJUSTE.
               WRITE REV-RECORD.
               IF WS-POS-USADAS > ZERO
                   PERFORM GRABAR-FILA-POSICION
                       VARYING WS-POS-IDX FROM 1 BY 1
                       UNTIL WS-POS-IDX > WS-POS-USADAS
               END-IF.
               CLOSE POSICIONES-FILE.

           GRABAR-FILA-POSICION.
               MOVE SPACES TO REV-RECORD.
               MOVE WS-TP-CUENTA(WS-POS-IDX) TO REV-CUENTA.
               MOVE WS-TP-MONEDA(WS-POS-IDX) TO REV-MONEDA.
               MOVE WS-MES-REVALUA TO REV-MES.
               MOVE WS-FECHA-NEGOCIO TO REV-FECHA.
               MOVE WS-TP-ORIGEN(WS-POS-IDX) TO REV-POSICION.
               MOVE WS-TP-TASA(WS-POS-IDX) TO REV-TASA.
               MOVE WS-TP-AJUSTE(WS-POS-IDX) TO REV-AJUSTE.
               WRITE REV-RECORD.

           IMPRIMIR-INFORME.
               OPEN OUTPUT REPORT-FILE.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE SPACES TO REPORT-LINE.
               STRING "Operaciones_Basicas - Revaluacion de"
                   DELIMITED BY SIZE
                   " posiciones en divisa del mes " DELIMITED BY SIZE
                   WS-MES-REVALUA DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Tasas vigentes a: " DELIMITED BY SIZE
                   WS-FECHA-FIN-MES DELIMITED BY SIZE
                   "   Contabilizado el: " DELIMITED BY SIZE
                   WS-FECHA-NEGOCIO DELIMITED BY SIZE
                   "   Fecha del informe: " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Lote: " DELIMITED BY SIZE
                   WS-LOTE-ID DELIMITED BY SIZE
                   "   Departamento: " DELIMITED BY SIZE
                   WS-DEPTO DELIMITED BY SIZE
                   "   Operador: " DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   "   Cuenta de diferencias: " DELIMITED BY SIZE
                   WS-CUENTA-DIFERENCIAS DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-DIV-USADAS > ZERO
                   PERFORM IMPRIMIR-SECCION-DIVISA
                       VARYING WS-DIV-IDX FROM 1 BY 1
                       UNTIL WS-DIV-IDX > WS-DIV-USADAS
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "(sin posiciones en divisa)" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Pares contabilizados: " DELIMITED BY SIZE
                   WS-CONT-APUNTES DELIMITED BY SIZE
                   "   Posiciones sin contabilizar: "
                   DELIMITED BY SIZE
                   WS-CONT-AVISOS DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-TOTAL-DIFERENCIA TO WS-ED-IMPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Diferencia de cambio total en "
                   DELIMITED BY SIZE
                   WS-MONEDA-BASE DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-ED-IMPORTE DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               CLOSE REPORT-FILE.

      * Una seccion por moneda con su tasa de fin de mes, una linea
      * por cuenta (posicion en origen, valor en libros, valor
      * revaluado, diferencia y la AUD-SECUENCIA del apunte) y el
      * subtotal en moneda base.
           IMPRIMIR-SECCION-DIVISA.
               MOVE WS-TV-MONEDA(WS-DIV-IDX) TO WS-MONEDA-TRAN.
               PERFORM BUSCAR-TASA-MONEDA.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               IF TASA-HALLADA
                   MOVE WS-TASA-ELEGIDA TO WS-ED-TASA
                   STRING "Moneda " DELIMITED BY SIZE
                       WS-MONEDA-TRAN DELIMITED BY SIZE
                       "   Tasa: " DELIMITED BY SIZE
                       WS-ED-TASA DELIMITED BY SIZE
                       " (vigencia " DELIMITED BY SIZE
                       WS-VIGENCIA-TASA DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   STRING "Moneda " DELIMITED BY SIZE
                       WS-MONEDA-TRAN DELIMITED BY SIZE
                       "   Sin tasa vigente en MONEDAS a fin de mes"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Cuenta         Pos. origen  Valor anterior"
                   DELIMITED BY SIZE
                   " Valor revaluado      Diferencia  Secuencia"
                   DELIMITED BY SIZE
                   "  Observ." DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ZERO TO WS-SUB-ANTERIOR.
               MOVE ZERO TO WS-SUB-NUEVO.
               MOVE ZERO TO WS-SUB-DIFERENCIA.
               PERFORM IMPRIMIR-LINEA-POSICION
                   VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-USADAS.
               MOVE SPACES TO WS-LINEA-POSICION.
               MOVE "TOTAL" TO WS-LP-CUENTA.
               MOVE WS-SUB-ANTERIOR TO WS-LP-ANTERIOR.
               MOVE WS-SUB-NUEVO TO WS-LP-NUEVO.
               MOVE WS-SUB-DIFERENCIA TO WS-LP-DIFERENCIA.
               MOVE WS-LINEA-POSICION TO REPORT-LINE.
               WRITE REPORT-LINE.

      * El valor en libros se imprime como antes de esta pasada: el
      * ajuste de la tabla ya incluye la diferencia contabilizada.
           IMPRIMIR-LINEA-POSICION.
               IF WS-TP-MONEDA(WS-POS-IDX) = WS-MONEDA-TRAN
                   COMPUTE WS-VALOR-ANTERIOR = WS-TP-BASE(WS-POS-IDX)
                       + WS-TP-AJUSTE(WS-POS-IDX)
                   IF WS-TP-SECUENCIA(WS-POS-IDX) > ZERO
                       SUBTRACT WS-TP-DIFERENCIA(WS-POS-IDX)
                           FROM WS-VALOR-ANTERIOR
                   END-IF
                   MOVE SPACES TO WS-LINEA-POSICION
                   MOVE WS-TP-CUENTA(WS-POS-IDX) TO WS-LP-CUENTA
                   MOVE WS-TP-ORIGEN(WS-POS-IDX) TO WS-LP-ORIGEN
                   MOVE WS-VALOR-ANTERIOR TO WS-LP-ANTERIOR
                   MOVE WS-TP-VALOR-NUEVO(WS-POS-IDX) TO WS-LP-NUEVO
                   MOVE WS-TP-DIFERENCIA(WS-POS-IDX)
                       TO WS-LP-DIFERENCIA
                   IF WS-TP-SECUENCIA(WS-POS-IDX) > ZERO
                       MOVE WS-TP-SECUENCIA(WS-POS-IDX)
                           TO WS-LP-SECUENCIA
                   END-IF
                   MOVE WS-TP-MARCA(WS-POS-IDX) TO WS-LP-MARCA
                   MOVE WS-LINEA-POSICION TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD WS-VALOR-ANTERIOR TO WS-SUB-ANTERIOR
                   ADD WS-TP-VALOR-NUEVO(WS-POS-IDX) TO WS-SUB-NUEVO
                   ADD WS-TP-DIFERENCIA(WS-POS-IDX)
                       TO WS-SUB-DIFERENCIA
               END-IF.

       END PROGRAM Operaciones_Basicas_Revalua.
