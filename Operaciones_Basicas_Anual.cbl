      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Cierre del ejercicio y arrastre de saldos a apertura  *
      * Tectonics: cobc                                                *
      ******************************************************************
      * SALDOS acumulaba apertura, cargos y abonos de por vida, sin   *
      * idea de ejercicio, y al cierre del anio las cuentas de        *
      * ingresos y gastos se saldaban con apuntes tecleados a mano.   *
      * Este programa cierra un ejercicio (anio natural): cada cuenta *
      * de resultados (clase "R" en CLASECTA, ver CLASREC.cpy) con    *
      * saldo se salda contra la cuenta de resultados acumulados, que *
      * es la CTA-CUENTA de la fila "CIERR" de CTATABLA vigente el    *
      * 31/12 y debe estar clasificada de balance.                    *
      *                                                               *
      * Cada cuenta saldada es una linea de auditoria, en AUDITLOG y  *
      * en el maestro AUDITIDX, y su par "D"/"H" en el ledger con la  *
      * misma numeracion, como en la revaluacion: el "D" en la cuenta *
      * de resultados por su saldo cambiado de signo y el "H" en la   *
      * de resultados acumulados, con codigo CIERR, lote "CA" + AAAA, *
      * importe de origen cero y fecha del 1 de enero del ejercicio   *
      * siguiente. Con esa fecha las fotos de SALDOHIST y cualquier   *
      * consulta por fechas hasta el 31/12 siguen mostrando el        *
      * resultado del ejercicio cerrado, y las del ejercicio nuevo    *
      * parten ya de los saldos de apertura. La conciliacion y la     *
      * transmision los tratan como cualquier otro apunte.            *
      *                                                               *
      * Despues arrastra SALDOS al ejercicio nuevo: la apertura de    *
      * cada cuenta pasa a ser su saldo de cierre (cero en las de     *
      * resultados) y cargos y abonos vuelven a cero. Los pares de    *
      * cierre quedan aplicados y la referencia del registro de       *
      * control avanza hasta ellos, para que                          *
      * Operaciones_Basicas_Saldos no los aplique otra vez. Si SALDOS *
      * ya tenia aplicados apuntes fechados en el ejercicio nuevo,    *
      * esos quedan como cargos y abonos del ejercicio nuevo y no     *
      * entran en el cierre.                                          *
      *                                                               *
      * Antes de arrastrar deja una copia congelada de SALDOS al      *
      * 31/12, con el mismo trazado y sin los pares de cierre, en el  *
      * fichero que indique la variable SALDOSANUAL (por omision      *
      * SALDOS.AAAA), y el balance de comprobacion de cierre en       *
      * ANUALREP: por cuenta, su clase, los cargos y abonos del       *
      * ejercicio, el saldo al 31/12, el apunte de cierre y la nueva  *
      * apertura.                                                     *
      *                                                               *
      * El ejercicio sale de EJERCICIO_CIERRE (AAAA); sin ella, el    *
      * del anio de la fecha de negocio (FECHA_NEGOCIO o              *
      * FECHA_ABIERTA, sin ninguna la del sistema) si ya se ha        *
      * llegado a su ultimo dia habil segun CALENDARIO, y si no el    *
      * anterior. El programa termina con RETURN-CODE 8 sin tocar     *
      * nada si: la fecha de negocio no ha llegado al ultimo dia      *
      * habil del ejercicio; PENDIENTES tiene retenciones en estado   *
      * "P"; RUNCTL no tiene el paso CONCILIA completado limpio       *
      * (estado "C" y retorno cero) en ese ultimo dia habil; la copia *
      * congelada ya existe o la auditoria ya tiene lineas CIERR del  *
      * lote del ejercicio (cierre ya hecho); SALDOS no tiene         *
      * aplicado todo LEDGERFEED o auditoria y ledger no van a la     *
      * par; alguna cuenta de SALDOS no esta clasificada; falta la    *
      * fila CIERR o su cuenta no es de balance; o algun saldo a      *
      * saldar no cabe en el importe de auditoria. El operador es el  *
      * de OPERADOR_LOTE (y CLAVE_LOTE), validado como en el lote, y  *
      * el departamento el de DEPTO_CIERRE (por omision "CIER"). Debe *
      * lanzarse sin sesiones interactivas ni lotes en marcha, lo     *
      * normal tras la ventana del ultimo dia habil del anio. Si el   *
      * programa aborta despues de contabilizar y antes de regrabar   *
      * SALDOS, NO debe relanzarse sin revisar SALDOS: los pares ya   *
      * estan en el ledger.                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Anual.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Cierre del ejercicio contra resultados acumulados.

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
                   SELECT CLASES-FILE ASSIGN TO "CLASECTA"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CLASES-STATUS.
                   SELECT SALDOS-FILE ASSIGN TO "SALDOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-SALDOS-STATUS.
                   SELECT ANUAL-FILE ASSIGN TO "SALDOSANUAL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-ANUAL-STATUS.
                   SELECT OPER-FILE ASSIGN TO "OPERADORES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-OPER-STATUS.
                   SELECT PEND-FILE ASSIGN TO "PENDIENTES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-PEND-STATUS.
                   SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RUNCTL-STATUS.
                   SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CALENDARIO-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "ANUALREP"
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

           FD CLASES-FILE.
           COPY "CLASREC.cpy".

           FD SALDOS-FILE.
           COPY "SALDOREC.cpy".

      * La copia congelada tiene el trazado de SALDOREC.cpy: se
      * prepara en SALDO-RECORD y se graba desde alli.
           FD ANUAL-FILE.
           01 ANUAL-RECORD PIC X(69).

           FD OPER-FILE.
           COPY "OPERREC.cpy".

           FD PEND-FILE.
           COPY "PENDREC.cpy".

           FD RUNCTL-FILE.
           COPY "RUNCREC.cpy".

           FD CALENDARIO-FILE.
           COPY "CALREC.cpy".

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
               01 WS-CLASES-STATUS PIC X(2).
               01 WS-SALDOS-STATUS PIC X(2).
               01 WS-ANUAL-STATUS PIC X(2).
               01 WS-OPER-STATUS PIC X(2).
               01 WS-PEND-STATUS PIC X(2).
               01 WS-RUNCTL-STATUS PIC X(2).
               01 WS-CALENDARIO-STATUS PIC X(2).
               01 WS-REPORT-STATUS PIC X(2).
               01 WS-FIN-FICHERO PIC X(1) VALUE "N".
                   88 FIN-FICHERO VALUE "S".
               01 WS-FIN-CUENTAS PIC X(1) VALUE "N".
                   88 FIN-CUENTAS VALUE "S".
               01 WS-FIN-OPERADORES PIC X(1) VALUE "N".
                   88 FIN-OPERADORES VALUE "S".
               01 WS-FIN-CALENDARIO PIC X(1) VALUE "N".
                   88 FIN-CALENDARIO VALUE "S".

               01 WS-ENV-FECHA PIC X(8).
               01 WS-FECHA-NEGOCIO PIC 9(8).
               01 WS-ENV-EJERCICIO PIC X(4).
               01 WS-EJERCICIO PIC 9(4).
      * Fin del ejercicio (31/12), su ultimo dia habil, que es el
      * que debe tener la conciliacion limpia, y el 1 de enero
      * siguiente, fecha de los apuntes de cierre.
               01 WS-FECHA-FIN-EJERCICIO PIC 9(8).
               01 WS-ULTIMO-HABIL PIC 9(8).
               01 WS-FECHA-APERTURA PIC 9(8).
               01 WS-DIA-ENTERO PIC 9(7).
               01 WS-DIAS-ATRAS PIC 9(4) COMP.
               01 WS-ENV-DEPTO PIC X(4).
               01 WS-DEPTO PIC X(4).
               01 WS-FECHA-HOY PIC 9(8).
               01 WS-LOTE-ID PIC X(8).
               01 WS-MONEDA-BASE PIC X(3) VALUE "EUR".
               01 WS-NOMBRE-FICHERO PIC X(40).

      * Operador que lanza el cierre, validado contra OPERADORES
      * como el del lote.
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

      * Calendario de dias habiles: las excepciones de CALENDARIO a
      * la regla de lunes a viernes (ver CALREC.cpy).
               01 WS-MAX-CALENDARIO PIC 9(4) COMP VALUE 500.
               01 WS-CAL-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-CAL-IDX PIC 9(4) COMP.
               01 WS-CAL-SEL PIC 9(4) COMP.
               01 WS-CAL-HALLADO PIC X(1) VALUE "N".
                   88 CAL-HALLADO VALUE "S".
               01 WS-TABLA-CALENDARIO.
                   05 WS-TCA-ENTRADA OCCURS 500 TIMES.
                       10 WS-TCA-FECHA PIC 9(8).
                       10 WS-TCA-TIPO PIC X(1).
               01 WS-FECHA-CONSULTA PIC 9(8).
               01 WS-DIA-SEMANA PIC 9(1).
               01 WS-DIA-HABIL PIC X(1) VALUE "N".
                   88 DIA-HABIL VALUE "S".

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
               01 WS-CUENTA-RESULTADOS PIC X(10).

      * CLASECTA: clase de cada cuenta del ledger.
               01 WS-MAX-CLASES PIC 9(4) COMP VALUE 200.
               01 WS-CLASES-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-CLA-IDX PIC 9(4) COMP.
               01 WS-CLA-HALLADA PIC X(1) VALUE "N".
                   88 CLA-HALLADA VALUE "S".
               01 WS-TABLA-CLASES.
                   05 WS-TK-ENTRADA OCCURS 200 TIMES.
                       10 WS-TK-CUENTA PIC X(10).
                       10 WS-TK-TIPO PIC X(1).
               01 WS-CLASE-ELEGIDA PIC X(1).

      * Cuentas del maestro SALDOS, con lo que hace falta para el
      * cierre: los cargos y abonos ya aplicados de apuntes fechados
      * despues del 31/12 (que no son del ejercicio), el ultimo
      * apunte del ejercicio para la copia congelada, la clase, el
      * saldo al 31/12, el importe del apunte de cierre y su
      * AUD-SECUENCIA.
               01 WS-MAX-SALDOS PIC 9(4) COMP VALUE 100.
               01 WS-SALDOS-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-IDX PIC 9(4) COMP.
               01 WS-SEL PIC 9(4) COMP.
               01 WS-SALDO-HALLADO PIC X(1) VALUE "N".
                   88 SALDO-HALLADO VALUE "S".
               01 WS-TABLA-SALDOS.
                   05 WS-TS-ENTRADA OCCURS 100 TIMES.
                       10 WS-TS-CUENTA PIC X(10).
                       10 WS-TS-APERTURA PIC S9(11)V99.
                       10 WS-TS-CARGOS PIC 9(11)V99.
                       10 WS-TS-ABONOS PIC 9(11)V99.
                       10 WS-TS-FECHA-ULT PIC X(10).
                       10 WS-TS-REF-ULT PIC 9(9).
                       10 WS-TS-CARGOS-POST PIC 9(11)V99.
                       10 WS-TS-ABONOS-POST PIC 9(11)V99.
                       10 WS-TS-CARGOS-ANIO PIC S9(11)V99.
                       10 WS-TS-ABONOS-ANIO PIC S9(11)V99.
                       10 WS-TS-FECHA-ANIO PIC X(10).
                       10 WS-TS-REF-ANIO PIC 9(9).
                       10 WS-TS-CLASE PIC X(1).
                       10 WS-TS-SALDO-ANIO PIC S9(11)V99.
                       10 WS-TS-CIERRE PIC S9(11)V99.
                       10 WS-TS-SECUENCIA PIC 9(9).
               01 WS-SEL-RESULTADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-RESULTADOS-NUEVA PIC X(1) VALUE "N".
                   88 RESULTADOS-NUEVA VALUE "S".
               01 WS-CUENTA-BUSCADA PIC X(10).

      * LEDG-FECHA es texto AAAAMMDD con relleno: se vuelca aqui para
      * poder compararla numericamente, como en Extracto.
               01 WS-FECHA-APUNTE-X PIC X(10).
               01 WS-FECHA-APUNTE-PARTES REDEFINES WS-FECHA-APUNTE-X.
                   05 WS-FECHA-APUNTE PIC 9(8).
                   05 FILLER PIC X(2).

               01 WS-ULT-REF-CARGADA PIC 9(9) VALUE ZERO.
               01 WS-REF-ANIO-MAX PIC 9(9) VALUE ZERO.
               01 WS-LOTE-EN-AUDITORIA PIC X(1) VALUE "N".
                   88 LOTE-EN-AUDITORIA VALUE "S".
               01 WS-AUD-SECUENCIA PIC 9(9) VALUE ZERO.
               01 WS-SECUENCIA-LOG PIC 9(9) VALUE ZERO.
               01 WS-LEDGER-REF PIC 9(9) VALUE ZERO.
               01 WS-IMPORTE-CONTRA PIC S9(9)V99.
               01 WS-MAX-IMPORTE PIC S9(11)V99 VALUE 999999999.99.

               01 WS-CONT-PENDIENTES PIC 9(7) VALUE ZERO.
               01 WS-CONC-HALLADA PIC X(1) VALUE "N".
                   88 CONC-HALLADA VALUE "S".
               01 WS-CONC-ESTADO PIC X(1) VALUE SPACES.
               01 WS-CONC-RETORNO PIC S9(9) VALUE ZERO.
               01 WS-CONT-SIN-CLASE PIC 9(5) VALUE ZERO.
               01 WS-CONT-DESCONOCIDAS PIC 9(7) VALUE ZERO.
               01 WS-CONT-EXCEDEN PIC 9(5) VALUE ZERO.
               01 WS-CONT-APUNTES PIC 9(5) VALUE ZERO.
               01 WS-CONT-POSTERIORES PIC 9(7) VALUE ZERO.
               01 WS-TOTAL-RESULTADO PIC S9(11)V99 VALUE ZERO.
               01 WS-TOT-CARGOS PIC S9(11)V99.
               01 WS-TOT-ABONOS PIC S9(11)V99.
               01 WS-TOT-SALDO PIC S9(11)V99.
               01 WS-TOT-CIERRE PIC S9(11)V99.
               01 WS-TOT-APERTURA PIC S9(11)V99.
               01 WS-TOT-BALANCE PIC S9(11)V99.
               01 WS-NUEVA-APERTURA PIC S9(11)V99.

               01 WS-LINEA-CUENTA.
                   05 WS-LC-CUENTA PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-CLASE PIC X(1).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-CARGOS PIC -(10)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-ABONOS PIC -(10)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-SALDO PIC -(11)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-CIERRE PIC -(10)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-APERTURA PIC -(11)9.99.

               01 WS-ED-IMPORTE PIC -(11)9.99.

       PROCEDURE DIVISION.
           INICIO-ANUAL.
               PERFORM DETERMINAR-FECHA-NEGOCIO.
               PERFORM CARGAR-CALENDARIO.
               PERFORM DETERMINAR-EJERCICIO.
               PERFORM DETERMINAR-DEPARTAMENTO.
               PERFORM IDENTIFICAR-OPERADOR-LOTE.
               PERFORM COMPROBAR-COPIA-ANUAL.
               PERFORM COMPROBAR-PENDIENTES.
               PERFORM COMPROBAR-CONCILIACION.
               PERFORM RECORRER-AUDITMES.
               PERFORM RECORRER-AUDITHIST.
               PERFORM RECORRER-AUDITLOG.
               IF LOTE-EN-AUDITORIA
                   DISPLAY "La auditoria ya tiene apuntes de cierre"
                       " del lote " WS-LOTE-ID
                   DISPLAY "El ejercicio " WS-EJERCICIO " ya esta"
                       " cerrado; no se cierra de nuevo"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM CARGAR-TABLA-CUENTAS.
               PERFORM BUSCAR-CUENTA-RESULTADOS.
               PERFORM CARGAR-TABLA-CLASES.
               PERFORM CARGAR-MAESTRO-SALDOS.
               PERFORM ABRIR-AUDIT-MASTER.
               PERFORM COMPROBAR-NUMERACION.
               PERFORM CLASIFICAR-CUENTAS.
               PERFORM CALCULAR-CIERRE.
               PERFORM GRABAR-COPIA-ANUAL.
               IF WS-CONT-APUNTES > ZERO
                   PERFORM CONTABILIZAR-CIERRE
               END-IF.
               IF MASTER-DISPONIBLE
                   CLOSE AUDIT-MASTER
               END-IF.
               PERFORM ARRASTRAR-SALDOS.
               PERFORM REESCRIBIR-MAESTRO-SALDOS.
               PERFORM IMPRIMIR-INFORME.
               DISPLAY "Cierre del ejercicio " WS-EJERCICIO
                   " (ultimo dia habil " WS-ULTIMO-HABIL ")".
               DISPLAY "Cuentas en SALDOS: " WS-SALDOS-USADOS.
               DISPLAY "Pares de cierre contabilizados: "
                   WS-CONT-APUNTES " (lote " WS-LOTE-ID ")".
               MOVE WS-TOTAL-RESULTADO TO WS-ED-IMPORTE.
               DISPLAY "Resultado del ejercicio llevado a "
                   WS-CUENTA-RESULTADOS ": " WS-ED-IMPORTE.
               DISPLAY "Copia congelada de SALDOS en "
                   WS-NOMBRE-FICHERO.
               DISPLAY "Balance de comprobacion de cierre en ANUALREP".
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

      * Sin EJERCICIO_CIERRE se cierra el anio de la fecha de negocio
      * si esta ya ha llegado a su ultimo dia habil (cierre lanzado
      * tras la ventana del ultimo dia) y, si no, el anio anterior
      * (cierre lanzado en enero).
           DETERMINAR-EJERCICIO.
               MOVE SPACES TO WS-ENV-EJERCICIO.
               ACCEPT WS-ENV-EJERCICIO FROM ENVIRONMENT
                   "EJERCICIO_CIERRE".
               IF WS-ENV-EJERCICIO = SPACES
                   DIVIDE WS-FECHA-NEGOCIO BY 10000
                       GIVING WS-EJERCICIO
                   PERFORM CALCULAR-ULTIMO-HABIL
                   IF WS-FECHA-NEGOCIO < WS-ULTIMO-HABIL
                       SUBTRACT 1 FROM WS-EJERCICIO
                       PERFORM CALCULAR-ULTIMO-HABIL
                   END-IF
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-ENV-EJERCICIO) NOT = 0
                       DISPLAY "EJERCICIO_CIERRE debe ser AAAA: "
                           WS-ENV-EJERCICIO
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-ENV-EJERCICIO)
                       TO WS-EJERCICIO
                   IF WS-EJERCICIO < 1601
                       DISPLAY "Ejercicio de cierre no valido: "
                           WS-EJERCICIO
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM CALCULAR-ULTIMO-HABIL
               END-IF.
               IF WS-FECHA-NEGOCIO < WS-ULTIMO-HABIL
                   DISPLAY "El ejercicio " WS-EJERCICIO " no ha"
                       " llegado a su ultimo dia habil ("
                       WS-ULTIMO-HABIL ") a la fecha de negocio "
                       WS-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               COMPUTE WS-FECHA-APERTURA =
                   (WS-EJERCICIO + 1) * 10000 + 101.
               MOVE SPACES TO WS-LOTE-ID.
               STRING "CA" DELIMITED BY SIZE
                   WS-EJERCICIO DELIMITED BY SIZE
                   INTO WS-LOTE-ID.

      * CALCULAR-ULTIMO-HABIL retrocede desde el 31/12 del ejercicio
      * hasta el primer dia habil segun el calendario.
           CALCULAR-ULTIMO-HABIL.
               COMPUTE WS-FECHA-FIN-EJERCICIO =
                   WS-EJERCICIO * 10000 + 1231.
               MOVE WS-FECHA-FIN-EJERCICIO TO WS-FECHA-CONSULTA.
               COMPUTE WS-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-CONSULTA).
               MOVE ZERO TO WS-DIAS-ATRAS.
               PERFORM COMPROBAR-DIA-HABIL.
               PERFORM RETROCEDER-DIA
                   UNTIL DIA-HABIL OR WS-DIAS-ATRAS > 31.
               IF NOT DIA-HABIL
                   DISPLAY "CALENDARIO no tiene ningun dia habil en"
                       " diciembre de " WS-EJERCICIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-FECHA-CONSULTA TO WS-ULTIMO-HABIL.

           RETROCEDER-DIA.
               SUBTRACT 1 FROM WS-DIA-ENTERO.
               ADD 1 TO WS-DIAS-ATRAS.
               COMPUTE WS-FECHA-CONSULTA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
               PERFORM COMPROBAR-DIA-HABIL.

           DETERMINAR-DEPARTAMENTO.
               MOVE SPACES TO WS-ENV-DEPTO.
               ACCEPT WS-ENV-DEPTO FROM ENVIRONMENT "DEPTO_CIERRE".
               IF WS-ENV-DEPTO = SPACES
                   MOVE "CIER" TO WS-DEPTO
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

      * El nombre de la copia congelada sale de SALDOSANUAL o, sin
      * ella, es SALDOS.AAAA. Si ese fichero ya existe el ejercicio
      * ya se cerro: no se pisa la copia de un cierre hecho.
           COMPROBAR-COPIA-ANUAL.
               MOVE SPACES TO WS-NOMBRE-FICHERO.
               ACCEPT WS-NOMBRE-FICHERO FROM ENVIRONMENT "SALDOSANUAL".
               IF WS-NOMBRE-FICHERO = SPACES
                   STRING "SALDOS." DELIMITED BY SIZE
                       WS-EJERCICIO DELIMITED BY SIZE
                       INTO WS-NOMBRE-FICHERO
                   DISPLAY "SALDOSANUAL" UPON ENVIRONMENT-NAME
                   DISPLAY WS-NOMBRE-FICHERO UPON ENVIRONMENT-VALUE
               END-IF.
               OPEN INPUT ANUAL-FILE.
               IF WS-ANUAL-STATUS = "00"
                   CLOSE ANUAL-FILE
                   DISPLAY "Ya existe la copia congelada "
                       WS-NOMBRE-FICHERO
                   DISPLAY "El ejercicio " WS-EJERCICIO " ya esta"
                       " cerrado; no se cierra de nuevo"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * Una retencion pendiente de aprobar es un apunte del
      * ejercicio que todavia no esta en el ledger.
           COMPROBAR-PENDIENTES.
               MOVE ZERO TO WS-CONT-PENDIENTES.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT PEND-FILE.
               IF WS-PEND-STATUS = "00"
                   PERFORM LEER-PENDIENTE UNTIL FIN-FICHERO
                   CLOSE PEND-FILE
               END-IF.
               IF WS-CONT-PENDIENTES > ZERO
                   DISPLAY "PENDIENTES tiene " WS-CONT-PENDIENTES
                       " retenciones sin resolver (estado P)"
                   DISPLAY "Apruebe o rechace con"
                       " Operaciones_Basicas_Aprueba antes del cierre"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           LEER-PENDIENTE.
               READ PEND-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       IF PEND-PENDIENTE
                           ADD 1 TO WS-CONT-PENDIENTES
                       END-IF
               END-READ.

      * COMPROBAR-CONCILIACION busca en RUNCTL la fila del paso
      * CONCILIA del ultimo dia habil del ejercicio: debe estar
      * completada limpia, sin avisos.
           COMPROBAR-CONCILIACION.
               MOVE "N" TO WS-CONC-HALLADA.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT RUNCTL-FILE.
               IF WS-RUNCTL-STATUS = "00"
                   PERFORM LEER-RUNCTL UNTIL FIN-FICHERO
                   CLOSE RUNCTL-FILE
               END-IF.
               IF NOT CONC-HALLADA
                   DISPLAY "RUNCTL no tiene el paso CONCILIA del "
                       WS-ULTIMO-HABIL ", ultimo dia habil del"
                       " ejercicio"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-CONC-ESTADO NOT = "C" OR WS-CONC-RETORNO NOT = 0
                   DISPLAY "CONCILIA del " WS-ULTIMO-HABIL " no"
                       " termino limpia (estado " WS-CONC-ESTADO
                       ", retorno " WS-CONC-RETORNO ")"
                   DISPLAY "Resuelva la conciliacion antes del cierre"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           LEER-RUNCTL.
               READ RUNCTL-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       IF RUNC-FECHA = WS-ULTIMO-HABIL
                           AND RUNC-PASO = "CONCILIA"
                           MOVE "S" TO WS-CONC-HALLADA
                           MOVE RUNC-ESTADO TO WS-CONC-ESTADO
                           MOVE RUNC-RETORNO TO WS-CONC-RETORNO
                       END-IF
               END-READ.

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
                       PERFORM BUSCAR-LOTE-CIERRE
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
                       PERFORM BUSCAR-LOTE-CIERRE
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
                       PERFORM BUSCAR-LOTE-CIERRE
               END-READ.

           BUSCAR-LOTE-CIERRE.
               IF NOT AUD-ES-CONTROL
                   AND AUD-OPERACION = "CIERR"
                   AND AUD-LOTE-ID = WS-LOTE-ID
                   MOVE "S" TO WS-LOTE-EN-AUDITORIA
               END-IF.

      * CARGAR-TABLA-CUENTAS carga CTATABLA entera: sin tabla no se
      * sabe a que cuenta llevar el resultado.
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

      * La cuenta de resultados acumulados es la de la fila "CIERR"
      * vigente el 31/12 del ejercicio; el comodin "*" no vale aqui.
           BUSCAR-CUENTA-RESULTADOS.
               MOVE "CIERR" TO WS-OPERACION-MAYUS.
               MOVE WS-FECHA-FIN-EJERCICIO TO WS-FECHA-BUSQUEDA.
               MOVE "N" TO WS-CUENTA-HALLADA.
               MOVE ZERO TO WS-VIGENCIA-ELEGIDA.
               PERFORM COMPARAR-CUENTA-OPERACION
                   VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CUENTAS-USADAS.
               IF NOT CUENTA-HALLADA
                   DISPLAY "CTATABLA no tiene fila CIERR vigente a "
                       WS-FECHA-FIN-EJERCICIO " con la cuenta de"
                       " resultados acumulados"
                   DISPLAY "Dar de alta la fila con"
                       " Operaciones_Basicas_Cuentas"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-CUENTA-ELEGIDA TO WS-CUENTA-RESULTADOS.

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

      * Sin CLASECTA ninguna cuenta esta clasificada y el cierre se
      * rechaza al clasificar.
           CARGAR-TABLA-CLASES.
               MOVE ZERO TO WS-CLASES-USADAS.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT CLASES-FILE.
               IF WS-CLASES-STATUS = "00"
                   PERFORM LEER-CLASE UNTIL FIN-FICHERO
                   CLOSE CLASES-FILE
               END-IF.

           LEER-CLASE.
               READ CLASES-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       PERFORM GUARDAR-CLASE-TABLA
               END-READ.

           GUARDAR-CLASE-TABLA.
               IF WS-CLASES-USADAS >= WS-MAX-CLASES
                   DISPLAY "Tabla CLASECTA con mas de "
                       WS-MAX-CLASES " filas; ampliar la tabla"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-CLASES-USADAS.
               MOVE CLAS-CUENTA TO WS-TK-CUENTA(WS-CLASES-USADAS).
               MOVE CLAS-TIPO TO WS-TK-TIPO(WS-CLASES-USADAS).

      * BUSCAR-CLASE deja en WS-CLASE-ELEGIDA la clase de
      * WS-CUENTA-BUSCADA, o espacio si no esta clasificada.
           BUSCAR-CLASE.
               MOVE "N" TO WS-CLA-HALLADA.
               MOVE SPACE TO WS-CLASE-ELEGIDA.
               IF WS-CLASES-USADAS > ZERO
                   PERFORM LOCALIZAR-CLASE
                       VARYING WS-CLA-IDX FROM 1 BY 1
                       UNTIL WS-CLA-IDX > WS-CLASES-USADAS
                       OR CLA-HALLADA
               END-IF.

           LOCALIZAR-CLASE.
               IF WS-TK-CUENTA(WS-CLA-IDX) = WS-CUENTA-BUSCADA
                   MOVE "S" TO WS-CLA-HALLADA
                   MOVE WS-TK-TIPO(WS-CLA-IDX) TO WS-CLASE-ELEGIDA
               END-IF.

      * CARGAR-MAESTRO-SALDOS mete SALDOS en la tabla de trabajo con
      * los campos del cierre a cero. Sin maestro no hay nada que
      * cerrar.
           CARGAR-MAESTRO-SALDOS.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT SALDOS-FILE.
               IF WS-SALDOS-STATUS NOT = "00"
                   DISPLAY "No se puede abrir SALDOS (estado "
                       WS-SALDOS-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM LEER-MAESTRO-SALDOS UNTIL FIN-FICHERO.
               CLOSE SALDOS-FILE.

           LEER-MAESTRO-SALDOS.
               READ SALDOS-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       IF SALDO-ES-CONTROL
                           MOVE SALDO-REF-ULT TO WS-ULT-REF-CARGADA
                       ELSE
                           MOVE SALDO-CUENTA TO WS-CUENTA-BUSCADA
                           PERFORM ANADIR-CUENTA-SALDOS
                           MOVE SALDO-APERTURA
                               TO WS-TS-APERTURA(WS-SEL)
                           MOVE SALDO-CARGOS TO WS-TS-CARGOS(WS-SEL)
                           MOVE SALDO-ABONOS TO WS-TS-ABONOS(WS-SEL)
                           MOVE SALDO-FECHA-ULT
                               TO WS-TS-FECHA-ULT(WS-SEL)
                           MOVE SALDO-REF-ULT TO WS-TS-REF-ULT(WS-SEL)
                       END-IF
               END-READ.

      * ANADIR-CUENTA-SALDOS da de alta WS-CUENTA-BUSCADA a cero al
      * final de la tabla y deja su indice en WS-SEL.
           ANADIR-CUENTA-SALDOS.
               IF WS-SALDOS-USADOS >= WS-MAX-SALDOS
                   DISPLAY "Mas de " WS-MAX-SALDOS " cuentas: ampliar"
                       " la tabla de saldos"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-SALDOS-USADOS.
               MOVE WS-SALDOS-USADOS TO WS-SEL.
               MOVE WS-CUENTA-BUSCADA TO WS-TS-CUENTA(WS-SEL).
               MOVE ZERO TO WS-TS-APERTURA(WS-SEL).
               MOVE ZERO TO WS-TS-CARGOS(WS-SEL).
               MOVE ZERO TO WS-TS-ABONOS(WS-SEL).
               MOVE SPACES TO WS-TS-FECHA-ULT(WS-SEL).
               MOVE ZERO TO WS-TS-REF-ULT(WS-SEL).
               MOVE ZERO TO WS-TS-CARGOS-POST(WS-SEL).
               MOVE ZERO TO WS-TS-ABONOS-POST(WS-SEL).
               MOVE ZERO TO WS-TS-CARGOS-ANIO(WS-SEL).
               MOVE ZERO TO WS-TS-ABONOS-ANIO(WS-SEL).
               MOVE SPACES TO WS-TS-FECHA-ANIO(WS-SEL).
               MOVE ZERO TO WS-TS-REF-ANIO(WS-SEL).
               MOVE SPACE TO WS-TS-CLASE(WS-SEL).
               MOVE ZERO TO WS-TS-SALDO-ANIO(WS-SEL).
               MOVE ZERO TO WS-TS-CIERRE(WS-SEL).
               MOVE ZERO TO WS-TS-SECUENCIA(WS-SEL).

           BUSCAR-CUENTA-SALDOS.
               MOVE "N" TO WS-SALDO-HALLADO.
               IF WS-SALDOS-USADOS > ZERO
                   PERFORM LOCALIZAR-CUENTA-SALDOS
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-SALDOS-USADOS
                       OR SALDO-HALLADO
               END-IF.

      * LOCALIZAR-CUENTA-SALDOS guarda el indice del acierto en
      * WS-SEL: el PERFORM VARYING deja WS-IDX una posicion mas alla
      * al salir.
           LOCALIZAR-CUENTA-SALDOS.
               IF WS-TS-CUENTA(WS-IDX) = WS-CUENTA-BUSCADA
                   MOVE "S" TO WS-SALDO-HALLADO
                   MOVE WS-IDX TO WS-SEL
               END-IF.

      * COMPROBAR-NUMERACION recorre LEDGERFEED. AUDITLOG y el ledger
      * deben ir a la par, como en la revaluacion, y SALDOS debe
      * tener aplicado hasta el ultimo apunte: los pares de cierre
      * avanzan su referencia de control y lo no aplicado se saltaria
      * para siempre. De paso separa, de lo aplicado, los apuntes
      * fechados despues del 31/12, y guarda el ultimo apunte del
      * ejercicio de cada cuenta para la copia congelada.
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
                   DISPLAY "Revise la conciliacion antes del cierre;"
                       " no se contabiliza nada"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-ULT-REF-CARGADA NOT = WS-LEDGER-REF
                   DISPLAY "SALDOS tiene aplicado hasta la referencia "
                       WS-ULT-REF-CARGADA " y LEDGERFEED llega a la "
                       WS-LEDGER-REF
                   DISPLAY "Pase Operaciones_Basicas_Saldos antes del"
                       " cierre; no se contabiliza nada"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-CONT-DESCONOCIDAS > ZERO
                   DISPLAY WS-CONT-DESCONOCIDAS " apuntes aplicados"
                       " de cuentas que no estan en SALDOS"
                   DISPLAY "SALDOS no corresponde a LEDGERFEED; no se"
                       " contabiliza nada"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           LEER-LEDGER.
               READ LEDGER-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       MOVE LEDG-REFERENCIA TO WS-LEDGER-REF
                       IF LEDG-REFERENCIA NOT > WS-ULT-REF-CARGADA
                           PERFORM SEPARAR-APUNTE
                       END-IF
               END-READ.

           SEPARAR-APUNTE.
               MOVE LEDG-FECHA TO WS-FECHA-APUNTE-X.
               IF WS-FECHA-APUNTE-X(1:8) NOT NUMERIC
                   MOVE ZERO TO WS-FECHA-APUNTE
               END-IF.
               MOVE LEDG-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM BUSCAR-CUENTA-SALDOS.
               IF NOT SALDO-HALLADO
                   ADD 1 TO WS-CONT-DESCONOCIDAS
               ELSE
                   IF WS-FECHA-APUNTE > WS-FECHA-FIN-EJERCICIO
                       ADD 1 TO WS-CONT-POSTERIORES
                       IF LEDG-IMPORTE < ZERO
                           SUBTRACT LEDG-IMPORTE
                               FROM WS-TS-CARGOS-POST(WS-SEL)
                               GIVING WS-TS-CARGOS-POST(WS-SEL)
                       ELSE
                           ADD LEDG-IMPORTE
                               TO WS-TS-ABONOS-POST(WS-SEL)
                       END-IF
                   ELSE
                       MOVE LEDG-FECHA TO WS-TS-FECHA-ANIO(WS-SEL)
                       MOVE LEDG-REFERENCIA TO WS-TS-REF-ANIO(WS-SEL)
                       IF LEDG-REFERENCIA > WS-REF-ANIO-MAX
                           MOVE LEDG-REFERENCIA TO WS-REF-ANIO-MAX
                       END-IF
                   END-IF
               END-IF.

      * CLASIFICAR-CUENTAS pone a cada cuenta su clase de CLASECTA.
      * Una cuenta sin clasificar no se sabe si se salda o se
      * arrastra, asi que se listan todas y no se cierra. La cuenta
      * de resultados acumulados debe ser de balance y se da de alta
      * en la tabla si aun no tiene saldo.
           CLASIFICAR-CUENTAS.
               MOVE ZERO TO WS-CONT-SIN-CLASE.
               IF WS-SALDOS-USADOS > ZERO
                   PERFORM CLASIFICAR-CUENTA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-SALDOS-USADOS
               END-IF.
               MOVE WS-CUENTA-RESULTADOS TO WS-CUENTA-BUSCADA.
               PERFORM BUSCAR-CLASE.
               IF WS-CLASE-ELEGIDA NOT = "B"
                   DISPLAY "La cuenta de resultados acumulados "
                       WS-CUENTA-RESULTADOS " (fila CIERR) no esta"
                       " clasificada de balance en CLASECTA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-CONT-SIN-CLASE > ZERO
                   DISPLAY WS-CONT-SIN-CLASE " cuentas de SALDOS sin"
                       " clase B o R en CLASECTA"
                   DISPLAY "Clasifiquelas con"
                       " Operaciones_Basicas_Clases antes del cierre"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM BUSCAR-CUENTA-SALDOS.
               IF NOT SALDO-HALLADO
                   PERFORM ANADIR-CUENTA-SALDOS
                   MOVE "B" TO WS-TS-CLASE(WS-SEL)
                   MOVE "S" TO WS-RESULTADOS-NUEVA
               END-IF.
               MOVE WS-SEL TO WS-SEL-RESULTADOS.

           CLASIFICAR-CUENTA.
               MOVE WS-TS-CUENTA(WS-IDX) TO WS-CUENTA-BUSCADA.
               PERFORM BUSCAR-CLASE.
               IF WS-CLASE-ELEGIDA = "B" OR WS-CLASE-ELEGIDA = "R"
                   MOVE WS-CLASE-ELEGIDA TO WS-TS-CLASE(WS-IDX)
               ELSE
                   ADD 1 TO WS-CONT-SIN-CLASE
                   DISPLAY "Cuenta sin clasificar: "
                       WS-TS-CUENTA(WS-IDX)
               END-IF.

      * CALCULAR-CIERRE obtiene cargos, abonos y saldo del ejercicio
      * (lo de SALDOS menos lo fechado despues del 31/12) y el
      * importe de cierre de cada cuenta de resultados: su saldo
      * cambiado de signo. La suma de esos saldos es el resultado
      * del ejercicio, que recibe la cuenta de resultados
      * acumulados. Un importe que no cabe en AUD-RESULTADO detiene
      * el cierre entero: un cierre a medias seria peor.
           CALCULAR-CIERRE.
               MOVE ZERO TO WS-TOTAL-RESULTADO.
               MOVE ZERO TO WS-CONT-EXCEDEN.
               PERFORM CALCULAR-CUENTA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SALDOS-USADOS.
               IF WS-CONT-EXCEDEN > ZERO
                   DISPLAY WS-CONT-EXCEDEN " cuentas con saldo mayor"
                       " que el importe maximo de un apunte"
                   DISPLAY "No se contabiliza nada"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-TOTAL-RESULTADO
                   TO WS-TS-CIERRE(WS-SEL-RESULTADOS).

           CALCULAR-CUENTA.
               COMPUTE WS-TS-CARGOS-ANIO(WS-IDX) =
                   WS-TS-CARGOS(WS-IDX) - WS-TS-CARGOS-POST(WS-IDX).
               COMPUTE WS-TS-ABONOS-ANIO(WS-IDX) =
                   WS-TS-ABONOS(WS-IDX) - WS-TS-ABONOS-POST(WS-IDX).
               COMPUTE WS-TS-SALDO-ANIO(WS-IDX) =
                   WS-TS-APERTURA(WS-IDX) + WS-TS-ABONOS-ANIO(WS-IDX)
                   - WS-TS-CARGOS-ANIO(WS-IDX).
               MOVE ZERO TO WS-TS-CIERRE(WS-IDX).
               IF WS-TS-CLASE(WS-IDX) = "R"
                   AND WS-TS-SALDO-ANIO(WS-IDX) NOT = ZERO
                   IF FUNCTION ABS(WS-TS-SALDO-ANIO(WS-IDX))
                       > WS-MAX-IMPORTE
                       ADD 1 TO WS-CONT-EXCEDEN
                       DISPLAY "Saldo excesivo para un apunte: "
                           WS-TS-CUENTA(WS-IDX)
                   ELSE
                       COMPUTE WS-TS-CIERRE(WS-IDX) =
                           WS-TS-SALDO-ANIO(WS-IDX) * -1
                       ADD WS-TS-SALDO-ANIO(WS-IDX)
                           TO WS-TOTAL-RESULTADO
                       ADD 1 TO WS-CONT-APUNTES
                   END-IF
               END-IF.

      * La copia congelada es SALDOS tal como quedo al 31/12: la
      * apertura del ejercicio, sus cargos y abonos, su ultimo
      * apunte y, en el registro de control, la referencia mas alta
      * del ejercicio y la fecha de fin de ejercicio.
           GRABAR-COPIA-ANUAL.
               OPEN OUTPUT ANUAL-FILE.
               IF WS-ANUAL-STATUS NOT = "00"
                   DISPLAY "No se puede crear la copia congelada "
                       WS-NOMBRE-FICHERO " (estado " WS-ANUAL-STATUS
                       ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO SALDO-RECORD.
               MOVE "*CONTROL*" TO SALDO-CUENTA.
               MOVE ZERO TO SALDO-APERTURA.
               MOVE ZERO TO SALDO-CARGOS.
               MOVE ZERO TO SALDO-ABONOS.
               MOVE WS-FECHA-FIN-EJERCICIO TO SALDO-FECHA-ULT.
               MOVE WS-REF-ANIO-MAX TO SALDO-REF-ULT.
               WRITE ANUAL-RECORD FROM SALDO-RECORD.
               PERFORM GRABAR-CUENTA-ANUAL
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SALDOS-USADOS.
               CLOSE ANUAL-FILE.

      * La cuenta de resultados acumulados dada de alta en esta
      * pasada no estaba en SALDOS y no sale en la copia.
           GRABAR-CUENTA-ANUAL.
               IF WS-IDX NOT = WS-SEL-RESULTADOS
                   OR NOT RESULTADOS-NUEVA
                   MOVE SPACES TO SALDO-RECORD
                   MOVE WS-TS-CUENTA(WS-IDX) TO SALDO-CUENTA
                   MOVE WS-TS-APERTURA(WS-IDX) TO SALDO-APERTURA
                   MOVE WS-TS-CARGOS-ANIO(WS-IDX) TO SALDO-CARGOS
                   MOVE WS-TS-ABONOS-ANIO(WS-IDX) TO SALDO-ABONOS
                   MOVE WS-TS-FECHA-ANIO(WS-IDX) TO SALDO-FECHA-ULT
                   MOVE WS-TS-REF-ANIO(WS-IDX) TO SALDO-REF-ULT
                   WRITE ANUAL-RECORD FROM SALDO-RECORD
               END-IF.

           CONTABILIZAR-CIERRE.
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
               PERFORM CONTABILIZAR-CUENTA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SALDOS-USADOS.
               CLOSE AUDIT-FILE.
               CLOSE LEDGER-FILE.

      * Cada cuenta de resultados con saldo es una linea de
      * auditoria y su par "D"/"H" con la misma numeracion, como
      * CONTABILIZAR-POSICION de la revaluacion: el "D" en la cuenta
      * de resultados por el importe de cierre y el "H", cambiado de
      * signo, en la de resultados acumulados.
           CONTABILIZAR-CUENTA.
               IF WS-TS-CLASE(WS-IDX) = "R"
                   AND WS-TS-CIERRE(WS-IDX) NOT = ZERO
                   ADD 1 TO WS-AUD-SECUENCIA
                   ADD 1 TO WS-LEDGER-REF
                   MOVE SPACES TO AUDIT-RECORD
                   MOVE WS-FECHA-APERTURA TO AUD-FECHA
                   MOVE "CIERR" TO AUD-OPERACION
                   MOVE ZERO TO AUD-NUM1
                   MOVE ZERO TO AUD-NUM2
                   MOVE WS-TS-CIERRE(WS-IDX) TO AUD-RESULTADO
                   MOVE "N" TO AUD-TIPO
                   MOVE WS-AUD-SECUENCIA TO AUD-SECUENCIA
                   MOVE ZERO TO AUD-REVIERTE
                   MOVE WS-OPERADOR TO AUD-OPERADOR
                   MOVE WS-DEPTO TO AUD-DEPTO
                   MOVE WS-MONEDA-BASE TO AUD-MONEDA
                   MOVE ZERO TO AUD-IMPORTE-ORIGEN
                   MOVE WS-LOTE-ID TO AUD-LOTE-ID
                   ACCEPT AUD-HORA FROM TIME
                   WRITE AUDIT-RECORD
                   IF MASTER-DISPONIBLE
                       PERFORM GRABAR-AUDIT-MASTER
                   END-IF
                   MOVE WS-AUD-SECUENCIA TO WS-TS-SECUENCIA(WS-IDX)
                   MOVE SPACES TO LEDGER-RECORD
                   MOVE AUD-FECHA TO LEDG-FECHA
                   MOVE "CIERR" TO LEDG-OPERACION
                   MOVE WS-LEDGER-REF TO LEDG-REFERENCIA
                   MOVE AUD-RESULTADO TO LEDG-IMPORTE
                   MOVE WS-OPERADOR TO LEDG-OPERADOR
                   MOVE WS-DEPTO TO LEDG-DEPTO
                   MOVE WS-TS-CUENTA(WS-IDX) TO LEDG-CUENTA
                   MOVE "D" TO LEDG-TIPO-APUNTE
                   WRITE LEDGER-RECORD
                   MOVE LEDG-FECHA TO WS-TS-FECHA-ULT(WS-IDX)
                   MOVE WS-LEDGER-REF TO WS-TS-REF-ULT(WS-IDX)
                   COMPUTE WS-IMPORTE-CONTRA = AUD-RESULTADO * -1
                   MOVE SPACES TO LEDGER-RECORD
                   MOVE AUD-FECHA TO LEDG-FECHA
                   MOVE "CIERR" TO LEDG-OPERACION
                   MOVE WS-LEDGER-REF TO LEDG-REFERENCIA
                   MOVE WS-IMPORTE-CONTRA TO LEDG-IMPORTE
                   MOVE WS-OPERADOR TO LEDG-OPERADOR
                   MOVE WS-DEPTO TO LEDG-DEPTO
                   MOVE WS-CUENTA-RESULTADOS TO LEDG-CUENTA
                   MOVE "H" TO LEDG-TIPO-APUNTE
                   WRITE LEDGER-RECORD
                   MOVE LEDG-FECHA
                       TO WS-TS-FECHA-ULT(WS-SEL-RESULTADOS)
                   MOVE WS-LEDGER-REF
                       TO WS-TS-REF-ULT(WS-SEL-RESULTADOS)
               END-IF.

      * ABRIR-AUDIT-MASTER y los parrafos de maestro que siguen son
      * los mismos del lote y del modo interactivo (mismo AUDITIDX
      * compartido), de modo que las lineas CIERR quedan tambien en
      * el maestro. Se abre antes de comprobar la numeracion: si el
      * maestro va por delante de AUDITLOG la comprobacion lo ve. Si
      * no se puede abrir, el cierre sigue solo con AUDITLOG, que
      * sigue siendo el rastro autoritativo.
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

      * ARRASTRAR-SALDOS abre el ejercicio nuevo: la apertura es el
      * saldo al 31/12 mas el apunte de cierre, y cargos y abonos
      * quedan con lo ya aplicado del ejercicio nuevo (cero si el
      * cierre va antes que sus apuntes).
           ARRASTRAR-SALDOS.
               PERFORM ARRASTRAR-CUENTA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SALDOS-USADOS.

           ARRASTRAR-CUENTA.
               COMPUTE WS-TS-APERTURA(WS-IDX) =
                   WS-TS-SALDO-ANIO(WS-IDX) + WS-TS-CIERRE(WS-IDX).
               MOVE WS-TS-CARGOS-POST(WS-IDX) TO WS-TS-CARGOS(WS-IDX).
               MOVE WS-TS-ABONOS-POST(WS-IDX) TO WS-TS-ABONOS(WS-IDX).

      * El registro de control pasa a la ultima referencia escrita:
      * Saldos no vuelve a aplicar los pares de cierre.
           REESCRIBIR-MAESTRO-SALDOS.
               OPEN OUTPUT SALDOS-FILE.
               IF WS-SALDOS-STATUS NOT = "00"
                   DISPLAY "No se puede regrabar SALDOS (estado "
                       WS-SALDOS-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO SALDO-RECORD.
               MOVE "*CONTROL*" TO SALDO-CUENTA.
               MOVE ZERO TO SALDO-APERTURA.
               MOVE ZERO TO SALDO-CARGOS.
               MOVE ZERO TO SALDO-ABONOS.
               MOVE SPACES TO SALDO-FECHA-ULT.
               MOVE WS-LEDGER-REF TO SALDO-REF-ULT.
               WRITE SALDO-RECORD.
               PERFORM GRABAR-CUENTA-MAESTRO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SALDOS-USADOS.
               CLOSE SALDOS-FILE.

           GRABAR-CUENTA-MAESTRO.
               MOVE WS-TS-CUENTA(WS-IDX) TO SALDO-CUENTA.
               MOVE WS-TS-APERTURA(WS-IDX) TO SALDO-APERTURA.
               MOVE WS-TS-CARGOS(WS-IDX) TO SALDO-CARGOS.
               MOVE WS-TS-ABONOS(WS-IDX) TO SALDO-ABONOS.
               MOVE WS-TS-FECHA-ULT(WS-IDX) TO SALDO-FECHA-ULT.
               MOVE WS-TS-REF-ULT(WS-IDX) TO SALDO-REF-ULT.
               WRITE SALDO-RECORD.

           IMPRIMIR-INFORME.
               OPEN OUTPUT REPORT-FILE.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE SPACES TO REPORT-LINE.
               STRING "Operaciones_Basicas - Balance de comprobacion"
                   DELIMITED BY SIZE
                   " de cierre del ejercicio " DELIMITED BY SIZE
                   WS-EJERCICIO DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Ultimo dia habil: " DELIMITED BY SIZE
                   WS-ULTIMO-HABIL DELIMITED BY SIZE
                   "   Apuntes de cierre del: " DELIMITED BY SIZE
                   WS-FECHA-APERTURA DELIMITED BY SIZE
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
                   "   Resultados acumulados: " DELIMITED BY SIZE
                   WS-CUENTA-RESULTADOS DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Copia congelada: " DELIMITED BY SIZE
                   WS-NOMBRE-FICHERO DELIMITED BY SPACE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Cuenta      C  Cargos ejerc.  Abonos ejerc."
                   DELIMITED BY SIZE
                   "     Saldo 31/12     Ap. cierre  Nueva apertura"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ZERO TO WS-TOT-CARGOS.
               MOVE ZERO TO WS-TOT-ABONOS.
               MOVE ZERO TO WS-TOT-SALDO.
               MOVE ZERO TO WS-TOT-CIERRE.
               MOVE ZERO TO WS-TOT-APERTURA.
               MOVE ZERO TO WS-TOT-BALANCE.
               PERFORM IMPRIMIR-LINEA-CUENTA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SALDOS-USADOS.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO WS-LINEA-CUENTA.
               MOVE "TOTAL" TO WS-LC-CUENTA.
               MOVE WS-TOT-CARGOS TO WS-LC-CARGOS.
               MOVE WS-TOT-ABONOS TO WS-LC-ABONOS.
               MOVE WS-TOT-SALDO TO WS-LC-SALDO.
               MOVE WS-TOT-CIERRE TO WS-LC-CIERRE.
               MOVE WS-TOT-APERTURA TO WS-LC-APERTURA.
               MOVE WS-LINEA-CUENTA TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-TOT-BALANCE TO WS-ED-IMPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Saldo 31/12 de las cuentas de balance:     "
                   DELIMITED BY SIZE
                   WS-ED-IMPORTE DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-TOTAL-RESULTADO TO WS-ED-IMPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Resultado del ejercicio (cuentas R):       "
                   DELIMITED BY SIZE
                   WS-ED-IMPORTE DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Pares de cierre contabilizados: "
                   DELIMITED BY SIZE
                   WS-CONT-APUNTES DELIMITED BY SIZE
                   "   Apuntes del ejercicio siguiente ya en SALDOS: "
                   DELIMITED BY SIZE
                   WS-CONT-POSTERIORES DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               CLOSE REPORT-FILE.

      * Una linea por cuenta con sus cifras del ejercicio, el apunte
      * de cierre y la apertura del ejercicio nuevo; el total de la
      * columna de cierre es cero si el cierre cuadra.
           IMPRIMIR-LINEA-CUENTA.
               COMPUTE WS-NUEVA-APERTURA =
                   WS-TS-SALDO-ANIO(WS-IDX) + WS-TS-CIERRE(WS-IDX).
               MOVE SPACES TO WS-LINEA-CUENTA.
               MOVE WS-TS-CUENTA(WS-IDX) TO WS-LC-CUENTA.
               MOVE WS-TS-CLASE(WS-IDX) TO WS-LC-CLASE.
               MOVE WS-TS-CARGOS-ANIO(WS-IDX) TO WS-LC-CARGOS.
               MOVE WS-TS-ABONOS-ANIO(WS-IDX) TO WS-LC-ABONOS.
               MOVE WS-TS-SALDO-ANIO(WS-IDX) TO WS-LC-SALDO.
               MOVE WS-TS-CIERRE(WS-IDX) TO WS-LC-CIERRE.
               MOVE WS-NUEVA-APERTURA TO WS-LC-APERTURA.
               MOVE WS-LINEA-CUENTA TO REPORT-LINE.
               WRITE REPORT-LINE.
               ADD WS-TS-CARGOS-ANIO(WS-IDX) TO WS-TOT-CARGOS.
               ADD WS-TS-ABONOS-ANIO(WS-IDX) TO WS-TOT-ABONOS.
               ADD WS-TS-SALDO-ANIO(WS-IDX) TO WS-TOT-SALDO.
               ADD WS-TS-CIERRE(WS-IDX) TO WS-TOT-CIERRE.
               ADD WS-NUEVA-APERTURA TO WS-TOT-APERTURA.
               IF WS-TS-CLASE(WS-IDX) = "B"
                   ADD WS-TS-SALDO-ANIO(WS-IDX) TO WS-TOT-BALANCE
               END-IF.

      * CARGAR-CALENDARIO carga las excepciones de CALENDARIO. Sin
      * fichero rige solo la regla de lunes a viernes.
           CARGAR-CALENDARIO.
               MOVE ZERO TO WS-CAL-USADOS.
               MOVE "N" TO WS-FIN-CALENDARIO.
               OPEN INPUT CALENDARIO-FILE.
               IF WS-CALENDARIO-STATUS = "00"
                   PERFORM LEER-CALENDARIO UNTIL FIN-CALENDARIO
                   CLOSE CALENDARIO-FILE
               ELSE
                   DISPLAY "Aviso: sin CALENDARIO; solo sabados y"
                       " domingos se tienen por no habiles"
               END-IF.

           LEER-CALENDARIO.
               READ CALENDARIO-FILE
                   AT END
                       MOVE "S" TO WS-FIN-CALENDARIO
                   NOT AT END
                       PERFORM GUARDAR-DIA-CALENDARIO
               END-READ.

           GUARDAR-DIA-CALENDARIO.
               IF WS-CAL-USADOS >= WS-MAX-CALENDARIO
                   DISPLAY "CALENDARIO con mas de " WS-MAX-CALENDARIO
                       " dias; ampliar la tabla"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-CAL-USADOS.
               MOVE CAL-FECHA TO WS-TCA-FECHA(WS-CAL-USADOS).
               MOVE CAL-TIPO TO WS-TCA-TIPO(WS-CAL-USADOS).

      * COMPROBAR-DIA-HABIL deja en WS-DIA-HABIL si WS-FECHA-CONSULTA
      * es habil: la fila de CALENDARIO si la hay y, si no, lunes a
      * viernes (el dia 1 de INTEGER-OF-DATE, 01/01/1601, fue lunes).
      * Una fecha inexistente nunca es habil.
           COMPROBAR-DIA-HABIL.
               MOVE "N" TO WS-DIA-HABIL.
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CONSULTA) = 0
                   COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-CONSULTA)
                       - 1, 7) + 1
                   IF WS-DIA-SEMANA < 6
                       MOVE "S" TO WS-DIA-HABIL
                   END-IF
                   MOVE "N" TO WS-CAL-HALLADO
                   IF WS-CAL-USADOS > ZERO
                       PERFORM LOCALIZAR-DIA-CALENDARIO
                           VARYING WS-CAL-IDX FROM 1 BY 1
                           UNTIL WS-CAL-IDX > WS-CAL-USADOS
                           OR CAL-HALLADO
                   END-IF
                   IF CAL-HALLADO
                       IF WS-TCA-TIPO(WS-CAL-SEL) = "H"
                           MOVE "S" TO WS-DIA-HABIL
                       ELSE
                           MOVE "N" TO WS-DIA-HABIL
                       END-IF
                   END-IF
               END-IF.

           LOCALIZAR-DIA-CALENDARIO.
               IF WS-TCA-FECHA(WS-CAL-IDX) = WS-FECHA-CONSULTA
                   MOVE "S" TO WS-CAL-HALLADO
                   MOVE WS-CAL-IDX TO WS-CAL-SEL
               END-IF.

       END PROGRAM Operaciones_Basicas_Anual.
