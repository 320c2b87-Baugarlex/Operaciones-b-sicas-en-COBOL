      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Proyeccion de tesoreria por cuenta a 30, 60 y 90 dias *
      * Tectonics: cobc                                                *
      ******************************************************************
      * Tesoreria queria saber como van a estar las cuentas en los    *
      * proximos 30, 60 y 90 dias antes de llegar alli. Este programa *
      * parte del saldo de hoy de cada cuenta en SALDOS (apertura mas *
      * abonos menos cargos) y le aplica, dia a dia durante los 90    *
      * dias naturales siguientes a la fecha de negocio, lo que el    *
      * sistema ya sabe que se va a contabilizar.                     *
      *                                                               *
      * Las ordenes permanentes de ORDENES (ver ORDREC.cpy) se        *
      * repiten con las reglas de Operaciones_Basicas_Genera: solo en *
      * dias habiles segun CALENDARIO, con los vencimientos semanales *
      * y mensuales de dias no habiles llevados al habil siguiente y  *
      * los de fin de mes al habil anterior, y con el departamento    *
      * que Genera pone en la cabecera (DEPTO_ORDENES, por omision    *
      * "ORDN"). Las transacciones aparcadas en ALMACEN (ver          *
      * ALMREC.cpy) en estado "P" entran el primer dia habil en que   *
      * su fecha valor ya ha llegado, que es cuando el lote las       *
      * suelta, con su departamento de origen.                        *
      *                                                               *
      * Cada partida se calcula como la contabilizaria el lote (S, R, *
      * M o D sobre NUM1 y NUM2, pasada a moneda base con la tasa de  *
      * MONEDAS vigente el dia proyectado) y se lleva, con la cuenta  *
      * y la contrapartida de CTATABLA vigentes ese dia, como el par  *
      * "D"/"H" del ledger: el importe suma en la cuenta de la        *
      * operacion y resta en la contrapartida. Las retenciones por    *
      * importe se suponen aprobadas. Lo que el lote rechazaria       *
      * (operacion desconocida, resta negativa, division por cero,    *
      * moneda sin tasa, importe que no cabe) y las ordenes de        *
      * frecuencia desconocida no se proyectan y se listan aparte.    *
      *                                                               *
      * PROYECREP da un resumen por cuenta con el saldo de hoy, el    *
      * previsto a 30, 60 y 90 dias y el saldo mas bajo del horizonte *
      * con su fecha; el detalle dia habil a dia habil del movimiento *
      * y el saldo previsto de cada cuenta; las entradas y salidas    *
      * previstas por departamento y cuenta, y las partidas no        *
      * proyectadas. Se marca NEGATIVO el dia en que el saldo         *
      * previsto queda por debajo de cero y BAJO MINIMO el que queda  *
      * por debajo del saldo minimo de la cuenta en CLASECTA (ver     *
      * CLASREC.cpy; cero = sin minimo).                              *
      *                                                               *
      * La fecha de negocio sale de FECHA_NEGOCIO o de FECHA_ABIERTA  *
      * (sin ninguna, la del sistema) y la proyeccion empieza el dia  *
      * siguiente, asi que SALDOS debe estar al dia, como queda tras  *
      * la ventana nocturna. Sin SALDOS el programa termina con       *
      * RETURN-CODE 8; con alguna cuenta marcada o alguna partida no  *
      * proyectada, con RETURN-CODE 4. Solo lee los ficheros del      *
      * sistema y se lanza a mano, como la revaluacion.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Proyecta.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Proyeccion de saldos por cuenta a 90 dias.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT SALDOS-FILE ASSIGN TO "SALDOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-SALDOS-STATUS.
                   SELECT ORDENES-FILE ASSIGN TO "ORDENES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-ORDENES-STATUS.
                   SELECT ALMACEN-FILE ASSIGN TO "ALMACEN"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-ALMACEN-STATUS.
                   SELECT CUENTAS-FILE ASSIGN TO "CTATABLA"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CUENTAS-STATUS.
                   SELECT MONEDAS-FILE ASSIGN TO "MONEDAS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-MONEDAS-STATUS.
                   SELECT CLASES-FILE ASSIGN TO "CLASECTA"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CLASES-STATUS.
                   SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CALENDARIO-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "PROYECREP"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD SALDOS-FILE.
           COPY "SALDOREC.cpy".

           FD ORDENES-FILE.
           COPY "ORDREC.cpy".

           FD ALMACEN-FILE.
           COPY "ALMREC.cpy".

           FD CUENTAS-FILE.
           COPY "CTAREC.cpy".

           FD MONEDAS-FILE.
           COPY "MONREC.cpy".

           FD CLASES-FILE.
           COPY "CLASREC.cpy".

           FD CALENDARIO-FILE.
           COPY "CALREC.cpy".

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-SALDOS-STATUS PIC X(2).
               01 WS-ORDENES-STATUS PIC X(2).
               01 WS-ALMACEN-STATUS PIC X(2).
               01 WS-CUENTAS-STATUS PIC X(2).
               01 WS-MONEDAS-STATUS PIC X(2).
               01 WS-CLASES-STATUS PIC X(2).
               01 WS-CALENDARIO-STATUS PIC X(2).
               01 WS-REPORT-STATUS PIC X(2).
               01 WS-FIN-FICHERO PIC X(1) VALUE "N".
                   88 FIN-FICHERO VALUE "S".
               01 WS-FIN-CALENDARIO PIC X(1) VALUE "N".
                   88 FIN-CALENDARIO VALUE "S".

               01 WS-ENV-FECHA PIC X(8).
               01 WS-FECHA-NEGOCIO PIC 9(8).
               01 WS-FECHA-HOY PIC 9(8).
               01 WS-ENV-DEPTO PIC X(4).
               01 WS-DEPTO-ORDENES PIC X(4).
               01 WS-MONEDA-BASE PIC X(3) VALUE "EUR".

      * Horizonte: los 90 dias naturales siguientes a la fecha de
      * negocio, con cortes de resumen a 30, 60 y 90 dias.
               01 WS-MAX-DIAS PIC 9(4) COMP VALUE 90.
               01 WS-DIA-IDX PIC 9(4) COMP.
               01 WS-MOV-IDX PIC 9(4) COMP.
               01 WS-TABLA-DIAS.
                   05 WS-TD-ENTRADA OCCURS 90 TIMES.
                       10 WS-TD-FECHA PIC 9(8).
                       10 WS-TD-HABIL PIC X(1).
               01 WS-FECHA-PROYECTADA PIC 9(8).
               01 WS-DIAS-HABILES PIC 9(4) COMP VALUE ZERO.

      * WS-FECHA-NOMINAL es el dia en que vence la orden segun su
      * frecuencia: el dia proyectado o uno de los dias no habiles
      * cuyos vencimientos se trasladan a el, como en Genera.
               01 WS-FECHA-NOMINAL PIC 9(8).
               01 WS-FECHA-NOMINAL-DESGLOSE REDEFINES
                   WS-FECHA-NOMINAL.
                   05 FILLER PIC 9(6).
                   05 WS-FECHA-DIA PIC 9(2).
               01 WS-FECHA-SIGUIENTE PIC 9(8).
               01 WS-DESDE-DESGLOSE PIC 9(8).
               01 WS-DESDE-PARTES REDEFINES WS-DESDE-DESGLOSE.
                   05 FILLER PIC 9(6).
                   05 WS-DESDE-DIA PIC 9(2).
               01 WS-DIAS-NEGOCIO PIC 9(7).
               01 WS-DIAS-DESDE PIC 9(7).
               01 WS-DIAS-DIFERENCIA PIC S9(7).
               01 WS-ORDEN-VENCE PIC X(1).
                   88 ORDEN-VENCE VALUE "S".

      * Dias no habiles inmediatamente anteriores y posteriores al
      * dia proyectado: sus vencimientos se trasladan a el.
               01 WS-MAX-TRASLADOS PIC 9(4) COMP VALUE 10.
               01 WS-DIAS-ANTES PIC 9(4) COMP VALUE ZERO.
               01 WS-DIAS-DESPUES PIC 9(4) COMP VALUE ZERO.
               01 WS-TRAS-IDX PIC 9(4) COMP.
               01 WS-TABLA-TRASLADOS.
                   05 WS-TRAS-ANTES PIC 9(8) OCCURS 10 TIMES.
                   05 WS-TRAS-DESPUES PIC 9(8) OCCURS 10 TIMES.
               01 WS-DIA-ENTERO PIC 9(7).
               01 WS-FIN-BUSQUEDA PIC X(1).
                   88 FIN-BUSQUEDA VALUE "S".

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

      * Ordenes permanentes, guardadas con el trazado de ORDREC.cpy
      * para evaluarlas con sus condiciones de nivel 88.
               01 WS-MAX-ORDENES PIC 9(4) COMP VALUE 200.
               01 WS-ORDENES-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-ORD-IDX PIC 9(4) COMP.
               01 WS-TABLA-ORDENES.
                   05 WS-TO-REGISTRO PIC X(45) OCCURS 200 TIMES.

      * Partidas pendientes del almacen y si ya se han soltado en la
      * proyeccion.
               01 WS-MAX-ALMACEN PIC 9(4) COMP VALUE 500.
               01 WS-ALMACEN-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-ALM-IDX PIC 9(4) COMP.
               01 WS-TABLA-ALMACEN.
                   05 WS-TA-ENTRADA OCCURS 500 TIMES.
                       10 WS-TA-ID PIC 9(9).
                       10 WS-TA-FECHA-VALOR PIC 9(8).
                       10 WS-TA-DEPTO PIC X(4).
                       10 WS-TA-OPERACION PIC X(5).
                       10 WS-TA-NUM1 PIC S9(7)V99.
                       10 WS-TA-NUM2 PIC S9(7)V99.
                       10 WS-TA-MONEDA PIC X(3).
                       10 WS-TA-SOLTADA PIC X(1).
               01 WS-CONT-FUERA-HORIZONTE PIC 9(5) VALUE ZERO.

      * CTATABLA, con la misma resolucion por vigencia, comodin "*" y
      * cuentas historicas de reserva que el lote.
               01 WS-FIN-CUENTAS PIC X(1) VALUE "N".
                   88 FIN-CUENTAS VALUE "S".
               01 WS-MAX-CUENTAS PIC 9(4) COMP VALUE 50.
               01 WS-CUENTAS-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-CTA-IDX PIC 9(4) COMP.
               01 WS-TABLA-CUENTAS.
                   05 WS-TC-ENTRADA OCCURS 50 TIMES.
                       10 WS-TC-OPERACION PIC X(5).
                       10 WS-TC-CUENTA PIC X(10).
                       10 WS-TC-VIGENCIA PIC 9(8).
                       10 WS-TC-CONTRA PIC X(10).
               01 WS-OPERACION-MAYUS PIC X(5).
               01 WS-CODIGO-DEVENGO PIC X(1) VALUE "N".
                   88 CODIGO-DEVENGO VALUE "S".
               01 WS-CUENTA-ELEGIDA PIC X(10).
               01 WS-CONTRA-ELEGIDA PIC X(10).
               01 WS-VIGENCIA-ELEGIDA PIC 9(8).
               01 WS-CUENTA-HALLADA PIC X(1) VALUE "N".
                   88 CUENTA-HALLADA VALUE "S".
               01 WS-FECHA-BUSQUEDA PIC 9(8).

      * MONEDAS, con la misma resolucion por vigencia que el lote.
               01 WS-FIN-MONEDAS PIC X(1) VALUE "N".
                   88 FIN-MONEDAS VALUE "S".
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

      * Cuentas proyectadas: saldo de hoy, minimo de CLASECTA,
      * movimiento neto de cada dia del horizonte y lo que resume el
      * informe (saldos a 30, 60 y 90 dias, el mas bajo y su fecha,
      * y el aviso mas grave).
               01 WS-MAX-SALDOS PIC 9(4) COMP VALUE 100.
               01 WS-SALDOS-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-IDX PIC 9(4) COMP.
               01 WS-SEL PIC 9(4) COMP.
               01 WS-SALDO-HALLADO PIC X(1) VALUE "N".
                   88 SALDO-HALLADO VALUE "S".
               01 WS-TABLA-SALDOS.
                   05 WS-TS-ENTRADA OCCURS 100 TIMES.
                       10 WS-TS-CUENTA PIC X(10).
                       10 WS-TS-SALDO-HOY PIC S9(11)V99.
                       10 WS-TS-MINIMO PIC S9(11)V99.
                       10 WS-TS-SALDO-30 PIC S9(11)V99.
                       10 WS-TS-SALDO-60 PIC S9(11)V99.
                       10 WS-TS-SALDO-90 PIC S9(11)V99.
                       10 WS-TS-SALDO-BAJO PIC S9(11)V99.
                       10 WS-TS-FECHA-BAJO PIC 9(8).
                       10 WS-TS-AVISO PIC X(3).
                       10 WS-TS-MOVIMIENTO PIC S9(11)V99
                           OCCURS 90 TIMES.
               01 WS-CUENTA-BUSCADA PIC X(10).
               01 WS-SALDO-CORRIENTE PIC S9(11)V99.
               01 WS-AVISO-DIA PIC X(12).
               01 WS-CUENTAS-MARCADAS PIC 9(5) VALUE ZERO.

      * CLASECTA: saldo minimo de tesoreria por cuenta.
               01 WS-MAX-CLASES PIC 9(4) COMP VALUE 200.
               01 WS-CLASES-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-CLA-IDX PIC 9(4) COMP.
               01 WS-CLA-HALLADA PIC X(1) VALUE "N".
                   88 CLA-HALLADA VALUE "S".
               01 WS-TABLA-CLASES.
                   05 WS-TK-ENTRADA OCCURS 200 TIMES.
                       10 WS-TK-CUENTA PIC X(10).
                       10 WS-TK-MINIMO PIC S9(11)V99.
               01 WS-MINIMO-ELEGIDO PIC S9(11)V99.

      * Partida en curso y su calculo, con los anchos del lote.
               01 WS-PP-ORIGEN PIC X(1).
                   88 PP-ES-ORDEN VALUE "O".
                   88 PP-ES-ALMACEN VALUE "A".
               01 WS-PP-ID PIC 9(9).
               01 WS-PP-OPERACION PIC X(5).
               01 WS-PP-NUM1 PIC S9(7)V99.
               01 WS-PP-NUM2 PIC S9(7)V99.
               01 WS-PP-MONEDA PIC X(3).
               01 WS-PP-DEPTO PIC X(4).
               01 WS-RESULTADO PIC S9(9)V99.
               01 WS-RESULTADO-MUL PIC S9(10)V99.
               01 WS-RESULTADO-DIV PIC S9(7)V99.
               01 WS-IMPORTE-BASE PIC S9(9)V99.
               01 WS-MOTIVO PIC X(3).
               01 WS-IMPORTE-PIERNA PIC S9(11)V99.
               01 WS-CUENTA-PIERNA PIC X(10).
               01 WS-CONT-PROYECTADAS PIC 9(7) VALUE ZERO.
               01 WS-CONT-EXCLUIDAS PIC 9(7) VALUE ZERO.

      * Partidas no proyectadas, una fila por origen y motivo.
               01 WS-MAX-EXCLUSIONES PIC 9(4) COMP VALUE 200.
               01 WS-EXC-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-EXC-IDX PIC 9(4) COMP.
               01 WS-EXC-SEL PIC 9(4) COMP.
               01 WS-EXC-HALLADA PIC X(1) VALUE "N".
                   88 EXC-HALLADA VALUE "S".
               01 WS-TABLA-EXCLUSIONES.
                   05 WS-TX-ENTRADA OCCURS 200 TIMES.
                       10 WS-TX-ORIGEN PIC X(1).
                       10 WS-TX-ID PIC 9(9).
                       10 WS-TX-OPERACION PIC X(5).
                       10 WS-TX-MOTIVO PIC X(3).
                       10 WS-TX-FECHA PIC 9(8).
                       10 WS-TX-VECES PIC 9(5).

      * Entradas y salidas por departamento y cuenta.
               01 WS-MAX-DEPCTA PIC 9(4) COMP VALUE 200.
               01 WS-DC-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-DC-IDX PIC 9(4) COMP.
               01 WS-DC-SEL PIC 9(4) COMP.
               01 WS-DC-HALLADA PIC X(1) VALUE "N".
                   88 DC-HALLADA VALUE "S".
               01 WS-TABLA-DEPCTA.
                   05 WS-TDC-ENTRADA OCCURS 200 TIMES.
                       10 WS-TDC-DEPTO PIC X(4).
                       10 WS-TDC-CUENTA PIC X(10).
                       10 WS-TDC-ENTRADAS PIC S9(11)V99.
                       10 WS-TDC-SALIDAS PIC S9(11)V99.
               01 WS-MAX-DEPTOS PIC 9(4) COMP VALUE 50.
               01 WS-DEP-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-DEP-IDX PIC 9(4) COMP.
               01 WS-DEP-SEL PIC 9(4) COMP.
               01 WS-DEP-HALLADO PIC X(1) VALUE "N".
                   88 DEP-HALLADO VALUE "S".
               01 WS-TABLA-DEPTOS.
                   05 WS-TDP-ENTRADA OCCURS 50 TIMES.
                       10 WS-TDP-DEPTO PIC X(4).
                       10 WS-TDP-PARTIDAS PIC 9(7).
               01 WS-DEPTO-BUSCADO PIC X(4).
               01 WS-TOT-ENTRADAS PIC S9(11)V99.
               01 WS-TOT-SALIDAS PIC S9(11)V99.
               01 WS-TOT-NETO PIC S9(11)V99.

               01 WS-LINEA-RESUMEN.
                   05 WS-LR-CUENTA PIC X(10).
                   05 WS-LR-HOY PIC -(10)9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 WS-LR-30 PIC -(10)9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 WS-LR-60 PIC -(10)9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 WS-LR-90 PIC -(10)9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 WS-LR-BAJO PIC -(10)9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 WS-LR-FECHA PIC 9(8).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 WS-LR-AVISO PIC X(3).

               01 WS-LINEA-DIA.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-FECHA PIC 9(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-MOVIMIENTO PIC -(10)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-SALDO PIC -(11)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-AVISO PIC X(12).

               01 WS-LINEA-DEPTO.
                   05 WS-LDP-DEPTO PIC X(4).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LDP-CUENTA PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LDP-ENTRADAS PIC -(11)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LDP-SALIDAS PIC -(11)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LDP-NETO PIC -(11)9.99.

               01 WS-LINEA-EXCLUSION.
                   05 WS-LX-ORIGEN PIC X(7).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LX-ID PIC Z(8)9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LX-OPERACION PIC X(5).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LX-MOTIVO PIC X(3).
                   05 FILLER PIC X(4) VALUE SPACES.
                   05 WS-LX-FECHA PIC 9(8).
                   05 FILLER PIC X(4) VALUE SPACES.
                   05 WS-LX-VECES PIC Z(4)9.

               01 WS-ED-IMPORTE PIC -(11)9.99.
               01 WS-ED-CONTADOR PIC Z(6)9.
               01 WS-ED-ORDENES PIC Z(6)9.
               01 WS-ED-ALMACEN PIC Z(6)9.
               01 WS-ED-PROYECTADAS PIC Z(6)9.
               01 WS-ED-EXCLUIDAS PIC Z(6)9.
               01 WS-ED-FUERA PIC Z(6)9.

       PROCEDURE DIVISION.
           INICIO-PROYECTA.
               PERFORM DETERMINAR-FECHA-NEGOCIO.
               PERFORM DETERMINAR-DEPARTAMENTO.
               PERFORM CARGAR-CALENDARIO.
               PERFORM CARGAR-TABLA-CUENTAS.
               PERFORM CARGAR-TABLA-MONEDAS.
               PERFORM CARGAR-TABLA-CLASES.
               PERFORM CARGAR-MAESTRO-SALDOS.
               PERFORM CARGAR-ORDENES.
               PERFORM CARGAR-ALMACEN.
               PERFORM PREPARAR-DIAS.
               PERFORM PROYECTAR-DIA
                   VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-MAX-DIAS.
               PERFORM CONTAR-FUERA-HORIZONTE
                   VARYING WS-ALM-IDX FROM 1 BY 1
                   UNTIL WS-ALM-IDX > WS-ALMACEN-USADAS.
               PERFORM RESUMIR-CUENTA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SALDOS-USADOS.
               PERFORM IMPRIMIR-INFORME.
               DISPLAY "Proyeccion desde " WS-TD-FECHA(1) " hasta "
                   WS-TD-FECHA(WS-MAX-DIAS) " (" WS-DIAS-HABILES
                   " dias habiles)".
               DISPLAY "Ordenes permanentes: " WS-ORDENES-USADAS
                   "   Partidas pendientes del almacen: "
                   WS-ALMACEN-USADAS.
               DISPLAY "Partidas proyectadas: " WS-CONT-PROYECTADAS
                   "   No proyectadas: " WS-CONT-EXCLUIDAS.
               DISPLAY "Cuentas con saldo previsto negativo o bajo"
                   " minimo: " WS-CUENTAS-MARCADAS.
               DISPLAY "Informe en PROYECREP".
               IF WS-CUENTAS-MARCADAS > ZERO
                   OR WS-CONT-EXCLUIDAS > ZERO
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

      * Las ordenes salen con el departamento que Genera pone en la
      * cabecera de su TRANIN.
           DETERMINAR-DEPARTAMENTO.
               MOVE SPACES TO WS-ENV-DEPTO.
               ACCEPT WS-ENV-DEPTO FROM ENVIRONMENT "DEPTO_ORDENES".
               IF WS-ENV-DEPTO = SPACES
                   MOVE "ORDN" TO WS-DEPTO-ORDENES
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-ENV-DEPTO)
                       TO WS-DEPTO-ORDENES
               END-IF.

      * PREPARAR-DIAS pone en la tabla las fechas del horizonte y si
      * cada una es habil.
           PREPARAR-DIAS.
               COMPUTE WS-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO).
               PERFORM PREPARAR-DIA
                   VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-MAX-DIAS.

           PREPARAR-DIA.
               ADD 1 TO WS-DIA-ENTERO.
               COMPUTE WS-FECHA-CONSULTA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
               MOVE WS-FECHA-CONSULTA TO WS-TD-FECHA(WS-DIA-IDX).
               PERFORM COMPROBAR-DIA-HABIL.
               MOVE WS-DIA-HABIL TO WS-TD-HABIL(WS-DIA-IDX).
               IF DIA-HABIL
                   ADD 1 TO WS-DIAS-HABILES
               END-IF.

      * PROYECTAR-DIA hace en cada dia habil lo que haran Genera y
      * el lote: las ordenes que vencen ese dia o se le trasladan, y
      * las partidas del almacen cuya fecha valor ya ha llegado.
           PROYECTAR-DIA.
               IF WS-TD-HABIL(WS-DIA-IDX) = "S"
                   MOVE WS-TD-FECHA(WS-DIA-IDX) TO WS-FECHA-PROYECTADA
                   PERFORM PREPARAR-TRASLADOS
                   IF WS-ORDENES-USADAS > ZERO
                       PERFORM EVALUAR-ORDEN
                           VARYING WS-ORD-IDX FROM 1 BY 1
                           UNTIL WS-ORD-IDX > WS-ORDENES-USADAS
                   END-IF
                   IF WS-ALMACEN-USADAS > ZERO
                       PERFORM SOLTAR-ALMACEN
                           VARYING WS-ALM-IDX FROM 1 BY 1
                           UNTIL WS-ALM-IDX > WS-ALMACEN-USADAS
                   END-IF
               END-IF.

      * PREPARAR-TRASLADOS recoge los dias no habiles seguidos que
      * preceden al dia proyectado (sus vencimientos semanales y
      * mensuales pasan a el) y los que le siguen (sus vencimientos
      * de fin de mes se adelantan a el).
           PREPARAR-TRASLADOS.
               MOVE ZERO TO WS-DIAS-ANTES.
               MOVE ZERO TO WS-DIAS-DESPUES.
               COMPUTE WS-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROYECTADA).
               MOVE "N" TO WS-FIN-BUSQUEDA.
               PERFORM BUSCAR-DIA-ANTERIOR UNTIL FIN-BUSQUEDA.
               COMPUTE WS-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROYECTADA).
               MOVE "N" TO WS-FIN-BUSQUEDA.
               PERFORM BUSCAR-DIA-POSTERIOR UNTIL FIN-BUSQUEDA.

           BUSCAR-DIA-ANTERIOR.
               SUBTRACT 1 FROM WS-DIA-ENTERO.
               COMPUTE WS-FECHA-CONSULTA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
               PERFORM COMPROBAR-DIA-HABIL.
               IF DIA-HABIL OR WS-DIAS-ANTES >= WS-MAX-TRASLADOS
                   MOVE "S" TO WS-FIN-BUSQUEDA
               ELSE
                   ADD 1 TO WS-DIAS-ANTES
                   MOVE WS-FECHA-CONSULTA
                       TO WS-TRAS-ANTES(WS-DIAS-ANTES)
               END-IF.

           BUSCAR-DIA-POSTERIOR.
               ADD 1 TO WS-DIA-ENTERO.
               COMPUTE WS-FECHA-CONSULTA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
               PERFORM COMPROBAR-DIA-HABIL.
               IF DIA-HABIL OR WS-DIAS-DESPUES >= WS-MAX-TRASLADOS
                   MOVE "S" TO WS-FIN-BUSQUEDA
               ELSE
                   ADD 1 TO WS-DIAS-DESPUES
                   MOVE WS-FECHA-CONSULTA
                       TO WS-TRAS-DESPUES(WS-DIAS-DESPUES)
               END-IF.

      * EVALUAR-ORDEN proyecta la orden por su vencimiento del dia y
      * por cada vencimiento trasladado a el desde un dia no habil,
      * igual que en Genera.
           EVALUAR-ORDEN.
               MOVE WS-TO-REGISTRO(WS-ORD-IDX) TO ORD-RECORD.
               MOVE WS-FECHA-PROYECTADA TO WS-FECHA-NOMINAL.
               PERFORM COMPROBAR-VENCIMIENTO.
               IF ORDEN-VENCE
                   PERFORM PROYECTAR-ORDEN
               END-IF.
               IF (ORD-ES-SEMANAL OR ORD-ES-MENSUAL)
                   AND WS-DIAS-ANTES > ZERO
                   PERFORM COMPROBAR-TRASLADO-ANTERIOR
                       VARYING WS-TRAS-IDX FROM 1 BY 1
                       UNTIL WS-TRAS-IDX > WS-DIAS-ANTES
               END-IF.
               IF ORD-ES-FIN-MES AND WS-DIAS-DESPUES > ZERO
                   PERFORM COMPROBAR-TRASLADO-POSTERIOR
                       VARYING WS-TRAS-IDX FROM 1 BY 1
                       UNTIL WS-TRAS-IDX > WS-DIAS-DESPUES
               END-IF.

           COMPROBAR-TRASLADO-ANTERIOR.
               MOVE WS-TRAS-ANTES(WS-TRAS-IDX) TO WS-FECHA-NOMINAL.
               PERFORM COMPROBAR-VENCIMIENTO.
               IF ORDEN-VENCE
                   PERFORM PROYECTAR-ORDEN
               END-IF.

           COMPROBAR-TRASLADO-POSTERIOR.
               MOVE WS-TRAS-DESPUES(WS-TRAS-IDX) TO WS-FECHA-NOMINAL.
               PERFORM COMPROBAR-VENCIMIENTO.
               IF ORDEN-VENCE
                   PERFORM PROYECTAR-ORDEN
               END-IF.

      * COMPROBAR-VENCIMIENTO decide si la orden vence en la fecha
      * nominal con las reglas de Genera. Una frecuencia desconocida
      * no vence nunca y la orden se lista como no proyectada.
           COMPROBAR-VENCIMIENTO.
               MOVE "N" TO WS-ORDEN-VENCE.
               IF WS-FECHA-NOMINAL < ORD-DESDE
                   CONTINUE
               ELSE
                   IF ORD-HASTA NOT = ZERO
                       AND WS-FECHA-NOMINAL > ORD-HASTA
                       CONTINUE
                   ELSE
                       PERFORM COMPROBAR-FRECUENCIA
                   END-IF
               END-IF.

           COMPROBAR-FRECUENCIA.
               IF ORD-ES-DIARIA
                   MOVE "S" TO WS-ORDEN-VENCE
               ELSE
                   IF ORD-ES-SEMANAL
                       COMPUTE WS-DIAS-NEGOCIO =
                           FUNCTION INTEGER-OF-DATE(WS-FECHA-NOMINAL)
                       COMPUTE WS-DIAS-DESDE =
                           FUNCTION INTEGER-OF-DATE(ORD-DESDE)
                       COMPUTE WS-DIAS-DIFERENCIA =
                           WS-DIAS-NEGOCIO - WS-DIAS-DESDE
                       IF FUNCTION MOD(WS-DIAS-DIFERENCIA, 7) = ZERO
                           MOVE "S" TO WS-ORDEN-VENCE
                       END-IF
                   ELSE
                       IF ORD-ES-MENSUAL
                           MOVE ORD-DESDE TO WS-DESDE-DESGLOSE
                           IF WS-FECHA-DIA = WS-DESDE-DIA
                               MOVE "S" TO WS-ORDEN-VENCE
                           END-IF
                       ELSE
                           IF ORD-ES-FIN-MES
                               PERFORM COMPROBAR-FIN-DE-MES
                           ELSE
                               IF WS-FECHA-NOMINAL =
                                   WS-FECHA-PROYECTADA
                                   PERFORM PREPARAR-PARTIDA-ORDEN
                                   MOVE "FRE" TO WS-MOTIVO
                                   PERFORM REGISTRAR-EXCLUSION
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      * La fecha nominal es fin de mes si el dia siguiente es el 1.
           COMPROBAR-FIN-DE-MES.
               COMPUTE WS-FECHA-SIGUIENTE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NOMINAL) + 1).
               IF FUNCTION MOD(WS-FECHA-SIGUIENTE, 100) = 1
                   MOVE "S" TO WS-ORDEN-VENCE
               END-IF.

           PREPARAR-PARTIDA-ORDEN.
               MOVE "O" TO WS-PP-ORIGEN.
               MOVE WS-ORD-IDX TO WS-PP-ID.
               MOVE ORD-OPERACION TO WS-PP-OPERACION.
               MOVE ORD-NUM1 TO WS-PP-NUM1.
               MOVE ORD-NUM2 TO WS-PP-NUM2.
               MOVE ORD-MONEDA TO WS-PP-MONEDA.
               MOVE WS-DEPTO-ORDENES TO WS-PP-DEPTO.

           PROYECTAR-ORDEN.
               PERFORM PREPARAR-PARTIDA-ORDEN.
               PERFORM PROYECTAR-PARTIDA.

      * SOLTAR-ALMACEN proyecta la partida el primer dia habil en que
      * su fecha valor ya ha llegado, que es cuando el lote la suelta.
           SOLTAR-ALMACEN.
               IF WS-TA-SOLTADA(WS-ALM-IDX) = "N"
                   AND WS-TA-FECHA-VALOR(WS-ALM-IDX) NOT >
                       WS-FECHA-PROYECTADA
                   MOVE "S" TO WS-TA-SOLTADA(WS-ALM-IDX)
                   MOVE "A" TO WS-PP-ORIGEN
                   MOVE WS-TA-ID(WS-ALM-IDX) TO WS-PP-ID
                   MOVE WS-TA-OPERACION(WS-ALM-IDX) TO WS-PP-OPERACION
                   MOVE WS-TA-NUM1(WS-ALM-IDX) TO WS-PP-NUM1
                   MOVE WS-TA-NUM2(WS-ALM-IDX) TO WS-PP-NUM2
                   MOVE WS-TA-MONEDA(WS-ALM-IDX) TO WS-PP-MONEDA
                   MOVE WS-TA-DEPTO(WS-ALM-IDX) TO WS-PP-DEPTO
                   PERFORM PROYECTAR-PARTIDA
               END-IF.

           CONTAR-FUERA-HORIZONTE.
               IF WS-TA-SOLTADA(WS-ALM-IDX) = "N"
                   ADD 1 TO WS-CONT-FUERA-HORIZONTE
               END-IF.

      * PROYECTAR-PARTIDA calcula el importe como el lote (SUMA-LOTE,
      * RESTA-LOTE, MULTIPLICACION-LOTE, PARTICION-LOTE y
      * CONVERTIR-RESULTADO-LOTE) y lo lleva a la cuenta y a la
      * contrapartida. Lo que el lote rechazaria queda en la lista de
      * no proyectadas con su motivo de RECHAZOS.
           PROYECTAR-PARTIDA.
               MOVE SPACES TO WS-MOTIVO.
               MOVE ZERO TO WS-RESULTADO.
               MOVE FUNCTION UPPER-CASE(WS-PP-OPERACION)
                   TO WS-OPERACION-MAYUS.
               IF WS-OPERACION-MAYUS = "S"
                   ADD WS-PP-NUM1 TO WS-PP-NUM2 GIVING WS-RESULTADO
               ELSE IF WS-OPERACION-MAYUS = "R"
                   IF WS-PP-NUM1 > WS-PP-NUM2
                       MOVE "NEG" TO WS-MOTIVO
                   ELSE
                       SUBTRACT WS-PP-NUM1 FROM WS-PP-NUM2
                           GIVING WS-RESULTADO
                   END-IF
               ELSE IF WS-OPERACION-MAYUS = "M"
                   MULTIPLY WS-PP-NUM1 BY WS-PP-NUM2
                       GIVING WS-RESULTADO-MUL
                       ON SIZE ERROR
                           MOVE "TAM" TO WS-MOTIVO
                       NOT ON SIZE ERROR
                           MOVE WS-RESULTADO-MUL TO WS-RESULTADO
                   END-MULTIPLY
               ELSE IF WS-OPERACION-MAYUS = "D"
                   IF WS-PP-NUM2 = ZERO
                       MOVE "DIV" TO WS-MOTIVO
                   ELSE
                       DIVIDE WS-PP-NUM1 BY WS-PP-NUM2
                           GIVING WS-RESULTADO-DIV
                           ON SIZE ERROR
                               MOVE "TAM" TO WS-MOTIVO
                           NOT ON SIZE ERROR
                               MOVE WS-RESULTADO-DIV TO WS-RESULTADO
                       END-DIVIDE
                   END-IF
               ELSE
                   PERFORM COMPROBAR-CODIGO-DEVENGO
                   IF CODIGO-DEVENGO
                       ADD WS-PP-NUM1 TO WS-PP-NUM2
                           GIVING WS-RESULTADO
                   ELSE
                       MOVE "OPE" TO WS-MOTIVO
                   END-IF
               END-IF.
               IF WS-MOTIVO = SPACES
                   PERFORM CONVERTIR-RESULTADO
               END-IF.
               IF WS-MOTIVO NOT = SPACES
                   PERFORM REGISTRAR-EXCLUSION
               ELSE
                   PERFORM BUSCAR-CUENTA-OPERACION
                   ADD 1 TO WS-CONT-PROYECTADAS
                   MOVE WS-PP-DEPTO TO WS-DEPTO-BUSCADO
                   PERFORM CONTAR-PARTIDA-DEPTO
                   MOVE WS-CUENTA-ELEGIDA TO WS-CUENTA-PIERNA
                   MOVE WS-IMPORTE-BASE TO WS-IMPORTE-PIERNA
                   PERFORM APLICAR-PIERNA
                   MOVE WS-CONTRA-ELEGIDA TO WS-CUENTA-PIERNA
                   COMPUTE WS-IMPORTE-PIERNA = WS-IMPORTE-BASE * -1
                   PERFORM APLICAR-PIERNA
               END-IF.

      * Un codigo "DV" de liquidacion del devengo con fila propia
      * vigente en CTATABLA se contabiliza como una suma, igual que
      * en el lote.
           COMPROBAR-CODIGO-DEVENGO.
               MOVE "N" TO WS-CODIGO-DEVENGO.
               IF WS-OPERACION-MAYUS(1:2) = "DV"
                   AND WS-OPERACION-MAYUS(3:3) NOT = SPACES
                   MOVE WS-FECHA-PROYECTADA TO WS-FECHA-BUSQUEDA
                   MOVE "N" TO WS-CUENTA-HALLADA
                   MOVE ZERO TO WS-VIGENCIA-ELEGIDA
                   PERFORM COMPARAR-CUENTA-OPERACION
                       VARYING WS-CTA-IDX FROM 1 BY 1
                       UNTIL WS-CTA-IDX > WS-CUENTAS-USADAS
                   IF CUENTA-HALLADA
                       MOVE "S" TO WS-CODIGO-DEVENGO
                   END-IF
               END-IF.

      * CONVERTIR-RESULTADO pasa el importe a moneda base con la tasa
      * vigente el dia proyectado: las tasas cargadas por adelantado
      * cuentan desde su vigencia.
           CONVERTIR-RESULTADO.
               MOVE FUNCTION UPPER-CASE(WS-PP-MONEDA) TO WS-MONEDA-TRAN.
               IF WS-MONEDA-TRAN = SPACES
                   MOVE WS-MONEDA-BASE TO WS-MONEDA-TRAN
               END-IF.
               IF WS-MONEDA-TRAN = WS-MONEDA-BASE
                   MOVE WS-RESULTADO TO WS-IMPORTE-BASE
               ELSE
                   PERFORM BUSCAR-TASA-MONEDA
                   IF NOT TASA-HALLADA
                       MOVE "MON" TO WS-MOTIVO
                   ELSE
                       COMPUTE WS-IMPORTE-BASE ROUNDED =
                           WS-RESULTADO * WS-TASA-ELEGIDA
                           ON SIZE ERROR
                               MOVE "TAM" TO WS-MOTIVO
                       END-COMPUTE
                   END-IF
               END-IF.

      * APLICAR-PIERNA lleva una pierna del par al movimiento del dia
      * de su cuenta, que se da de alta si no estaba en SALDOS, y a
      * las entradas o salidas de su departamento.
           APLICAR-PIERNA.
               MOVE WS-CUENTA-PIERNA TO WS-CUENTA-BUSCADA.
               PERFORM BUSCAR-CUENTA-SALDOS.
               IF NOT SALDO-HALLADO
                   PERFORM ANADIR-CUENTA-SALDOS
               END-IF.
               ADD WS-IMPORTE-PIERNA
                   TO WS-TS-MOVIMIENTO(WS-SEL, WS-DIA-IDX).
               PERFORM ACUMULAR-DEPTO-CUENTA.

           REGISTRAR-EXCLUSION.
               ADD 1 TO WS-CONT-EXCLUIDAS.
               MOVE "N" TO WS-EXC-HALLADA.
               IF WS-EXC-USADAS > ZERO
                   PERFORM LOCALIZAR-EXCLUSION
                       VARYING WS-EXC-IDX FROM 1 BY 1
                       UNTIL WS-EXC-IDX > WS-EXC-USADAS
                       OR EXC-HALLADA
               END-IF.
               IF NOT EXC-HALLADA
                   IF WS-EXC-USADAS >= WS-MAX-EXCLUSIONES
                       DISPLAY "Mas de " WS-MAX-EXCLUSIONES " partidas"
                           " no proyectables; ampliar la tabla"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-EXC-USADAS
                   MOVE WS-EXC-USADAS TO WS-EXC-SEL
                   MOVE WS-PP-ORIGEN TO WS-TX-ORIGEN(WS-EXC-SEL)
                   MOVE WS-PP-ID TO WS-TX-ID(WS-EXC-SEL)
                   MOVE WS-PP-OPERACION TO WS-TX-OPERACION(WS-EXC-SEL)
                   MOVE WS-MOTIVO TO WS-TX-MOTIVO(WS-EXC-SEL)
                   MOVE WS-FECHA-PROYECTADA TO WS-TX-FECHA(WS-EXC-SEL)
                   MOVE ZERO TO WS-TX-VECES(WS-EXC-SEL)
               END-IF.
               ADD 1 TO WS-TX-VECES(WS-EXC-SEL).

           LOCALIZAR-EXCLUSION.
               IF WS-TX-ORIGEN(WS-EXC-IDX) = WS-PP-ORIGEN
                   AND WS-TX-ID(WS-EXC-IDX) = WS-PP-ID
                   AND WS-TX-MOTIVO(WS-EXC-IDX) = WS-MOTIVO
                   MOVE "S" TO WS-EXC-HALLADA
                   MOVE WS-EXC-IDX TO WS-EXC-SEL
               END-IF.

           CONTAR-PARTIDA-DEPTO.
               MOVE "N" TO WS-DEP-HALLADO.
               IF WS-DEP-USADOS > ZERO
                   PERFORM LOCALIZAR-DEPTO
                       VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-DEP-USADOS
                       OR DEP-HALLADO
               END-IF.
               IF NOT DEP-HALLADO
                   IF WS-DEP-USADOS >= WS-MAX-DEPTOS
                       DISPLAY "Mas de " WS-MAX-DEPTOS
                           " departamentos; ampliar la tabla"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DEP-USADOS
                   MOVE WS-DEP-USADOS TO WS-DEP-SEL
                   MOVE WS-DEPTO-BUSCADO TO WS-TDP-DEPTO(WS-DEP-SEL)
                   MOVE ZERO TO WS-TDP-PARTIDAS(WS-DEP-SEL)
               END-IF.
               ADD 1 TO WS-TDP-PARTIDAS(WS-DEP-SEL).

           LOCALIZAR-DEPTO.
               IF WS-TDP-DEPTO(WS-DEP-IDX) = WS-DEPTO-BUSCADO
                   MOVE "S" TO WS-DEP-HALLADO
                   MOVE WS-DEP-IDX TO WS-DEP-SEL
               END-IF.

           ACUMULAR-DEPTO-CUENTA.
               MOVE "N" TO WS-DC-HALLADA.
               IF WS-DC-USADAS > ZERO
                   PERFORM LOCALIZAR-DEPTO-CUENTA
                       VARYING WS-DC-IDX FROM 1 BY 1
                       UNTIL WS-DC-IDX > WS-DC-USADAS
                       OR DC-HALLADA
               END-IF.
               IF NOT DC-HALLADA
                   IF WS-DC-USADAS >= WS-MAX-DEPCTA
                       DISPLAY "Mas de " WS-MAX-DEPCTA " pares de"
                           " departamento y cuenta; ampliar la tabla"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DC-USADAS
                   MOVE WS-DC-USADAS TO WS-DC-SEL
                   MOVE WS-PP-DEPTO TO WS-TDC-DEPTO(WS-DC-SEL)
                   MOVE WS-CUENTA-PIERNA TO WS-TDC-CUENTA(WS-DC-SEL)
                   MOVE ZERO TO WS-TDC-ENTRADAS(WS-DC-SEL)
                   MOVE ZERO TO WS-TDC-SALIDAS(WS-DC-SEL)
               END-IF.
               IF WS-IMPORTE-PIERNA < ZERO
                   ADD WS-IMPORTE-PIERNA TO WS-TDC-SALIDAS(WS-DC-SEL)
               ELSE
                   ADD WS-IMPORTE-PIERNA TO WS-TDC-ENTRADAS(WS-DC-SEL)
               END-IF.

           LOCALIZAR-DEPTO-CUENTA.
               IF WS-TDC-DEPTO(WS-DC-IDX) = WS-PP-DEPTO
                   AND WS-TDC-CUENTA(WS-DC-IDX) = WS-CUENTA-PIERNA
                   MOVE "S" TO WS-DC-HALLADA
                   MOVE WS-DC-IDX TO WS-DC-SEL
               END-IF.

      * RESUMIR-CUENTA recorre el horizonte de la cuenta: saldos a
      * 30, 60 y 90 dias, el saldo mas bajo con su primera fecha y
      * el aviso mas grave (NEG antes que MIN). El saldo de hoy ya
      * cuenta para el aviso.
           RESUMIR-CUENTA.
               MOVE WS-TS-SALDO-HOY(WS-IDX) TO WS-SALDO-CORRIENTE.
               MOVE WS-SALDO-CORRIENTE TO WS-TS-SALDO-BAJO(WS-IDX).
               MOVE WS-FECHA-NEGOCIO TO WS-TS-FECHA-BAJO(WS-IDX).
               MOVE SPACES TO WS-TS-AVISO(WS-IDX).
               PERFORM VIGILAR-SALDO.
               PERFORM RESUMIR-DIA
                   VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-MAX-DIAS.
               IF WS-TS-AVISO(WS-IDX) NOT = SPACES
                   ADD 1 TO WS-CUENTAS-MARCADAS
               END-IF.

           RESUMIR-DIA.
               ADD WS-TS-MOVIMIENTO(WS-IDX, WS-DIA-IDX)
                   TO WS-SALDO-CORRIENTE.
               IF WS-SALDO-CORRIENTE < WS-TS-SALDO-BAJO(WS-IDX)
                   MOVE WS-SALDO-CORRIENTE TO WS-TS-SALDO-BAJO(WS-IDX)
                   MOVE WS-TD-FECHA(WS-DIA-IDX)
                       TO WS-TS-FECHA-BAJO(WS-IDX)
               END-IF.
               PERFORM VIGILAR-SALDO.
               IF WS-DIA-IDX = 30
                   MOVE WS-SALDO-CORRIENTE TO WS-TS-SALDO-30(WS-IDX)
               END-IF.
               IF WS-DIA-IDX = 60
                   MOVE WS-SALDO-CORRIENTE TO WS-TS-SALDO-60(WS-IDX)
               END-IF.
               IF WS-DIA-IDX = 90
                   MOVE WS-SALDO-CORRIENTE TO WS-TS-SALDO-90(WS-IDX)
               END-IF.

      * VIGILAR-SALDO deja en WS-AVISO-DIA el aviso del saldo
      * corriente y sube el aviso de la cuenta si es mas grave.
           VIGILAR-SALDO.
               MOVE SPACES TO WS-AVISO-DIA.
               IF WS-SALDO-CORRIENTE < ZERO
                   MOVE "NEGATIVO" TO WS-AVISO-DIA
                   MOVE "NEG" TO WS-TS-AVISO(WS-IDX)
               ELSE
                   IF WS-SALDO-CORRIENTE < WS-TS-MINIMO(WS-IDX)
                       MOVE "BAJO MINIMO" TO WS-AVISO-DIA
                       IF WS-TS-AVISO(WS-IDX) = SPACES
                           MOVE "MIN" TO WS-TS-AVISO(WS-IDX)
                       END-IF
                   END-IF
               END-IF.

      * CARGAR-TABLA-CUENTAS carga CTATABLA entera. Las filas sin
      * contrapartida usan la historica CTA-CONTRA, como el lote.
           CARGAR-TABLA-CUENTAS.
               MOVE ZERO TO WS-CUENTAS-USADAS.
               MOVE "N" TO WS-FIN-CUENTAS.
               OPEN INPUT CUENTAS-FILE.
               IF WS-CUENTAS-STATUS NOT = "00"
                   DISPLAY "Aviso: no se puede abrir CTATABLA (estado "
                       WS-CUENTAS-STATUS "); todo va a CTA-EXP"
               ELSE
                   PERFORM UNTIL FIN-CUENTAS
                       READ CUENTAS-FILE
                           AT END
                               MOVE "S" TO WS-FIN-CUENTAS
                           NOT AT END
                               PERFORM GUARDAR-CUENTA-TABLA
                       END-READ
                   END-PERFORM
                   CLOSE CUENTAS-FILE
               END-IF.

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
               IF CTA-CONTRA = SPACES
                   MOVE "CTA-CONTRA"
                       TO WS-TC-CONTRA(WS-CUENTAS-USADAS)
               ELSE
                   MOVE CTA-CONTRA
                       TO WS-TC-CONTRA(WS-CUENTAS-USADAS)
               END-IF.

      * BUSCAR-CUENTA-OPERACION resuelve la cuenta y la contrapartida
      * vigentes el dia proyectado: la fila del codigo, si no la del
      * comodin "*" y, sin ninguna, CTA-EXP contra CTA-CONTRA.
           BUSCAR-CUENTA-OPERACION.
               MOVE WS-FECHA-PROYECTADA TO WS-FECHA-BUSQUEDA.
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
                   MOVE "CTA-CONTRA" TO WS-CONTRA-ELEGIDA
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
                   MOVE WS-TC-CONTRA(WS-CTA-IDX)
                       TO WS-CONTRA-ELEGIDA
                   MOVE WS-TC-VIGENCIA(WS-CTA-IDX)
                       TO WS-VIGENCIA-ELEGIDA
               END-IF.

      * Sin fichero MONEDAS solo se proyecta la moneda base.
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
                       " solo se admite la moneda base"
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

           BUSCAR-TASA-MONEDA.
               MOVE WS-FECHA-PROYECTADA TO WS-FECHA-BUSQUEDA.
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

      * Sin CLASECTA ninguna cuenta tiene minimo propio.
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
               IF CLAS-SALDO-MINIMO NOT NUMERIC
                   MOVE ZERO TO WS-TK-MINIMO(WS-CLASES-USADAS)
               ELSE
                   MOVE CLAS-SALDO-MINIMO
                       TO WS-TK-MINIMO(WS-CLASES-USADAS)
               END-IF.

      * BUSCAR-MINIMO deja en WS-MINIMO-ELEGIDO el minimo de
      * WS-CUENTA-BUSCADA, o cero si no esta en CLASECTA.
           BUSCAR-MINIMO.
               MOVE "N" TO WS-CLA-HALLADA.
               MOVE ZERO TO WS-MINIMO-ELEGIDO.
               IF WS-CLASES-USADAS > ZERO
                   PERFORM LOCALIZAR-MINIMO
                       VARYING WS-CLA-IDX FROM 1 BY 1
                       UNTIL WS-CLA-IDX > WS-CLASES-USADAS
                       OR CLA-HALLADA
               END-IF.

           LOCALIZAR-MINIMO.
               IF WS-TK-CUENTA(WS-CLA-IDX) = WS-CUENTA-BUSCADA
                   MOVE "S" TO WS-CLA-HALLADA
                   MOVE WS-TK-MINIMO(WS-CLA-IDX) TO WS-MINIMO-ELEGIDO
               END-IF.

      * CARGAR-MAESTRO-SALDOS toma el saldo de hoy de cada cuenta.
      * Sin maestro no hay de donde partir.
           CARGAR-MAESTRO-SALDOS.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT SALDOS-FILE.
               IF WS-SALDOS-STATUS NOT = "00"
                   DISPLAY "No se puede abrir SALDOS (estado "
                       WS-SALDOS-STATUS "); pase"
                       " Operaciones_Basicas_Saldos antes"
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
                       IF NOT SALDO-ES-CONTROL
                           MOVE SALDO-CUENTA TO WS-CUENTA-BUSCADA
                           PERFORM ANADIR-CUENTA-SALDOS
                           COMPUTE WS-TS-SALDO-HOY(WS-SEL) =
                               SALDO-APERTURA + SALDO-ABONOS
                               - SALDO-CARGOS
                       END-IF
               END-READ.

      * ANADIR-CUENTA-SALDOS da de alta WS-CUENTA-BUSCADA con saldo
      * cero, su minimo de CLASECTA y sin movimientos, y deja su
      * indice en WS-SEL.
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
               MOVE ZERO TO WS-TS-SALDO-HOY(WS-SEL).
               PERFORM BUSCAR-MINIMO.
               MOVE WS-MINIMO-ELEGIDO TO WS-TS-MINIMO(WS-SEL).
               MOVE ZERO TO WS-TS-SALDO-30(WS-SEL).
               MOVE ZERO TO WS-TS-SALDO-60(WS-SEL).
               MOVE ZERO TO WS-TS-SALDO-90(WS-SEL).
               MOVE ZERO TO WS-TS-SALDO-BAJO(WS-SEL).
               MOVE ZERO TO WS-TS-FECHA-BAJO(WS-SEL).
               MOVE SPACES TO WS-TS-AVISO(WS-SEL).
               PERFORM LIMPIAR-MOVIMIENTO
                   VARYING WS-MOV-IDX FROM 1 BY 1
                   UNTIL WS-MOV-IDX > WS-MAX-DIAS.

      * LIMPIAR-MOVIMIENTO lleva su propio indice: una cuenta puede
      * darse de alta en mitad de la proyeccion de un dia.
           LIMPIAR-MOVIMIENTO.
               MOVE ZERO TO WS-TS-MOVIMIENTO(WS-SEL, WS-MOV-IDX).

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

      * Las ordenes se cargan enteras: cada dia del horizonte las
      * evalua todas.
           CARGAR-ORDENES.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT ORDENES-FILE.
               IF WS-ORDENES-STATUS = "00"
                   PERFORM LEER-ORDEN UNTIL FIN-FICHERO
                   CLOSE ORDENES-FILE
               ELSE
                   DISPLAY "Aviso: sin fichero ORDENES; no se"
                       " proyectan ordenes permanentes"
               END-IF.

           LEER-ORDEN.
               READ ORDENES-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       IF WS-ORDENES-USADAS >= WS-MAX-ORDENES
                           DISPLAY "ORDENES con mas de "
                               WS-MAX-ORDENES " filas; ampliar la"
                               " tabla"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ORDENES-USADAS
                       MOVE ORD-RECORD
                           TO WS-TO-REGISTRO(WS-ORDENES-USADAS)
               END-READ.

      * Del almacen solo interesan las partidas pendientes de vencer.
           CARGAR-ALMACEN.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT ALMACEN-FILE.
               IF WS-ALMACEN-STATUS = "00"
                   PERFORM LEER-ALMACEN UNTIL FIN-FICHERO
                   CLOSE ALMACEN-FILE
               END-IF.

           LEER-ALMACEN.
               READ ALMACEN-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       IF ALM-PENDIENTE
                           PERFORM GUARDAR-PARTIDA-ALMACEN
                       END-IF
               END-READ.

           GUARDAR-PARTIDA-ALMACEN.
               IF WS-ALMACEN-USADAS >= WS-MAX-ALMACEN
                   DISPLAY "ALMACEN con mas de " WS-MAX-ALMACEN
                       " partidas pendientes; ampliar la tabla"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-ALMACEN-USADAS.
               MOVE ALM-ID TO WS-TA-ID(WS-ALMACEN-USADAS).
               MOVE ALM-FECHA-VALOR
                   TO WS-TA-FECHA-VALOR(WS-ALMACEN-USADAS).
               MOVE ALM-DEPTO TO WS-TA-DEPTO(WS-ALMACEN-USADAS).
               MOVE ALM-OPERACION
                   TO WS-TA-OPERACION(WS-ALMACEN-USADAS).
               MOVE ALM-NUM1 TO WS-TA-NUM1(WS-ALMACEN-USADAS).
               MOVE ALM-NUM2 TO WS-TA-NUM2(WS-ALMACEN-USADAS).
               MOVE ALM-MONEDA TO WS-TA-MONEDA(WS-ALMACEN-USADAS).
               MOVE "N" TO WS-TA-SOLTADA(WS-ALMACEN-USADAS).

           IMPRIMIR-INFORME.
               OPEN OUTPUT REPORT-FILE.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE SPACES TO REPORT-LINE.
               STRING "Operaciones_Basicas - Proyeccion de tesoreria"
                   DELIMITED BY SIZE
                   " a 30, 60 y 90 dias" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Fecha de negocio: " DELIMITED BY SIZE
                   WS-FECHA-NEGOCIO DELIMITED BY SIZE
                   "   Horizonte: " DELIMITED BY SIZE
                   WS-TD-FECHA(1) DELIMITED BY SIZE
                   " a " DELIMITED BY SIZE
                   WS-TD-FECHA(WS-MAX-DIAS) DELIMITED BY SIZE
                   "   Fecha del informe: " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ORDENES-USADAS TO WS-ED-ORDENES.
               MOVE WS-ALMACEN-USADAS TO WS-ED-ALMACEN.
               MOVE WS-CONT-PROYECTADAS TO WS-ED-PROYECTADAS.
               MOVE WS-CONT-EXCLUIDAS TO WS-ED-EXCLUIDAS.
               MOVE WS-CONT-FUERA-HORIZONTE TO WS-ED-FUERA.
               MOVE SPACES TO REPORT-LINE.
               STRING "Ordenes permanentes: " DELIMITED BY SIZE
                   WS-ED-ORDENES DELIMITED BY SIZE
                   " (departamento " DELIMITED BY SIZE
                   WS-DEPTO-ORDENES DELIMITED BY SIZE
                   ")   Partidas pendientes del almacen: "
                   DELIMITED BY SIZE
                   WS-ED-ALMACEN DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Partidas proyectadas: " DELIMITED BY SIZE
                   WS-ED-PROYECTADAS DELIMITED BY SIZE
                   "   No proyectadas: " DELIMITED BY SIZE
                   WS-ED-EXCLUIDAS DELIMITED BY SIZE
                   "   Del almacen fuera del horizonte: "
                   DELIMITED BY SIZE
                   WS-ED-FUERA DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM IMPRIMIR-RESUMEN-CUENTAS.
               PERFORM IMPRIMIR-DETALLE-CUENTAS.
               PERFORM IMPRIMIR-DEPARTAMENTOS.
               PERFORM IMPRIMIR-EXCLUSIONES.
               CLOSE REPORT-FILE.

           IMPRIMIR-RESUMEN-CUENTAS.
               MOVE "RESUMEN POR CUENTA" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Cuenta      Saldo actual      A 30 dias"
                   DELIMITED BY SIZE
                   "      A 60 dias      A 90 dias Saldo mas bajo"
                   DELIMITED BY SIZE
                   "  Fecha    Aviso" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM IMPRIMIR-LINEA-RESUMEN
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SALDOS-USADOS.
               MOVE SPACES TO REPORT-LINE.
               STRING "Aviso: NEG = saldo previsto negativo;"
                   DELIMITED BY SIZE
                   " MIN = por debajo del minimo de CLASECTA"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

           IMPRIMIR-LINEA-RESUMEN.
               MOVE SPACES TO WS-LINEA-RESUMEN.
               MOVE WS-TS-CUENTA(WS-IDX) TO WS-LR-CUENTA.
               MOVE WS-TS-SALDO-HOY(WS-IDX) TO WS-LR-HOY.
               MOVE WS-TS-SALDO-30(WS-IDX) TO WS-LR-30.
               MOVE WS-TS-SALDO-60(WS-IDX) TO WS-LR-60.
               MOVE WS-TS-SALDO-90(WS-IDX) TO WS-LR-90.
               MOVE WS-TS-SALDO-BAJO(WS-IDX) TO WS-LR-BAJO.
               MOVE WS-TS-FECHA-BAJO(WS-IDX) TO WS-LR-FECHA.
               MOVE WS-TS-AVISO(WS-IDX) TO WS-LR-AVISO.
               MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
               WRITE REPORT-LINE.

      * El detalle da una linea por dia habil del horizonte, que es
      * cuando el saldo puede moverse.
           IMPRIMIR-DETALLE-CUENTAS.
               MOVE "DETALLE DIARIO POR CUENTA" TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM IMPRIMIR-DETALLE-CUENTA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SALDOS-USADOS.

           IMPRIMIR-DETALLE-CUENTA.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-TS-SALDO-HOY(WS-IDX) TO WS-ED-IMPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Cuenta " DELIMITED BY SIZE
                   WS-TS-CUENTA(WS-IDX) DELIMITED BY SIZE
                   "  Saldo actual: " DELIMITED BY SIZE
                   WS-ED-IMPORTE DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-TS-MINIMO(WS-IDX) > ZERO
                   MOVE WS-TS-MINIMO(WS-IDX) TO WS-ED-IMPORTE
                   MOVE SPACES TO REPORT-LINE
                   STRING "  Saldo minimo de tesoreria: "
                       DELIMITED BY SIZE
                       WS-ED-IMPORTE DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               STRING "  Fecha         Movimiento   Saldo previsto"
                   DELIMITED BY SIZE
                   "  Aviso" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-TS-SALDO-HOY(WS-IDX) TO WS-SALDO-CORRIENTE.
               PERFORM IMPRIMIR-DIA-CUENTA
                   VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-MAX-DIAS.

           IMPRIMIR-DIA-CUENTA.
               ADD WS-TS-MOVIMIENTO(WS-IDX, WS-DIA-IDX)
                   TO WS-SALDO-CORRIENTE.
               IF WS-TD-HABIL(WS-DIA-IDX) = "S"
                   PERFORM VIGILAR-SALDO
                   MOVE SPACES TO WS-LINEA-DIA
                   MOVE WS-TD-FECHA(WS-DIA-IDX) TO WS-LD-FECHA
                   MOVE WS-TS-MOVIMIENTO(WS-IDX, WS-DIA-IDX)
                       TO WS-LD-MOVIMIENTO
                   MOVE WS-SALDO-CORRIENTE TO WS-LD-SALDO
                   MOVE WS-AVISO-DIA TO WS-LD-AVISO
                   MOVE WS-LINEA-DIA TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

      * Entradas y salidas por departamento: cada partida suma en la
      * cuenta de la operacion y resta en la contrapartida, asi que
      * se dan por cuenta dentro de cada departamento.
           IMPRIMIR-DEPARTAMENTOS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "ENTRADAS Y SALIDAS PREVISTAS POR DEPARTAMENTO"
                   TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Depto Cuenta              Entradas"
                   DELIMITED BY SIZE
                   "          Salidas             Neto"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-DEP-USADOS = ZERO
                   MOVE "(ninguna partida proyectada)" TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM IMPRIMIR-DEPARTAMENTO
                       VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-DEP-USADOS
               END-IF.

           IMPRIMIR-DEPARTAMENTO.
               MOVE ZERO TO WS-TOT-ENTRADAS.
               MOVE ZERO TO WS-TOT-SALIDAS.
               PERFORM IMPRIMIR-DEPTO-CUENTA
                   VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-USADAS.
               COMPUTE WS-TOT-NETO = WS-TOT-ENTRADAS + WS-TOT-SALIDAS.
               MOVE SPACES TO WS-LINEA-DEPTO.
               MOVE WS-TDP-DEPTO(WS-DEP-IDX) TO WS-LDP-DEPTO.
               MOVE "TOTAL" TO WS-LDP-CUENTA.
               MOVE WS-TOT-ENTRADAS TO WS-LDP-ENTRADAS.
               MOVE WS-TOT-SALIDAS TO WS-LDP-SALIDAS.
               MOVE WS-TOT-NETO TO WS-LDP-NETO.
               MOVE WS-LINEA-DEPTO TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-TDP-PARTIDAS(WS-DEP-IDX) TO WS-ED-CONTADOR.
               MOVE SPACES TO REPORT-LINE.
               STRING "      Partidas del departamento: "
                   DELIMITED BY SIZE
                   WS-ED-CONTADOR DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           IMPRIMIR-DEPTO-CUENTA.
               IF WS-TDC-DEPTO(WS-DC-IDX) = WS-TDP-DEPTO(WS-DEP-IDX)
                   MOVE SPACES TO WS-LINEA-DEPTO
                   MOVE WS-TDC-DEPTO(WS-DC-IDX) TO WS-LDP-DEPTO
                   MOVE WS-TDC-CUENTA(WS-DC-IDX) TO WS-LDP-CUENTA
                   MOVE WS-TDC-ENTRADAS(WS-DC-IDX) TO WS-LDP-ENTRADAS
                   MOVE WS-TDC-SALIDAS(WS-DC-IDX) TO WS-LDP-SALIDAS
                   COMPUTE WS-TOT-NETO = WS-TDC-ENTRADAS(WS-DC-IDX)
                       + WS-TDC-SALIDAS(WS-DC-IDX)
                   MOVE WS-TOT-NETO TO WS-LDP-NETO
                   MOVE WS-LINEA-DEPTO TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD WS-TDC-ENTRADAS(WS-DC-IDX) TO WS-TOT-ENTRADAS
                   ADD WS-TDC-SALIDAS(WS-DC-IDX) TO WS-TOT-SALIDAS
               END-IF.

           IMPRIMIR-EXCLUSIONES.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "PARTIDAS NO PROYECTADAS" TO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-EXC-USADAS = ZERO
                   MOVE "(ninguna)" TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "Origen    Orden/Id  Oper.  Mot."
                       DELIMITED BY SIZE
                       "   Desde       Veces" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM IMPRIMIR-EXCLUSION
                       VARYING WS-EXC-IDX FROM 1 BY 1
                       UNTIL WS-EXC-IDX > WS-EXC-USADAS
                   MOVE SPACES TO REPORT-LINE
                   STRING "Motivos: OPE operacion desconocida, NEG"
                       DELIMITED BY SIZE
                       " resta negativa, DIV division por cero,"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "         TAM importe excesivo, MON moneda"
                       DELIMITED BY SIZE
                       " sin tasa vigente, FRE frecuencia desconocida"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Orden/Id: numero de linea en ORDENES o ALM-ID"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           IMPRIMIR-EXCLUSION.
               MOVE SPACES TO WS-LINEA-EXCLUSION.
               IF WS-TX-ORIGEN(WS-EXC-IDX) = "O"
                   MOVE "ORDENES" TO WS-LX-ORIGEN
               ELSE
                   MOVE "ALMACEN" TO WS-LX-ORIGEN
               END-IF.
               MOVE WS-TX-ID(WS-EXC-IDX) TO WS-LX-ID.
               MOVE WS-TX-OPERACION(WS-EXC-IDX) TO WS-LX-OPERACION.
               MOVE WS-TX-MOTIVO(WS-EXC-IDX) TO WS-LX-MOTIVO.
               MOVE WS-TX-FECHA(WS-EXC-IDX) TO WS-LX-FECHA.
               MOVE WS-TX-VECES(WS-EXC-IDX) TO WS-LX-VECES.
               MOVE WS-LINEA-EXCLUSION TO REPORT-LINE.
               WRITE REPORT-LINE.

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

       END PROGRAM Operaciones_Basicas_Proyecta.
