      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Devengo diario de intereses y comisiones por cuenta   *
      * Tectonics: cobc                                                *
      ******************************************************************
      * Los intereses y la comision por saldo minimo se calculaban a  *
      * mano en una hoja de calculo sobre SALDOSREP y se tecleaban en *
      * el modo interactivo como operaciones de porcentaje. Este      *
      * programa los devenga dia a dia para cada cuenta de la tabla   *
      * TASASINT (ver TASAREC.cpy) sobre el saldo de cierre: la foto  *
      * de SALDOHIST de cada dia y, para la fecha de negocio sin foto *
      * todavia, el saldo del maestro SALDOS. Los dias sin foto       *
      * (fines de semana, festivos) devengan con el ultimo saldo      *
      * conocido. Lo devengado se acumula en DEVENGOS (ver            *
      * DEVREC.cpy), que recuerda el ultimo dia devengado de cada     *
      * cuenta: relanzar la misma fecha no devenga dos veces y una    *
      * fecha posterior recupera los dias que falten.                 *
      *                                                               *
      * Cuando termina el periodo de liquidacion de una cuenta (fin   *
      * de mes, trimestre o anio natural segun TASA-FRECUENCIA) lo    *
      * acumulado, redondeado a 2 decimales, y la comision si algun   *
      * dia del periodo el saldo quedo bajo el minimo, salen como     *
      * transacciones en el fichero TRANDEV, en el trazado TRANREC    *
      * con cabecera *CAB y cola *FIN igual que el TRANIN de Genera:  *
      * el lote los contabiliza, concilia y transmite como cualquier  *
      * otra partida. Cada importe va con el codigo de operacion de   *
      * la cuenta en TASASINT (TASA-OPERACION, "DV" + sufijo) y con   *
      * TRAN-NUM1 = importe y TRAN-NUM2 = 0, de modo que la cuenta    *
      * del ledger sale de la fila de ese codigo en CTATABLA y no de  *
      * la de las sumas; una cuenta sin codigo (filas anteriores al   *
      * campo) se liquida como suma ("S") con aviso y RC 4. El        *
      * interes lleva el signo del saldo y la comision va en          *
      * negativo. El identificador de lote es "DV" + AAMMDD de la     *
      * fecha de negocio (REGLOTES frena una segunda contabilizacion) *
      * y el departamento el de la variable DEPTO_DEVENGO (por        *
      * omision "DEVG"). Sin liquidaciones TRANDEV no se toca.        *
      *                                                               *
      * Cada pasada deja el informe DEVENGOREP con el saldo, los dias *
      * devengados, el tipo y el importe de cada cuenta y las         *
      * liquidaciones generadas. La fecha de negocio sale de          *
      * FECHA_NEGOCIO o FECHA_ABIERTA (sin ninguna, la del sistema).  *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Devengo.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Devengo de intereses y comisiones sobre SALDOS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT TASAS-FILE ASSIGN TO "TASASINT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-TASAS-STATUS.
                   SELECT DEVENGOS-FILE ASSIGN TO "DEVENGOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-DEVENGOS-STATUS.
                   SELECT SALDOS-FILE ASSIGN TO "SALDOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-SALDOS-STATUS.
                   SELECT FOTO-FILE ASSIGN TO "SALDOHIST"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FOTO-STATUS.
                   SELECT TRANS-OUT-FILE ASSIGN TO "TRANDEV"
                       ORGANIZATION IS SEQUENTIAL
                       FILE STATUS IS WS-TRANDEV-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "DEVENGOREP"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD TASAS-FILE.
           COPY "TASAREC.cpy".

           FD DEVENGOS-FILE.
           COPY "DEVREC.cpy".

           FD SALDOS-FILE.
           COPY "SALDOREC.cpy".

           FD FOTO-FILE.
           COPY "SALDHREC.cpy".

           FD TRANS-OUT-FILE
               RECORDING MODE IS F.
           COPY "TRANREC.cpy".

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-TASAS-STATUS PIC X(2).
               01 WS-DEVENGOS-STATUS PIC X(2).
               01 WS-SALDOS-STATUS PIC X(2).
               01 WS-FOTO-STATUS PIC X(2).
               01 WS-TRANDEV-STATUS PIC X(2).
               01 WS-REPORT-STATUS PIC X(2).
               01 WS-FIN-TASAS PIC X(1) VALUE "N".
                   88 FIN-TASAS VALUE "S".
               01 WS-FIN-DEVENGOS PIC X(1) VALUE "N".
                   88 FIN-DEVENGOS VALUE "S".
               01 WS-FIN-SALDOS PIC X(1) VALUE "N".
                   88 FIN-SALDOS VALUE "S".
               01 WS-FIN-FOTOS PIC X(1) VALUE "N".
                   88 FIN-FOTOS VALUE "S".

               01 WS-ENV-FECHA PIC X(8).
               01 WS-FECHA-NEGOCIO PIC 9(8).
               01 WS-ENV-DEPTO PIC X(4).
               01 WS-DEPTO PIC X(4).
               01 WS-FECHA-HOY PIC 9(8).

      * Condiciones de cada cuenta, tal como vienen de TASASINT.
               01 WS-MAX-TASAS PIC 9(4) COMP VALUE 100.
               01 WS-TASAS-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-TAS-IDX PIC 9(4) COMP.
               01 WS-TAS-BUS PIC 9(4) COMP.
               01 WS-TASA-HALLADA PIC X(1) VALUE "N".
                   88 TASA-HALLADA VALUE "S".
               01 WS-TABLA-TASAS.
                   05 WS-TT-REGISTRO PIC X(49) OCCURS 100 TIMES.

      * Devengo en curso por cuenta: el fichero DEVENGOS entero, mas
      * las filas nuevas de las cuentas que devengan por primera vez.
               01 WS-MAX-DEVENGOS PIC 9(4) COMP VALUE 100.
               01 WS-DEV-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-DEV-IDX PIC 9(4) COMP.
               01 WS-DEV-SEL PIC 9(4) COMP.
               01 WS-DEV-HALLADO PIC X(1) VALUE "N".
                   88 DEV-HALLADO VALUE "S".
               01 WS-TABLA-DEVENGOS.
                   05 WS-TD-REGISTRO PIC X(60) OCCURS 100 TIMES.

      * Saldo de cierre de cada cuenta en el maestro SALDOS.
               01 WS-MAX-SALDOS PIC 9(4) COMP VALUE 100.
               01 WS-SAL-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-SAL-IDX PIC 9(4) COMP.
               01 WS-TABLA-SALDOS.
                   05 WS-TS-ENTRADA OCCURS 100 TIMES.
                       10 WS-TS-CUENTA PIC X(10).
                       10 WS-TS-SALDO PIC S9(11)V99.
               01 WS-SALDO-ACTUAL PIC S9(11)V99.
               01 WS-CUENTA-EN-SALDOS PIC X(1) VALUE "N".
                   88 CUENTA-EN-SALDOS VALUE "S".

      * Fotos de SALDOHIST de las cuentas de TASASINT posteriores al
      * dia devengado mas antiguo: son los unicos dias que esta
      * pasada puede necesitar.
               01 WS-MAX-FOTOS PIC 9(4) COMP VALUE 2000.
               01 WS-FOT-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-FOT-IDX PIC 9(4) COMP.
               01 WS-FOTO-HALLADA PIC X(1) VALUE "N".
                   88 FOTO-HALLADA VALUE "S".
               01 WS-TABLA-FOTOS.
                   05 WS-TF-ENTRADA OCCURS 2000 TIMES.
                       10 WS-TF-FECHA PIC 9(8).
                       10 WS-TF-CUENTA PIC X(10).
                       10 WS-TF-SALDO PIC S9(11)V99.
               01 WS-FECHA-MINIMA PIC 9(8).
               01 WS-CUENTA-BUSCADA PIC X(10).

      * Liquidaciones del periodo, que saldran en TRANDEV.
               01 WS-MAX-APUNTES PIC 9(4) COMP VALUE 200.
               01 WS-APU-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-APU-IDX PIC 9(4) COMP.
               01 WS-TABLA-APUNTES.
                   05 WS-TA-ENTRADA OCCURS 200 TIMES.
                       10 WS-TA-CUENTA PIC X(10).
                       10 WS-TA-TIPO PIC X(1).
                       10 WS-TA-OPERACION PIC X(5).
                       10 WS-TA-FECHA PIC 9(8).
                       10 WS-TA-IMPORTE PIC S9(7)V99.

      * Calculo del dia.
               01 WS-DIA-ENTERO PIC 9(7).
               01 WS-DIA-DESDE PIC 9(7).
               01 WS-DIA-HASTA PIC 9(7).
               01 WS-FECHA-DIA PIC 9(8).
               01 WS-FECHA-DIA-DESGLOSE REDEFINES WS-FECHA-DIA.
                   05 WS-FD-ANIO PIC 9(4).
                   05 WS-FD-MES PIC 9(2).
                   05 WS-FD-DIA PIC 9(2).
               01 WS-FECHA-SIGUIENTE PIC 9(8).
               01 WS-FECHA-PRUEBA PIC 9(8).
               01 WS-SALDO-DIA PIC S9(11)V99.
               01 WS-DIAS-BASE PIC 9(3).
               01 WS-INTERES-DIA PIC S9(9)V9(6).
               01 WS-IMPORTE-LIQUIDADO PIC S9(9)V99.
               01 WS-TIPO-APUNTE PIC X(1).
               01 WS-FIN-PERIODO PIC X(1) VALUE "N".
                   88 FIN-PERIODO VALUE "S".

      * Resultado de la cuenta en esta pasada, para el informe.
               01 WS-DEVENGADO-PASADA PIC S9(9)V9(6).
               01 WS-DIAS-PASADA PIC 9(5).
               01 WS-MARCA PIC X(12).

               01 WS-LOTE-ID PIC X(8).
               01 WS-FECHA-AAMMDD PIC 9(6).
               01 WS-CONT-DEVENGADAS PIC 9(5) VALUE ZERO.
               01 WS-CONT-EMITIDAS PIC 9(7) VALUE ZERO.
               01 WS-HASH-CALCULADO PIC 9(11)V99 VALUE ZERO.
               01 WS-TOTAL-DEVENGADO PIC S9(11)V9(6) VALUE ZERO.
               01 WS-TOTAL-LIQUIDADO PIC S9(11)V99 VALUE ZERO.
               01 WS-CONT-SIN-CODIGO PIC 9(5) VALUE ZERO.

               01 WS-LINEA-CUENTA.
                   05 WS-LC-CUENTA PIC X(10).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 WS-LC-SALDO PIC -(11)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-DIAS PIC ZZ9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-TASA PIC ZZ9.9999.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-BASE PIC X(3).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-DEVENGADO PIC -(7)9.9999.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-ACUMULADO PIC -(7)9.9999.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-MARCA PIC X(12).

               01 WS-LINEA-APUNTE.
                   05 WS-LA-CUENTA PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LA-CONCEPTO PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LA-OPERACION PIC X(5).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LA-FECHA PIC 9(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LA-IMPORTE PIC -(7)9.99.

               01 WS-ED-IMPORTE PIC -(11)9.99.
               01 WS-ED-DEVENGADO PIC -(11)9.9999.

       PROCEDURE DIVISION.
           INICIO-DEVENGO.
               PERFORM DETERMINAR-FECHA-NEGOCIO.
               PERFORM DETERMINAR-DEPARTAMENTO.
               PERFORM CARGAR-TASAS.
               PERFORM CARGAR-DEVENGOS.
               PERFORM CARGAR-SALDOS.
               PERFORM CALCULAR-FECHA-MINIMA.
               PERFORM CARGAR-FOTOS.
               PERFORM PREPARAR-LOTE-ID.
               OPEN OUTPUT REPORT-FILE.
               PERFORM IMPRIMIR-CABECERA.
               IF WS-TASAS-USADAS > ZERO
                   PERFORM DEVENGAR-CUENTA
                       VARYING WS-TAS-IDX FROM 1 BY 1
                       UNTIL WS-TAS-IDX > WS-TASAS-USADAS
               ELSE
                   MOVE "(sin cuentas en TASASINT)" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               PERFORM IMPRIMIR-TOTALES.
               PERFORM IMPRIMIR-SECCION-APUNTES.
               CLOSE REPORT-FILE.
               IF WS-APU-USADOS > ZERO
                   PERFORM GENERAR-LOTE-DEVENGO
               END-IF.
               PERFORM GRABAR-DEVENGOS.
               DISPLAY "Devengo para la fecha " WS-FECHA-NEGOCIO.
               DISPLAY "Cuentas devengadas: " WS-CONT-DEVENGADAS.
               MOVE WS-TOTAL-DEVENGADO TO WS-ED-DEVENGADO.
               DISPLAY "Interes devengado en la pasada: "
                   WS-ED-DEVENGADO.
               IF WS-APU-USADOS > ZERO
                   DISPLAY "Liquidaciones en TRANDEV: " WS-CONT-EMITIDAS
                       " (lote " WS-LOTE-ID ")"
               ELSE
                   DISPLAY "Sin liquidaciones; TRANDEV no se genera"
               END-IF.
               STOP RUN.

      * FECHA_NEGOCIO manda; sin ella se honra FECHA_ABIERTA, la
      * misma variable con la que Saldos fecha sus fotos.
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

           DETERMINAR-DEPARTAMENTO.
               MOVE SPACES TO WS-ENV-DEPTO.
               ACCEPT WS-ENV-DEPTO FROM ENVIRONMENT "DEPTO_DEVENGO".
               IF WS-ENV-DEPTO = SPACES
                   MOVE "DEVG" TO WS-DEPTO
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-ENV-DEPTO) TO WS-DEPTO
               END-IF.

      * Sin TASASINT no hay nada que devengar: la pasada deja el
      * informe vacio y termina bien, para no frenar la ventana.
           CARGAR-TASAS.
               MOVE ZERO TO WS-TASAS-USADAS.
               MOVE "N" TO WS-FIN-TASAS.
               OPEN INPUT TASAS-FILE.
               IF WS-TASAS-STATUS = "00"
                   PERFORM LEER-TASA UNTIL FIN-TASAS
                   CLOSE TASAS-FILE
               ELSE
                   DISPLAY "Aviso: sin TASASINT; ninguna cuenta"
                       " devenga (alta con Operaciones_Basicas_Tasas)"
               END-IF.

           LEER-TASA.
               READ TASAS-FILE
                   AT END
                       MOVE "S" TO WS-FIN-TASAS
                   NOT AT END
                       PERFORM GUARDAR-TASA
               END-READ.

           GUARDAR-TASA.
               IF WS-TASAS-USADAS >= WS-MAX-TASAS
                   DISPLAY "TASASINT con mas de " WS-MAX-TASAS
                       " filas; ampliar la tabla"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-TASAS-USADAS.
               MOVE TASA-RECORD TO WS-TT-REGISTRO(WS-TASAS-USADAS).

           CARGAR-DEVENGOS.
               MOVE ZERO TO WS-DEV-USADOS.
               MOVE "N" TO WS-FIN-DEVENGOS.
               OPEN INPUT DEVENGOS-FILE.
               IF WS-DEVENGOS-STATUS = "00"
                   PERFORM LEER-DEVENGO UNTIL FIN-DEVENGOS
                   CLOSE DEVENGOS-FILE
               END-IF.

           LEER-DEVENGO.
               READ DEVENGOS-FILE
                   AT END
                       MOVE "S" TO WS-FIN-DEVENGOS
                   NOT AT END
                       PERFORM COMPROBAR-HUECO-DEVENGOS
                       ADD 1 TO WS-DEV-USADOS
                       MOVE DEV-RECORD
                           TO WS-TD-REGISTRO(WS-DEV-USADOS)
               END-READ.

           COMPROBAR-HUECO-DEVENGOS.
               IF WS-DEV-USADOS >= WS-MAX-DEVENGOS
                   DISPLAY "DEVENGOS con mas de " WS-MAX-DEVENGOS
                       " filas; ampliar la tabla"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * El maestro SALDOS lo deja Saldos antes del devengo; sin el
      * no hay saldo de cierre sobre el que calcular.
           CARGAR-SALDOS.
               IF WS-TASAS-USADAS > ZERO
                   MOVE "N" TO WS-FIN-SALDOS
                   OPEN INPUT SALDOS-FILE
                   IF WS-SALDOS-STATUS NOT = "00"
                       DISPLAY "No se puede abrir SALDOS (estado "
                           WS-SALDOS-STATUS ")"
                       DISPLAY "Ejecute Operaciones_Basicas_Saldos"
                           " antes del devengo"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM LEER-SALDO UNTIL FIN-SALDOS
                   CLOSE SALDOS-FILE
               END-IF.

           LEER-SALDO.
               READ SALDOS-FILE
                   AT END
                       MOVE "S" TO WS-FIN-SALDOS
                   NOT AT END
                       IF NOT SALDO-ES-CONTROL
                           PERFORM GUARDAR-SALDO
                       END-IF
               END-READ.

           GUARDAR-SALDO.
               IF WS-SAL-USADOS >= WS-MAX-SALDOS
                   DISPLAY "Mas de " WS-MAX-SALDOS " cuentas en"
                       " SALDOS: ampliar la tabla"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-SAL-USADOS.
               MOVE SALDO-CUENTA TO WS-TS-CUENTA(WS-SAL-USADOS).
               COMPUTE WS-TS-SALDO(WS-SAL-USADOS) = SALDO-APERTURA
                   + SALDO-ABONOS - SALDO-CARGOS.

      * CALCULAR-FECHA-MINIMA deja en WS-FECHA-MINIMA el dia ya
      * devengado mas antiguo (o la vispera de la fecha de negocio
      * si todas estan al dia): las fotos anteriores no hacen falta.
           CALCULAR-FECHA-MINIMA.
               COMPUTE WS-FECHA-MINIMA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO) - 1).
               IF WS-DEV-USADOS > ZERO
                   PERFORM COMPARAR-FECHA-MINIMA
                       VARYING WS-DEV-IDX FROM 1 BY 1
                       UNTIL WS-DEV-IDX > WS-DEV-USADOS
               END-IF.

           COMPARAR-FECHA-MINIMA.
               MOVE WS-TD-REGISTRO(WS-DEV-IDX) TO DEV-RECORD.
               IF DEV-FECHA-ULT < WS-FECHA-MINIMA
                   MOVE DEV-FECHA-ULT TO WS-FECHA-MINIMA
               END-IF.

           CARGAR-FOTOS.
               IF WS-TASAS-USADAS > ZERO
                   MOVE "N" TO WS-FIN-FOTOS
                   OPEN INPUT FOTO-FILE
                   IF WS-FOTO-STATUS = "00"
                       PERFORM LEER-FOTO UNTIL FIN-FOTOS
                       CLOSE FOTO-FILE
                   ELSE
                       DISPLAY "Aviso: sin SALDOHIST; los dias"
                           " pendientes devengan con el ultimo saldo"
                           " conocido"
                   END-IF
               END-IF.

           LEER-FOTO.
               READ FOTO-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FOTOS
                   NOT AT END
                       IF SALH-FECHA > WS-FECHA-MINIMA
                           AND SALH-FECHA NOT > WS-FECHA-NEGOCIO
                           MOVE SALH-CUENTA TO WS-CUENTA-BUSCADA
                           PERFORM BUSCAR-TASA-CUENTA
                           IF TASA-HALLADA
                               PERFORM GUARDAR-FOTO
                           END-IF
                       END-IF
               END-READ.

           GUARDAR-FOTO.
               IF WS-FOT-USADAS >= WS-MAX-FOTOS
                   DISPLAY "Mas de " WS-MAX-FOTOS " fotos pendientes"
                       " en SALDOHIST: ampliar la tabla"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-FOT-USADAS.
               MOVE SALH-FECHA TO WS-TF-FECHA(WS-FOT-USADAS).
               MOVE SALH-CUENTA TO WS-TF-CUENTA(WS-FOT-USADAS).
               MOVE SALH-SALDO TO WS-TF-SALDO(WS-FOT-USADAS).

           BUSCAR-TASA-CUENTA.
               MOVE "N" TO WS-TASA-HALLADA.
               IF WS-TASAS-USADAS > ZERO
                   PERFORM COMPARAR-TASA-CUENTA
                       VARYING WS-TAS-BUS FROM 1 BY 1
                       UNTIL WS-TAS-BUS > WS-TASAS-USADAS
                       OR TASA-HALLADA
               END-IF.

           COMPARAR-TASA-CUENTA.
               IF WS-TT-REGISTRO(WS-TAS-BUS)(1:10) = WS-CUENTA-BUSCADA
                   MOVE "S" TO WS-TASA-HALLADA
               END-IF.

      * El identificador de lote se deriva de la fecha de negocio
      * ("DV" + AAMMDD), como el "OR" de Genera: un TRANDEV pasado
      * dos veces por el lote lo frena el registro REGLOTES.
           PREPARAR-LOTE-ID.
               COMPUTE WS-FECHA-AAMMDD =
                   FUNCTION MOD(WS-FECHA-NEGOCIO, 1000000).
               MOVE SPACES TO WS-LOTE-ID.
               STRING "DV" DELIMITED BY SIZE
                   WS-FECHA-AAMMDD DELIMITED BY SIZE
                   INTO WS-LOTE-ID.

      * DEVENGAR-CUENTA devenga una cuenta de TASASINT desde el dia
      * siguiente al ultimo devengado hasta la fecha de negocio. Una
      * cuenta que devenga por primera vez empieza en la fecha de
      * negocio; una que aun no figura en SALDOS no devenga.
           DEVENGAR-CUENTA.
               MOVE WS-TT-REGISTRO(WS-TAS-IDX) TO TASA-RECORD.
               MOVE ZERO TO WS-DEVENGADO-PASADA.
               MOVE ZERO TO WS-DIAS-PASADA.
               MOVE SPACES TO WS-MARCA.
               PERFORM BUSCAR-SALDO-ACTUAL.
               PERFORM BUSCAR-DEVENGO.
               IF NOT DEV-HALLADO AND NOT CUENTA-EN-SALDOS
                   MOVE "SIN SALDO" TO WS-MARCA
                   MOVE SPACES TO DEV-RECORD
                   MOVE ZERO TO DEV-ACUMULADO
               ELSE
                   IF NOT DEV-HALLADO
                       PERFORM ALTA-DEVENGO
                   END-IF
                   MOVE WS-TD-REGISTRO(WS-DEV-SEL) TO DEV-RECORD
                   IF DEV-FECHA-ULT NOT < WS-FECHA-NEGOCIO
                       MOVE "YA DEVENGADA" TO WS-MARCA
                   ELSE
                       MOVE DEV-SALDO-ULT TO WS-SALDO-DIA
                       COMPUTE WS-DIA-DESDE =
                           FUNCTION INTEGER-OF-DATE(DEV-FECHA-ULT) + 1
                       COMPUTE WS-DIA-HASTA =
                           FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
                       PERFORM DEVENGAR-DIA
                           VARYING WS-DIA-ENTERO FROM WS-DIA-DESDE
                           BY 1 UNTIL WS-DIA-ENTERO > WS-DIA-HASTA
                       ADD 1 TO WS-CONT-DEVENGADAS
                       ADD WS-DEVENGADO-PASADA TO WS-TOTAL-DEVENGADO
                       IF (WS-MARCA = SPACES OR WS-MARCA = "ALTA")
                           AND DEV-HUBO-BAJO-MINIMO
                           MOVE "BAJO MINIMO" TO WS-MARCA
                       END-IF
                   END-IF
                   MOVE DEV-RECORD TO WS-TD-REGISTRO(WS-DEV-SEL)
               END-IF.
               PERFORM IMPRIMIR-LINEA-CUENTA.

           BUSCAR-SALDO-ACTUAL.
               MOVE "N" TO WS-CUENTA-EN-SALDOS.
               MOVE ZERO TO WS-SALDO-ACTUAL.
               IF WS-SAL-USADOS > ZERO
                   PERFORM COMPARAR-SALDO-CUENTA
                       VARYING WS-SAL-IDX FROM 1 BY 1
                       UNTIL WS-SAL-IDX > WS-SAL-USADOS
                       OR CUENTA-EN-SALDOS
               END-IF.

           COMPARAR-SALDO-CUENTA.
               IF WS-TS-CUENTA(WS-SAL-IDX) = TASA-CUENTA
                   MOVE "S" TO WS-CUENTA-EN-SALDOS
                   MOVE WS-TS-SALDO(WS-SAL-IDX) TO WS-SALDO-ACTUAL
               END-IF.

      * BUSCAR-DEVENGO guarda el indice del acierto en WS-DEV-SEL: el
      * PERFORM VARYING deja WS-DEV-IDX una posicion mas alla.
           BUSCAR-DEVENGO.
               MOVE "N" TO WS-DEV-HALLADO.
               IF WS-DEV-USADOS > ZERO
                   PERFORM COMPARAR-DEVENGO
                       VARYING WS-DEV-IDX FROM 1 BY 1
                       UNTIL WS-DEV-IDX > WS-DEV-USADOS
                       OR DEV-HALLADO
               END-IF.

           COMPARAR-DEVENGO.
               IF WS-TD-REGISTRO(WS-DEV-IDX)(1:10) = TASA-CUENTA
                   MOVE "S" TO WS-DEV-HALLADO
                   MOVE WS-DEV-IDX TO WS-DEV-SEL
               END-IF.

      * La fila nueva queda como devengada hasta la vispera con el
      * saldo actual, de modo que la pasada devenga solo hoy.
           ALTA-DEVENGO.
               PERFORM COMPROBAR-HUECO-DEVENGOS.
               ADD 1 TO WS-DEV-USADOS.
               MOVE WS-DEV-USADOS TO WS-DEV-SEL.
               MOVE SPACES TO DEV-RECORD.
               MOVE TASA-CUENTA TO DEV-CUENTA.
               MOVE WS-FECHA-NEGOCIO TO DEV-PERIODO-DESDE.
               COMPUTE DEV-FECHA-ULT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO) - 1).
               MOVE ZERO TO DEV-DIAS.
               MOVE ZERO TO DEV-ACUMULADO.
               MOVE "N" TO DEV-BAJO-MINIMO.
               MOVE WS-SALDO-ACTUAL TO DEV-SALDO-ULT.
               MOVE DEV-RECORD TO WS-TD-REGISTRO(WS-DEV-SEL).
               MOVE "ALTA" TO WS-MARCA.

      * DEVENGAR-DIA devenga un dia natural sobre su saldo de cierre:
      * la foto de SALDOHIST de ese dia; sin ella, para la fecha de
      * negocio el saldo de SALDOS y para cualquier otro dia el saldo
      * del dia anterior. Interes del dia = saldo x tipo / 100 / base.
           DEVENGAR-DIA.
               COMPUTE WS-FECHA-DIA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
               PERFORM BUSCAR-FOTO-DIA.
               IF NOT FOTO-HALLADA
                   AND WS-FECHA-DIA = WS-FECHA-NEGOCIO
                   AND CUENTA-EN-SALDOS
                   MOVE WS-SALDO-ACTUAL TO WS-SALDO-DIA
               END-IF.
               PERFORM CALCULAR-BASE-DIAS.
               COMPUTE WS-INTERES-DIA ROUNDED =
                   WS-SALDO-DIA * TASA-ANUAL / 100 / WS-DIAS-BASE.
               ADD WS-INTERES-DIA TO DEV-ACUMULADO.
               ADD WS-INTERES-DIA TO WS-DEVENGADO-PASADA.
               ADD 1 TO DEV-DIAS.
               ADD 1 TO WS-DIAS-PASADA.
               IF TASA-COMISION > ZERO
                   AND WS-SALDO-DIA < TASA-SALDO-MINIMO
                   MOVE "S" TO DEV-BAJO-MINIMO
               END-IF.
               MOVE WS-FECHA-DIA TO DEV-FECHA-ULT.
               MOVE WS-SALDO-DIA TO DEV-SALDO-ULT.
               PERFORM COMPROBAR-FIN-PERIODO.
               IF FIN-PERIODO
                   PERFORM LIQUIDAR-PERIODO
               END-IF.

           BUSCAR-FOTO-DIA.
               MOVE "N" TO WS-FOTO-HALLADA.
               IF WS-FOT-USADAS > ZERO
                   PERFORM COMPARAR-FOTO-DIA
                       VARYING WS-FOT-IDX FROM 1 BY 1
                       UNTIL WS-FOT-IDX > WS-FOT-USADAS
                       OR FOTO-HALLADA
               END-IF.

           COMPARAR-FOTO-DIA.
               IF WS-TF-FECHA(WS-FOT-IDX) = WS-FECHA-DIA
                   AND WS-TF-CUENTA(WS-FOT-IDX) = TASA-CUENTA
                   MOVE "S" TO WS-FOTO-HALLADA
                   MOVE WS-TF-SALDO(WS-FOT-IDX) TO WS-SALDO-DIA
               END-IF.

      * Base "ACT": 366 dias si el anio del dia tiene 29 de febrero.
      * Una base que no sea 360 ni ACT se toma como 365.
           CALCULAR-BASE-DIAS.
               IF TASA-BASE-360
                   MOVE 360 TO WS-DIAS-BASE
               ELSE
                   MOVE 365 TO WS-DIAS-BASE
                   IF TASA-BASE-REAL
                       COMPUTE WS-FECHA-PRUEBA =
                           WS-FD-ANIO * 10000 + 229
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-PRUEBA)
                           = 0
                           MOVE 366 TO WS-DIAS-BASE
                       END-IF
                   END-IF
               END-IF.

      * El periodo termina el ultimo dia del mes (mensual), de marzo,
      * junio, septiembre y diciembre (trimestral) o de diciembre
      * (anual). Una frecuencia desconocida liquida cada mes.
           COMPROBAR-FIN-PERIODO.
               MOVE "N" TO WS-FIN-PERIODO.
               COMPUTE WS-FECHA-SIGUIENTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO + 1).
               IF FUNCTION MOD(WS-FECHA-SIGUIENTE, 100) = 1
                   IF TASA-ES-TRIMESTRAL
                       IF FUNCTION MOD(WS-FD-MES, 3) = ZERO
                           MOVE "S" TO WS-FIN-PERIODO
                       END-IF
                   ELSE
                       IF TASA-ES-ANUAL
                           IF WS-FD-MES = 12
                               MOVE "S" TO WS-FIN-PERIODO
                           END-IF
                       ELSE
                           MOVE "S" TO WS-FIN-PERIODO
                       END-IF
                   END-IF
               END-IF.

      * LIQUIDAR-PERIODO pasa a la tabla de apuntes el interes del
      * periodo redondeado y, si procede, la comision, y abre el
      * periodo siguiente. Un importe que no cabe en TRAN-NUM1 no se
      * liquida: se avisa, queda acumulado y hay que contabilizarlo
      * a mano.
           LIQUIDAR-PERIODO.
               COMPUTE WS-IMPORTE-LIQUIDADO ROUNDED = DEV-ACUMULADO.
               IF FUNCTION ABS(WS-IMPORTE-LIQUIDADO) > 9999999.99
                   MOVE WS-IMPORTE-LIQUIDADO TO WS-ED-IMPORTE
                   DISPLAY "Aviso: interes de " TASA-CUENTA " ("
                       WS-ED-IMPORTE ") excede TRAN-NUM1; queda"
                       " acumulado"
                   MOVE 4 TO RETURN-CODE
                   MOVE "EXCEDE" TO WS-MARCA
               ELSE
                   IF WS-IMPORTE-LIQUIDADO NOT = ZERO
                       MOVE "I" TO WS-TIPO-APUNTE
                       PERFORM ANOTAR-APUNTE
                   END-IF
                   IF DEV-HUBO-BAJO-MINIMO
                       COMPUTE WS-IMPORTE-LIQUIDADO =
                           ZERO - TASA-COMISION
                       MOVE "C" TO WS-TIPO-APUNTE
                       PERFORM ANOTAR-APUNTE
                   END-IF
                   MOVE ZERO TO DEV-ACUMULADO
                   MOVE ZERO TO DEV-DIAS
                   MOVE "N" TO DEV-BAJO-MINIMO
                   MOVE WS-FECHA-SIGUIENTE TO DEV-PERIODO-DESDE
                   MOVE "LIQUIDADA" TO WS-MARCA
               END-IF.

           ANOTAR-APUNTE.
               IF WS-APU-USADOS >= WS-MAX-APUNTES
                   DISPLAY "Mas de " WS-MAX-APUNTES " liquidaciones"
                       " en una pasada: ampliar la tabla"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-APU-USADOS.
               MOVE TASA-CUENTA TO WS-TA-CUENTA(WS-APU-USADOS).
               MOVE WS-TIPO-APUNTE TO WS-TA-TIPO(WS-APU-USADOS).
               MOVE WS-FECHA-DIA TO WS-TA-FECHA(WS-APU-USADOS).
               IF TASA-OPERACION = SPACES
                   MOVE "S" TO WS-TA-OPERACION(WS-APU-USADOS)
                   ADD 1 TO WS-CONT-SIN-CODIGO
                   DISPLAY "Aviso: " TASA-CUENTA " sin codigo de"
                       " operacion en TASASINT; se liquida como suma"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE FUNCTION UPPER-CASE(TASA-OPERACION)
                       TO WS-TA-OPERACION(WS-APU-USADOS)
               END-IF.
               MOVE WS-IMPORTE-LIQUIDADO
                   TO WS-TA-IMPORTE(WS-APU-USADOS).
               ADD WS-IMPORTE-LIQUIDADO TO WS-TOTAL-LIQUIDADO.

      * GENERAR-LOTE-DEVENGO escribe TRANDEV con el mismo trazado y
      * controles que el TRANIN de Genera. Se escribe antes de
      * regrabar DEVENGOS: si no se puede crear, el devengo no se da
      * por hecho y la siguiente pasada lo repite entero.
           GENERAR-LOTE-DEVENGO.
               OPEN OUTPUT TRANS-OUT-FILE.
               IF WS-TRANDEV-STATUS NOT = "00"
                   DISPLAY "No se puede crear TRANDEV (estado "
                       WS-TRANDEV-STATUS "); DEVENGOS no se actualiza"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO TRAN-CABECERA.
               MOVE "*CAB" TO TCAB-MARCA.
               MOVE WS-LOTE-ID TO TCAB-LOTE-ID.
               MOVE WS-FECHA-NEGOCIO TO TCAB-FECHA.
               MOVE WS-DEPTO TO TCAB-DEPTO.
               WRITE TRAN-CABECERA.
               PERFORM EMITIR-APUNTE
                   VARYING WS-APU-IDX FROM 1 BY 1
                   UNTIL WS-APU-IDX > WS-APU-USADOS.
               MOVE SPACES TO TRAN-COLA.
               MOVE "*FIN" TO TCOL-MARCA.
               MOVE WS-CONT-EMITIDAS TO TCOL-CONTADOR.
               MOVE WS-HASH-CALCULADO TO TCOL-HASH.
               WRITE TRAN-COLA.
               CLOSE TRANS-OUT-FILE.

           EMITIR-APUNTE.
               MOVE SPACES TO TRAN-RECORD.
               MOVE WS-TA-OPERACION(WS-APU-IDX) TO TRAN-OPERACION.
               MOVE WS-TA-IMPORTE(WS-APU-IDX) TO TRAN-NUM1.
               MOVE ZERO TO TRAN-NUM2.
               WRITE TRAN-RECORD.
               ADD 1 TO WS-CONT-EMITIDAS.
               COMPUTE WS-HASH-CALCULADO = WS-HASH-CALCULADO
                   + FUNCTION ABS(WS-TA-IMPORTE(WS-APU-IDX)).

           GRABAR-DEVENGOS.
               IF WS-DEV-USADOS > ZERO
                   OPEN OUTPUT DEVENGOS-FILE
                   PERFORM GRABAR-FILA-DEVENGO
                       VARYING WS-DEV-IDX FROM 1 BY 1
                       UNTIL WS-DEV-IDX > WS-DEV-USADOS
                   CLOSE DEVENGOS-FILE
               END-IF.

           GRABAR-FILA-DEVENGO.
               MOVE WS-TD-REGISTRO(WS-DEV-IDX) TO DEV-RECORD.
               WRITE DEV-RECORD.

           IMPRIMIR-CABECERA.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE SPACES TO REPORT-LINE.
               STRING "Operaciones_Basicas - Devengo de intereses"
                   DELIMITED BY SIZE
                   " y comisiones" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Fecha de devengo: " DELIMITED BY SIZE
                   WS-FECHA-NEGOCIO DELIMITED BY SIZE
                   "   Fecha del informe: " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "Devengo por cuenta" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Cuenta        Saldo cierre Dias    Tipo %  Base"
                   DELIMITED BY SIZE
                   "     Devengado      Acumulado  Observ."
                   DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

      * Por cuenta: saldo de cierre en SALDOS, dias devengados en la
      * pasada, condiciones, interes de la pasada y lo acumulado en
      * el periodo abierto (cero tras una liquidacion).
           IMPRIMIR-LINEA-CUENTA.
               MOVE SPACES TO WS-LINEA-CUENTA.
               MOVE TASA-CUENTA TO WS-LC-CUENTA.
               MOVE WS-SALDO-ACTUAL TO WS-LC-SALDO.
               MOVE WS-DIAS-PASADA TO WS-LC-DIAS.
               MOVE TASA-ANUAL TO WS-LC-TASA.
               MOVE TASA-BASE TO WS-LC-BASE.
               MOVE WS-DEVENGADO-PASADA TO WS-LC-DEVENGADO.
               MOVE DEV-ACUMULADO TO WS-LC-ACUMULADO.
               MOVE WS-MARCA TO WS-LC-MARCA.
               MOVE WS-LINEA-CUENTA TO REPORT-LINE.
               WRITE REPORT-LINE.

           IMPRIMIR-TOTALES.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Cuentas devengadas: " DELIMITED BY SIZE
                   WS-CONT-DEVENGADAS DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-TOTAL-DEVENGADO TO WS-ED-DEVENGADO.
               MOVE SPACES TO REPORT-LINE.
               STRING "Interes devengado en la pasada: "
                   DELIMITED BY SIZE
                   WS-ED-DEVENGADO DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           IMPRIMIR-SECCION-APUNTES.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Liquidaciones en TRANDEV (lote "
                   DELIMITED BY SIZE
                   WS-LOTE-ID DELIMITED BY SIZE
                   ", departamento " DELIMITED BY SIZE
                   WS-DEPTO DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "Cuenta      Concepto  Oper.  Fin per.      Importe"
                   TO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-APU-USADOS > ZERO
                   PERFORM IMPRIMIR-LINEA-APUNTE
                       VARYING WS-APU-IDX FROM 1 BY 1
                       UNTIL WS-APU-IDX > WS-APU-USADOS
                   MOVE WS-TOTAL-LIQUIDADO TO WS-ED-IMPORTE
                   MOVE SPACES TO REPORT-LINE
                   STRING "Total liquidado: " DELIMITED BY SIZE
                       WS-ED-IMPORTE DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   IF WS-CONT-SIN-CODIGO > ZERO
                       MOVE SPACES TO REPORT-LINE
                       STRING "Aviso: liquidaciones sin codigo de"
                           DELIMITED BY SIZE
                           " operacion en TASASINT (van como S a la"
                           DELIMITED BY SIZE
                           " cuenta de las sumas): " DELIMITED BY SIZE
                           WS-CONT-SIN-CODIGO DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               ELSE
                   MOVE "(sin liquidaciones; TRANDEV no se genera)"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           IMPRIMIR-LINEA-APUNTE.
               MOVE SPACES TO WS-LINEA-APUNTE.
               MOVE WS-TA-CUENTA(WS-APU-IDX) TO WS-LA-CUENTA.
               IF WS-TA-TIPO(WS-APU-IDX) = "C"
                   MOVE "COMISION" TO WS-LA-CONCEPTO
               ELSE
                   MOVE "INTERES" TO WS-LA-CONCEPTO
               END-IF.
               MOVE WS-TA-OPERACION(WS-APU-IDX) TO WS-LA-OPERACION.
               MOVE WS-TA-FECHA(WS-APU-IDX) TO WS-LA-FECHA.
               MOVE WS-TA-IMPORTE(WS-APU-IDX) TO WS-LA-IMPORTE.
               MOVE WS-LINEA-APUNTE TO REPORT-LINE.
               WRITE REPORT-LINE.

       END PROGRAM Operaciones_Basicas_Devengo.
