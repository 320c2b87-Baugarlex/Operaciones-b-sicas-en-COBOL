      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Presupuesto frente a real por departamento y cuenta   *
      * Tectonics: cobc                                                *
      ******************************************************************
      * Compara lo presupuestado en PRESUPUES (ver PRESREC.cpy,       *
      * mantenido con Operaciones_Basicas_Presup) con lo realmente    *
      * contabilizado en LEDGERFEED por cada departamento de origen   *
      * (LEDG-DEPTO) y cuenta del ledger, para el mes pedido y para   *
      * el acumulado del ejercicio hasta ese mes. Lo real es la suma  *
      * de LEDG-IMPORTE de las dos piernas de cada par, cada una en   *
      * su cuenta, con el mismo signo con que la cuenta las recibe en *
      * SALDOS; el presupuesto se teclea con ese mismo signo. Los     *
      * pares CIERR con que Operaciones_Basicas_Anual salda las       *
      * cuentas de resultados no son gasto ni ingreso de nadie y no   *
      * cuentan como real, aunque si en el cuadre con SALDOHIST.      *
      *                                                               *
      * DESVIOREP saca, departamento por departamento, dos lineas por *
      * cuenta presupuestada (mes y acumulado) con el presupuesto, lo *
      * real, la desviacion (real menos presupuesto) y el porcentaje  *
      * consumido, y un subtotal por departamento. Se marca EXCEDE la *
      * linea cuyo porcentaje pasa de 100 mas TOLERANCIA_PRESUPUESTO  *
      * (por omision 10) y SIN IMPORTE la que tiene presupuesto cero  *
      * y movimiento. Aparte se listan los departamentos que han      *
      * contabilizado en cuentas para las que no tienen linea de      *
      * presupuesto.                                                  *
      *                                                               *
      * Por ultimo, para cada cuenta presupuestada se cuadra el       *
      * ledger con el historico de fotos SALDOHIST: el movimiento de  *
      * la cuenta entre fotos (la ultima anterior al ejercicio o al   *
      * mes y la ultima hasta el corte) debe coincidir con la suma de *
      * sus apuntes con fecha en ese intervalo; una diferencia indica *
      * un feed incompleto o aplicado dos veces.                      *
      *                                                               *
      * El mes sale de MES_PRESUPUESTO (AAAAMM); sin ella, el mes     *
      * anterior al de la fecha de negocio (FECHA_NEGOCIO o           *
      * FECHA_ABIERTA, sin ninguna la del sistema). El ejercicio es   *
      * el anio natural del mes. En el mes en curso el corte es la    *
      * fecha de negocio. Sin presupuesto del ejercicio, o con un mes *
      * no valido o aun no empezado, el programa termina con          *
      * RETURN-CODE 8; con alguna linea marcada, apuntes sin          *
      * presupuesto o diferencias con SALDOHIST, con RETURN-CODE 4.   *
      * Se lanza a mano, como la revaluacion.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Desvio.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Desviaciones del presupuesto por departamento.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT PRESUP-FILE ASSIGN TO "PRESUPUES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-PRESUP-STATUS.
                   SELECT LEDGER-FILE ASSIGN TO "LEDGERFEED"
                       ORGANIZATION IS SEQUENTIAL
                       FILE STATUS IS WS-LEDGER-STATUS.
                   SELECT FOTO-FILE ASSIGN TO "SALDOHIST"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FOTO-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "DESVIOREP"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD PRESUP-FILE.
           COPY "PRESREC.cpy".

           FD LEDGER-FILE
               RECORDING MODE IS F.
           COPY "LEDGREC.cpy".

           FD FOTO-FILE.
           COPY "SALDHREC.cpy".

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-PRESUP-STATUS PIC X(2).
               01 WS-LEDGER-STATUS PIC X(2).
               01 WS-FOTO-STATUS PIC X(2).
               01 WS-REPORT-STATUS PIC X(2).
               01 WS-FIN-FICHERO PIC X(1) VALUE "N".
                   88 FIN-FICHERO VALUE "S".

               01 WS-ENV-FECHA PIC X(8).
               01 WS-FECHA-NEGOCIO PIC 9(8).
               01 WS-FECHA-HOY PIC 9(8).
               01 WS-ENV-MES PIC X(6).
               01 WS-MES-PRESUP PIC 9(6).
               01 WS-MES-DESGLOSE REDEFINES WS-MES-PRESUP.
                   05 WS-MP-ANIO PIC 9(4).
                   05 WS-MP-MES PIC 9(2).
               01 WS-FECHA-INICIO-ANIO PIC 9(8).
               01 WS-FECHA-INICIO-MES PIC 9(8).
               01 WS-FECHA-PRIMERO PIC 9(8).
               01 WS-FECHA-FIN-MES PIC 9(8).
               01 WS-FECHA-CORTE PIC 9(8).

               01 WS-ENV-PARAMETRO PIC X(8).
               01 WS-TOLERANCIA PIC 9(3)V99 VALUE 10.
               01 WS-LIMITE-PCT PIC 9(4)V99.

      * LEDG-FECHA es texto AAAAMMDD con relleno: se vuelca aqui para
      * poder compararla numericamente, como en Extracto.
               01 WS-FECHA-APUNTE-X PIC X(10).
               01 WS-FECHA-APUNTE-PARTES REDEFINES WS-FECHA-APUNTE-X.
                   05 WS-FECHA-APUNTE PIC 9(8).
                   05 FILLER PIC X(2).

      * Lineas de presupuesto del ejercicio (departamento y cuenta)
      * con el presupuesto y lo real del mes y del acumulado hasta el
      * mes. 200 lineas son las 2400 filas mensuales de PRESUPUES.
               01 WS-MAX-LINEAS PIC 9(4) COMP VALUE 200.
               01 WS-LIN-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-LIN-IDX PIC 9(4) COMP.
               01 WS-LIN-SEL PIC 9(4) COMP.
               01 WS-LIN-HALLADA PIC X(1) VALUE "N".
                   88 LIN-HALLADA VALUE "S".
               01 WS-TABLA-LINEAS.
                   05 WS-TL-ENTRADA OCCURS 200 TIMES.
                       10 WS-TL-DEPTO PIC X(4).
                       10 WS-TL-CUENTA PIC X(10).
                       10 WS-TL-PRES-MES PIC S9(11)V99.
                       10 WS-TL-PRES-ACUM PIC S9(13)V99.
                       10 WS-TL-REAL-MES PIC S9(11)V99.
                       10 WS-TL-REAL-ACUM PIC S9(13)V99.

      * Pares de departamento y cuenta con apuntes en el ejercicio
      * pero sin linea de presupuesto.
               01 WS-MAX-SINPRES PIC 9(4) COMP VALUE 200.
               01 WS-SP-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-SP-IDX PIC 9(4) COMP.
               01 WS-SP-SEL PIC 9(4) COMP.
               01 WS-SP-HALLADO PIC X(1) VALUE "N".
                   88 SP-HALLADO VALUE "S".
               01 WS-TABLA-SINPRES.
                   05 WS-TSP-ENTRADA OCCURS 200 TIMES.
                       10 WS-TSP-DEPTO PIC X(4).
                       10 WS-TSP-CUENTA PIC X(10).
                       10 WS-TSP-APUNTES PIC 9(7).
                       10 WS-TSP-REAL-MES PIC S9(11)V99.
                       10 WS-TSP-REAL-ACUM PIC S9(13)V99.

      * Departamentos con presupuesto, en el orden en que aparecen
      * en PRESUPUES, para imprimir el informe agrupado.
               01 WS-MAX-DEPTOS PIC 9(4) COMP VALUE 50.
               01 WS-DEPTO-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-DEPTO-IDX PIC 9(4) COMP.
               01 WS-DEPTO-HALLADO PIC X(1) VALUE "N".
                   88 DEPTO-HALLADO VALUE "S".
               01 WS-TABLA-DEPTOS.
                   05 WS-TD-DEPTO PIC X(4) OCCURS 50 TIMES.

      * Cuentas presupuestadas, para el cuadre con SALDOHIST: saldos
      * de las tres fotos y suma de apuntes entre ellas.
               01 WS-MAX-CUENTAS PIC 9(4) COMP VALUE 100.
               01 WS-CTA-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-CTA-IDX PIC 9(4) COMP.
               01 WS-CTA-SEL PIC 9(4) COMP.
               01 WS-CTA-HALLADA PIC X(1) VALUE "N".
                   88 CTA-HALLADA VALUE "S".
               01 WS-TABLA-CUENTAS.
                   05 WS-TC-ENTRADA OCCURS 100 TIMES.
                       10 WS-TC-CUENTA PIC X(10).
                       10 WS-TC-FOTO-ANIO PIC S9(11)V99.
                       10 WS-TC-FOTO-MES PIC S9(11)V99.
                       10 WS-TC-FOTO-CORTE PIC S9(11)V99.
                       10 WS-TC-LEDG-ANIO PIC S9(13)V99.
                       10 WS-TC-LEDG-MES PIC S9(13)V99.
               01 WS-CUENTA-BUSCADA PIC X(10).
               01 WS-DEPTO-BUSCADO PIC X(4).

      * Fechas de las fotos usadas en el cuadre: la ultima anterior
      * al ejercicio, la ultima anterior al mes y la ultima hasta el
      * corte (cero = no hay).
               01 WS-FOTO-ANIO PIC 9(8) VALUE ZERO.
               01 WS-FOTO-MES PIC 9(8) VALUE ZERO.
               01 WS-FOTO-CORTE PIC 9(8) VALUE ZERO.

               01 WS-PRESUPUESTO PIC S9(13)V99.
               01 WS-REAL PIC S9(13)V99.
               01 WS-DESVIACION PIC S9(13)V99.
               01 WS-PORCENTAJE PIC S9(7)V9.
               01 WS-MARCA PIC X(11).
               01 WS-EVALUAR-MARCA PIC X(1) VALUE "S".
                   88 EVALUAR-MARCA VALUE "S".
               01 WS-MOV-FOTOS PIC S9(13)V99.

               01 WS-SUB-PRES-MES PIC S9(13)V99.
               01 WS-SUB-PRES-ACUM PIC S9(13)V99.
               01 WS-SUB-REAL-MES PIC S9(13)V99.
               01 WS-SUB-REAL-ACUM PIC S9(13)V99.
               01 WS-TOT-PRES-MES PIC S9(13)V99 VALUE ZERO.
               01 WS-TOT-PRES-ACUM PIC S9(13)V99 VALUE ZERO.
               01 WS-TOT-REAL-MES PIC S9(13)V99 VALUE ZERO.
               01 WS-TOT-REAL-ACUM PIC S9(13)V99 VALUE ZERO.

               01 WS-CONT-FILAS PIC 9(7) VALUE ZERO.
               01 WS-CONT-APUNTES PIC 9(7) VALUE ZERO.
               01 WS-CONT-MARCADAS PIC 9(5) VALUE ZERO.
               01 WS-CONT-SINPRES PIC 9(5) VALUE ZERO.
               01 WS-CONT-DIFERENCIAS PIC 9(5) VALUE ZERO.
               01 WS-CONT-AVISOS PIC 9(5) VALUE ZERO.

               01 WS-LINEA-DETALLE.
                   05 WS-LD-CUENTA PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-PERIODO PIC X(9).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-PRESUPUESTO PIC -(12)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-REAL PIC -(12)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-DESVIACION PIC -(12)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-PORCENTAJE PIC -(6)9.9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-MARCA PIC X(11).

               01 WS-LINEA-SINPRES.
                   05 WS-LSP-DEPTO PIC X(4).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LSP-CUENTA PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LSP-APUNTES PIC Z(6)9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LSP-REAL-MES PIC -(12)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LSP-REAL-ACUM PIC -(12)9.99.

               01 WS-LINEA-CUADRE.
                   05 WS-LC-CUENTA PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-PERIODO PIC X(9).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-LEDGER PIC -(12)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-FOTOS PIC -(12)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-MARCA PIC X(10).

               01 WS-ED-TOLERANCIA PIC ZZ9.99.

       PROCEDURE DIVISION.
           INICIO-DESVIO.
               PERFORM DETERMINAR-FECHA-NEGOCIO.
               PERFORM DETERMINAR-MES-PRESUPUESTO.
               PERFORM DETERMINAR-TOLERANCIA.
               PERFORM CARGAR-PRESUPUESTO.
               PERFORM BUSCAR-FECHAS-FOTOS.
               IF WS-FOTO-CORTE > ZERO
                   PERFORM CARGAR-SALDOS-FOTOS
               END-IF.
               PERFORM RECORRER-LEDGER.
               PERFORM IMPRIMIR-INFORME.
               COMPUTE WS-CONT-AVISOS = WS-CONT-MARCADAS
                   + WS-CONT-SINPRES + WS-CONT-DIFERENCIAS.
               DISPLAY "Presupuesto frente a real del mes "
                   WS-MES-PRESUP " (corte " WS-FECHA-CORTE ")".
               DISPLAY "Lineas de presupuesto: " WS-LIN-USADAS
                   "  apuntes del ejercicio: " WS-CONT-APUNTES.
               DISPLAY "Lineas marcadas: " WS-CONT-MARCADAS.
               DISPLAY "Cuentas con apuntes sin presupuesto: "
                   WS-CONT-SINPRES.
               DISPLAY "Diferencias con SALDOHIST: "
                   WS-CONT-DIFERENCIAS.
               DISPLAY "Informe en DESVIOREP".
               IF WS-CONT-AVISOS > ZERO
                   DISPLAY "Aviso: hay desviaciones o descuadres;"
                       " revisar DESVIOREP"
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
      * siguiente. En el mes en curso el corte es la fecha de negocio.
           DETERMINAR-MES-PRESUPUESTO.
               MOVE SPACES TO WS-ENV-MES.
               ACCEPT WS-ENV-MES FROM ENVIRONMENT "MES_PRESUPUESTO".
               IF WS-ENV-MES = SPACES
                   DIVIDE WS-FECHA-NEGOCIO BY 100
                       GIVING WS-MES-PRESUP
                   IF WS-MP-MES = 1
                       SUBTRACT 1 FROM WS-MP-ANIO
                       MOVE 12 TO WS-MP-MES
                   ELSE
                       SUBTRACT 1 FROM WS-MP-MES
                   END-IF
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-ENV-MES) NOT = 0
                       DISPLAY "MES_PRESUPUESTO debe ser AAAAMM: "
                           WS-ENV-MES
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-ENV-MES) TO WS-MES-PRESUP
               END-IF.
               IF WS-MP-MES < 1 OR WS-MP-MES > 12
                   OR WS-MP-ANIO < 1601
                   DISPLAY "Mes de presupuesto no valido: "
                       WS-MES-PRESUP
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               COMPUTE WS-FECHA-INICIO-ANIO = WS-MP-ANIO * 10000 + 101.
               COMPUTE WS-FECHA-INICIO-MES = WS-MES-PRESUP * 100 + 1.
               IF WS-FECHA-INICIO-MES > WS-FECHA-NEGOCIO
                   DISPLAY "El mes " WS-MES-PRESUP " no ha empezado"
                       " a la fecha de negocio " WS-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-MP-MES = 12
                   COMPUTE WS-FECHA-PRIMERO =
                       (WS-MP-ANIO + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-FECHA-PRIMERO =
                       WS-MES-PRESUP * 100 + 101
               END-IF.
               COMPUTE WS-FECHA-FIN-MES = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PRIMERO) - 1).
               IF WS-FECHA-FIN-MES < WS-FECHA-NEGOCIO
                   MOVE WS-FECHA-FIN-MES TO WS-FECHA-CORTE
               ELSE
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CORTE
               END-IF.

      * Una tolerancia mal escrita se avisa y se sigue con la de
      * omision, como los umbrales de la deteccion.
           DETERMINAR-TOLERANCIA.
               MOVE SPACES TO WS-ENV-PARAMETRO.
               ACCEPT WS-ENV-PARAMETRO FROM ENVIRONMENT
                   "TOLERANCIA_PRESUPUESTO".
               IF WS-ENV-PARAMETRO NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-ENV-PARAMETRO) = 0
                       AND FUNCTION NUMVAL(WS-ENV-PARAMETRO) >= 0
                       AND FUNCTION NUMVAL(WS-ENV-PARAMETRO) < 1000
                       MOVE FUNCTION NUMVAL(WS-ENV-PARAMETRO)
                           TO WS-TOLERANCIA
                   ELSE
                       DISPLAY "Aviso: TOLERANCIA_PRESUPUESTO no"
                           " valida (" WS-ENV-PARAMETRO "); se usa 10"
                   END-IF
               END-IF.
               COMPUTE WS-LIMITE-PCT = 100 + WS-TOLERANCIA.

      * CARGAR-PRESUPUESTO se queda con las filas del ejercicio: la
      * del mes pedido es el presupuesto del mes y las de los meses
      * hasta el pedido suman el acumulado.
           CARGAR-PRESUPUESTO.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT PRESUP-FILE.
               IF WS-PRESUP-STATUS NOT = "00"
                   DISPLAY "No se puede abrir PRESUPUES (estado "
                       WS-PRESUP-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM LEER-PRESUPUESTO UNTIL FIN-FICHERO.
               CLOSE PRESUP-FILE.
               IF WS-LIN-USADAS = ZERO
                   DISPLAY "No hay presupuesto del ejercicio "
                       WS-MP-ANIO " en PRESUPUES"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           LEER-PRESUPUESTO.
               READ PRESUP-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       IF PRES-EJERCICIO = WS-MP-ANIO
                           PERFORM GUARDAR-FILA-PRESUPUESTO
                       END-IF
               END-READ.

           GUARDAR-FILA-PRESUPUESTO.
               ADD 1 TO WS-CONT-FILAS.
               MOVE PRES-DEPTO TO WS-DEPTO-BUSCADO.
               MOVE PRES-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM BUSCAR-LINEA.
               IF NOT LIN-HALLADA
                   IF WS-LIN-USADAS >= WS-MAX-LINEAS
                       DISPLAY "Mas de " WS-MAX-LINEAS " lineas de"
                           " presupuesto; ampliar la tabla"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LIN-USADAS
                   MOVE WS-LIN-USADAS TO WS-LIN-SEL
                   MOVE PRES-DEPTO TO WS-TL-DEPTO(WS-LIN-SEL)
                   MOVE PRES-CUENTA TO WS-TL-CUENTA(WS-LIN-SEL)
                   MOVE ZERO TO WS-TL-PRES-MES(WS-LIN-SEL)
                   MOVE ZERO TO WS-TL-PRES-ACUM(WS-LIN-SEL)
                   MOVE ZERO TO WS-TL-REAL-MES(WS-LIN-SEL)
                   MOVE ZERO TO WS-TL-REAL-ACUM(WS-LIN-SEL)
                   PERFORM REGISTRAR-DEPARTAMENTO
                   PERFORM REGISTRAR-CUENTA
               END-IF.
               IF PRES-MES = WS-MP-MES
                   ADD PRES-IMPORTE TO WS-TL-PRES-MES(WS-LIN-SEL)
               END-IF.
               IF PRES-MES <= WS-MP-MES
                   ADD PRES-IMPORTE TO WS-TL-PRES-ACUM(WS-LIN-SEL)
               END-IF.

           BUSCAR-LINEA.
               MOVE "N" TO WS-LIN-HALLADA.
               IF WS-LIN-USADAS > ZERO
                   PERFORM LOCALIZAR-LINEA
                       VARYING WS-LIN-IDX FROM 1 BY 1
                       UNTIL WS-LIN-IDX > WS-LIN-USADAS
                       OR LIN-HALLADA
               END-IF.

      * LOCALIZAR-LINEA guarda el indice del acierto en WS-LIN-SEL:
      * el PERFORM VARYING deja WS-LIN-IDX una posicion mas alla.
           LOCALIZAR-LINEA.
               IF WS-TL-DEPTO(WS-LIN-IDX) = WS-DEPTO-BUSCADO
                   AND WS-TL-CUENTA(WS-LIN-IDX) = WS-CUENTA-BUSCADA
                   MOVE "S" TO WS-LIN-HALLADA
                   MOVE WS-LIN-IDX TO WS-LIN-SEL
               END-IF.

           REGISTRAR-DEPARTAMENTO.
               MOVE "N" TO WS-DEPTO-HALLADO.
               IF WS-DEPTO-USADOS > ZERO
                   PERFORM LOCALIZAR-DEPARTAMENTO
                       VARYING WS-DEPTO-IDX FROM 1 BY 1
                       UNTIL WS-DEPTO-IDX > WS-DEPTO-USADOS
                       OR DEPTO-HALLADO
               END-IF.
               IF NOT DEPTO-HALLADO
                   IF WS-DEPTO-USADOS >= WS-MAX-DEPTOS
                       DISPLAY "Mas de " WS-MAX-DEPTOS " departamentos"
                           " con presupuesto; ampliar la tabla"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DEPTO-USADOS
                   MOVE PRES-DEPTO TO WS-TD-DEPTO(WS-DEPTO-USADOS)
               END-IF.

           LOCALIZAR-DEPARTAMENTO.
               IF WS-TD-DEPTO(WS-DEPTO-IDX) = PRES-DEPTO
                   MOVE "S" TO WS-DEPTO-HALLADO
               END-IF.

           REGISTRAR-CUENTA.
               PERFORM BUSCAR-CUENTA.
               IF NOT CTA-HALLADA
                   IF WS-CTA-USADAS >= WS-MAX-CUENTAS
                       DISPLAY "Mas de " WS-MAX-CUENTAS " cuentas"
                           " presupuestadas; ampliar la tabla"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CTA-USADAS
                   MOVE PRES-CUENTA TO WS-TC-CUENTA(WS-CTA-USADAS)
                   MOVE ZERO TO WS-TC-FOTO-ANIO(WS-CTA-USADAS)
                   MOVE ZERO TO WS-TC-FOTO-MES(WS-CTA-USADAS)
                   MOVE ZERO TO WS-TC-FOTO-CORTE(WS-CTA-USADAS)
                   MOVE ZERO TO WS-TC-LEDG-ANIO(WS-CTA-USADAS)
                   MOVE ZERO TO WS-TC-LEDG-MES(WS-CTA-USADAS)
               END-IF.

           BUSCAR-CUENTA.
               MOVE "N" TO WS-CTA-HALLADA.
               IF WS-CTA-USADAS > ZERO
                   PERFORM LOCALIZAR-CUENTA
                       VARYING WS-CTA-IDX FROM 1 BY 1
                       UNTIL WS-CTA-IDX > WS-CTA-USADAS
                       OR CTA-HALLADA
               END-IF.

           LOCALIZAR-CUENTA.
               IF WS-TC-CUENTA(WS-CTA-IDX) = WS-CUENTA-BUSCADA
                   MOVE "S" TO WS-CTA-HALLADA
                   MOVE WS-CTA-IDX TO WS-CTA-SEL
               END-IF.

      * Primera pasada por SALDOHIST: las fechas de las fotos que
      * delimitan el ejercicio y el mes. Sin foto hasta el corte no
      * hay cuadre; sin foto anterior, el tramo empieza en cero.
           BUSCAR-FECHAS-FOTOS.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT FOTO-FILE.
               IF WS-FOTO-STATUS = "00"
                   PERFORM LEER-FECHA-FOTO UNTIL FIN-FICHERO
                   CLOSE FOTO-FILE
               END-IF.

           LEER-FECHA-FOTO.
               READ FOTO-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       PERFORM CLASIFICAR-FECHA-FOTO
               END-READ.

           CLASIFICAR-FECHA-FOTO.
               IF SALH-FECHA < WS-FECHA-INICIO-ANIO
                   AND SALH-FECHA > WS-FOTO-ANIO
                   MOVE SALH-FECHA TO WS-FOTO-ANIO
               END-IF.
               IF SALH-FECHA < WS-FECHA-INICIO-MES
                   AND SALH-FECHA > WS-FOTO-MES
                   MOVE SALH-FECHA TO WS-FOTO-MES
               END-IF.
               IF SALH-FECHA <= WS-FECHA-CORTE
                   AND SALH-FECHA > WS-FOTO-CORTE
                   MOVE SALH-FECHA TO WS-FOTO-CORTE
               END-IF.

      * Segunda pasada: el saldo de cada cuenta presupuestada en las
      * tres fotos elegidas (la cuenta sin linea en una foto vale
      * cero en ella).
           CARGAR-SALDOS-FOTOS.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT FOTO-FILE.
               IF WS-FOTO-STATUS = "00"
                   PERFORM LEER-SALDO-FOTO UNTIL FIN-FICHERO
                   CLOSE FOTO-FILE
               END-IF.

           LEER-SALDO-FOTO.
               READ FOTO-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       PERFORM GUARDAR-SALDO-FOTO
               END-READ.

           GUARDAR-SALDO-FOTO.
               MOVE SALH-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM BUSCAR-CUENTA.
               IF CTA-HALLADA
                   IF SALH-FECHA = WS-FOTO-ANIO
                       MOVE SALH-SALDO TO WS-TC-FOTO-ANIO(WS-CTA-SEL)
                   END-IF
                   IF SALH-FECHA = WS-FOTO-MES
                       MOVE SALH-SALDO TO WS-TC-FOTO-MES(WS-CTA-SEL)
                   END-IF
                   IF SALH-FECHA = WS-FOTO-CORTE
                       MOVE SALH-SALDO TO WS-TC-FOTO-CORTE(WS-CTA-SEL)
                   END-IF
               END-IF.

      * El ledger es acumulado: se recorre entero y cada apunte cuenta
      * para lo real si cae en el ejercicio hasta el corte, y para el
      * cuadre si cae entre las fotos elegidas. Los pares CIERR del
      * cierre del ejercicio solo cuentan para el cuadre.
           RECORRER-LEDGER.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT LEDGER-FILE.
               IF WS-LEDGER-STATUS = "00"
                   PERFORM LEER-LEDGER UNTIL FIN-FICHERO
                   CLOSE LEDGER-FILE
               ELSE
                   DISPLAY "Aviso: no se puede abrir LEDGERFEED"
                       " (estado " WS-LEDGER-STATUS "); real a cero"
               END-IF.

           LEER-LEDGER.
               READ LEDGER-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       PERFORM TRATAR-APUNTE
               END-READ.

           TRATAR-APUNTE.
               MOVE LEDG-FECHA TO WS-FECHA-APUNTE-X.
               IF WS-FECHA-APUNTE-X(1:8) NOT NUMERIC
                   MOVE ZERO TO WS-FECHA-APUNTE
               END-IF.
               IF WS-FECHA-APUNTE >= WS-FECHA-INICIO-ANIO
                   AND WS-FECHA-APUNTE <= WS-FECHA-CORTE
                   AND LEDG-OPERACION NOT = "CIERR"
                   ADD 1 TO WS-CONT-APUNTES
                   PERFORM ACUMULAR-REAL
               END-IF.
               IF WS-FOTO-CORTE > ZERO
                   AND WS-FECHA-APUNTE > WS-FOTO-ANIO
                   AND WS-FECHA-APUNTE <= WS-FOTO-CORTE
                   PERFORM ACUMULAR-CUADRE
               END-IF.

           ACUMULAR-REAL.
               MOVE LEDG-DEPTO TO WS-DEPTO-BUSCADO.
               MOVE LEDG-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM BUSCAR-LINEA.
               IF LIN-HALLADA
                   ADD LEDG-IMPORTE TO WS-TL-REAL-ACUM(WS-LIN-SEL)
                   IF WS-FECHA-APUNTE >= WS-FECHA-INICIO-MES
                       ADD LEDG-IMPORTE TO WS-TL-REAL-MES(WS-LIN-SEL)
                   END-IF
               ELSE
                   PERFORM ACUMULAR-SIN-PRESUPUESTO
               END-IF.

           ACUMULAR-SIN-PRESUPUESTO.
               MOVE "N" TO WS-SP-HALLADO.
               IF WS-SP-USADOS > ZERO
                   PERFORM LOCALIZAR-SIN-PRESUPUESTO
                       VARYING WS-SP-IDX FROM 1 BY 1
                       UNTIL WS-SP-IDX > WS-SP-USADOS
                       OR SP-HALLADO
               END-IF.
               IF NOT SP-HALLADO
                   IF WS-SP-USADOS >= WS-MAX-SINPRES
                       DISPLAY "Mas de " WS-MAX-SINPRES " pares sin"
                           " presupuesto; ampliar la tabla"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SP-USADOS
                   MOVE WS-SP-USADOS TO WS-SP-SEL
                   MOVE LEDG-DEPTO TO WS-TSP-DEPTO(WS-SP-SEL)
                   MOVE LEDG-CUENTA TO WS-TSP-CUENTA(WS-SP-SEL)
                   MOVE ZERO TO WS-TSP-APUNTES(WS-SP-SEL)
                   MOVE ZERO TO WS-TSP-REAL-MES(WS-SP-SEL)
                   MOVE ZERO TO WS-TSP-REAL-ACUM(WS-SP-SEL)
               END-IF.
               ADD 1 TO WS-TSP-APUNTES(WS-SP-SEL).
               ADD LEDG-IMPORTE TO WS-TSP-REAL-ACUM(WS-SP-SEL).
               IF WS-FECHA-APUNTE >= WS-FECHA-INICIO-MES
                   ADD LEDG-IMPORTE TO WS-TSP-REAL-MES(WS-SP-SEL)
               END-IF.

           LOCALIZAR-SIN-PRESUPUESTO.
               IF WS-TSP-DEPTO(WS-SP-IDX) = LEDG-DEPTO
                   AND WS-TSP-CUENTA(WS-SP-IDX) = LEDG-CUENTA
                   MOVE "S" TO WS-SP-HALLADO
                   MOVE WS-SP-IDX TO WS-SP-SEL
               END-IF.

           ACUMULAR-CUADRE.
               MOVE LEDG-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM BUSCAR-CUENTA.
               IF CTA-HALLADA
                   ADD LEDG-IMPORTE TO WS-TC-LEDG-ANIO(WS-CTA-SEL)
                   IF WS-FECHA-APUNTE > WS-FOTO-MES
                       ADD LEDG-IMPORTE TO WS-TC-LEDG-MES(WS-CTA-SEL)
                   END-IF
               END-IF.

           IMPRIMIR-INFORME.
               OPEN OUTPUT REPORT-FILE.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE SPACES TO REPORT-LINE.
               STRING "Operaciones_Basicas - Presupuesto frente a real"
                   DELIMITED BY SIZE
                   " del mes " DELIMITED BY SIZE
                   WS-MES-PRESUP DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               MOVE WS-TOLERANCIA TO WS-ED-TOLERANCIA.
               STRING "Fecha del informe: " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   "   Corte: " DELIMITED BY SIZE
                   WS-FECHA-CORTE DELIMITED BY SIZE
                   "   Tolerancia: " DELIMITED BY SIZE
                   WS-ED-TOLERANCIA DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM IMPRIMIR-DEPARTAMENTO
                   VARYING WS-DEPTO-IDX FROM 1 BY 1
                   UNTIL WS-DEPTO-IDX > WS-DEPTO-USADOS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "N" TO WS-EVALUAR-MARCA.
               MOVE "Total general" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "Todos" TO WS-LD-CUENTA.
               MOVE WS-TOT-PRES-MES TO WS-PRESUPUESTO.
               MOVE WS-TOT-REAL-MES TO WS-REAL.
               MOVE WS-TOT-PRES-ACUM TO WS-SUB-PRES-ACUM.
               MOVE WS-TOT-REAL-ACUM TO WS-SUB-REAL-ACUM.
               PERFORM IMPRIMIR-PAR-LINEAS.
               PERFORM IMPRIMIR-SIN-PRESUPUESTO.
               PERFORM IMPRIMIR-CUADRE.
               CLOSE REPORT-FILE.

      * IMPRIMIR-DEPARTAMENTO saca las lineas de un departamento y su
      * subtotal; la marca solo se evalua en las lineas de cuenta.
           IMPRIMIR-DEPARTAMENTO.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Departamento " DELIMITED BY SIZE
                   WS-TD-DEPTO(WS-DEPTO-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Cuenta      Periodo         Presupuesto"
                   DELIMITED BY SIZE
                   "              Real        Desviacion"
                   DELIMITED BY SIZE
                   "    % usado  Marca" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ZERO TO WS-SUB-PRES-MES.
               MOVE ZERO TO WS-SUB-PRES-ACUM.
               MOVE ZERO TO WS-SUB-REAL-MES.
               MOVE ZERO TO WS-SUB-REAL-ACUM.
               MOVE "S" TO WS-EVALUAR-MARCA.
               PERFORM IMPRIMIR-LINEA-CUENTA
                   VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-USADAS.
               MOVE "N" TO WS-EVALUAR-MARCA.
               MOVE "Total" TO WS-LD-CUENTA.
               MOVE WS-SUB-PRES-MES TO WS-PRESUPUESTO.
               MOVE WS-SUB-REAL-MES TO WS-REAL.
               PERFORM IMPRIMIR-PAR-LINEAS.
               ADD WS-SUB-PRES-MES TO WS-TOT-PRES-MES.
               ADD WS-SUB-REAL-MES TO WS-TOT-REAL-MES.
               ADD WS-SUB-PRES-ACUM TO WS-TOT-PRES-ACUM.
               ADD WS-SUB-REAL-ACUM TO WS-TOT-REAL-ACUM.

           IMPRIMIR-LINEA-CUENTA.
               IF WS-TL-DEPTO(WS-LIN-IDX) = WS-TD-DEPTO(WS-DEPTO-IDX)
                   ADD WS-TL-PRES-MES(WS-LIN-IDX) TO WS-SUB-PRES-MES
                   ADD WS-TL-REAL-MES(WS-LIN-IDX) TO WS-SUB-REAL-MES
                   ADD WS-TL-PRES-ACUM(WS-LIN-IDX)
                       TO WS-SUB-PRES-ACUM
                   ADD WS-TL-REAL-ACUM(WS-LIN-IDX)
                       TO WS-SUB-REAL-ACUM
                   MOVE WS-TL-CUENTA(WS-LIN-IDX) TO WS-LD-CUENTA
                   MOVE WS-TL-PRES-MES(WS-LIN-IDX) TO WS-PRESUPUESTO
                   MOVE WS-TL-REAL-MES(WS-LIN-IDX) TO WS-REAL
                   PERFORM IMPRIMIR-LINEA-PERIODO-MES
                   MOVE WS-TL-PRES-ACUM(WS-LIN-IDX) TO WS-PRESUPUESTO
                   MOVE WS-TL-REAL-ACUM(WS-LIN-IDX) TO WS-REAL
                   PERFORM IMPRIMIR-LINEA-PERIODO-ACUM
               END-IF.

      * IMPRIMIR-PAR-LINEAS saca las lineas de mes y acumulado de un
      * subtotal: el mes viene en WS-PRESUPUESTO y WS-REAL, el
      * acumulado en WS-SUB-PRES-ACUM y WS-SUB-REAL-ACUM.
           IMPRIMIR-PAR-LINEAS.
               PERFORM IMPRIMIR-LINEA-PERIODO-MES.
               MOVE WS-SUB-PRES-ACUM TO WS-PRESUPUESTO.
               MOVE WS-SUB-REAL-ACUM TO WS-REAL.
               PERFORM IMPRIMIR-LINEA-PERIODO-ACUM.

           IMPRIMIR-LINEA-PERIODO-MES.
               MOVE "Mes" TO WS-LD-PERIODO.
               PERFORM IMPRIMIR-LINEA-PERIODO.

           IMPRIMIR-LINEA-PERIODO-ACUM.
               MOVE SPACES TO WS-LD-CUENTA.
               MOVE "Acumulado" TO WS-LD-PERIODO.
               PERFORM IMPRIMIR-LINEA-PERIODO.

      * IMPRIMIR-LINEA-PERIODO calcula desviacion, porcentaje y marca
      * de WS-PRESUPUESTO frente a WS-REAL. Sin presupuesto no hay
      * porcentaje; un porcentaje que no cabe se imprime al maximo.
           IMPRIMIR-LINEA-PERIODO.
               COMPUTE WS-DESVIACION = WS-REAL - WS-PRESUPUESTO.
               MOVE SPACES TO WS-MARCA.
               IF WS-PRESUPUESTO = ZERO
                   MOVE ZERO TO WS-PORCENTAJE
                   IF WS-REAL NOT = ZERO
                       MOVE "SIN IMPORTE" TO WS-MARCA
                   END-IF
               ELSE
                   COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-REAL * 100 / WS-PRESUPUESTO
                       ON SIZE ERROR
                           MOVE 999999.9 TO WS-PORCENTAJE
                   END-COMPUTE
                   IF WS-PORCENTAJE > WS-LIMITE-PCT
                       MOVE "EXCEDE" TO WS-MARCA
                   END-IF
               END-IF.
               IF NOT EVALUAR-MARCA
                   MOVE SPACES TO WS-MARCA
               END-IF.
               IF WS-MARCA NOT = SPACES
                   ADD 1 TO WS-CONT-MARCADAS
               END-IF.
               MOVE WS-PRESUPUESTO TO WS-LD-PRESUPUESTO.
               MOVE WS-REAL TO WS-LD-REAL.
               MOVE WS-DESVIACION TO WS-LD-DESVIACION.
               MOVE WS-PORCENTAJE TO WS-LD-PORCENTAJE.
               MOVE WS-MARCA TO WS-LD-MARCA.
               MOVE WS-LINEA-DETALLE TO REPORT-LINE.
               WRITE REPORT-LINE.

           IMPRIMIR-SIN-PRESUPUESTO.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Apuntes en cuentas sin linea de presupuesto"
                   DELIMITED BY SIZE
                   " del departamento" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Dpto  Cuenta      Apuntes      Real del mes"
                   DELIMITED BY SIZE
                   "    Real acumulado" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-SP-USADOS = ZERO
                   MOVE "(ninguno)" TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM IMPRIMIR-LINEA-SIN-PRESUPUESTO
                       VARYING WS-SP-IDX FROM 1 BY 1
                       UNTIL WS-SP-IDX > WS-SP-USADOS
               END-IF.

           IMPRIMIR-LINEA-SIN-PRESUPUESTO.
               ADD 1 TO WS-CONT-SINPRES.
               MOVE WS-TSP-DEPTO(WS-SP-IDX) TO WS-LSP-DEPTO.
               MOVE WS-TSP-CUENTA(WS-SP-IDX) TO WS-LSP-CUENTA.
               MOVE WS-TSP-APUNTES(WS-SP-IDX) TO WS-LSP-APUNTES.
               MOVE WS-TSP-REAL-MES(WS-SP-IDX) TO WS-LSP-REAL-MES.
               MOVE WS-TSP-REAL-ACUM(WS-SP-IDX) TO WS-LSP-REAL-ACUM.
               MOVE WS-LINEA-SINPRES TO REPORT-LINE.
               WRITE REPORT-LINE.

      * IMPRIMIR-CUADRE compara, por cuenta presupuestada, los apuntes
      * del ledger con el movimiento entre las fotos de SALDOHIST.
           IMPRIMIR-CUADRE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "Cuadre de las cuentas presupuestadas con SALDOHIST"
                   TO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-FOTO-CORTE = ZERO
                   MOVE "(no hay fotos de saldos hasta el corte)"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "Fotos: ejercicio desde " DELIMITED BY SIZE
                       WS-FOTO-ANIO DELIMITED BY SIZE
                       ", mes desde " DELIMITED BY SIZE
                       WS-FOTO-MES DELIMITED BY SIZE
                       ", hasta " DELIMITED BY SIZE
                       WS-FOTO-CORTE DELIMITED BY SIZE
                       " (cero = sin foto previa)" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "Cuenta      Periodo              Ledger"
                       DELIMITED BY SIZE
                       "             Fotos  Marca" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM IMPRIMIR-CUADRE-CUENTA
                       VARYING WS-CTA-IDX FROM 1 BY 1
                       UNTIL WS-CTA-IDX > WS-CTA-USADAS
               END-IF.

           IMPRIMIR-CUADRE-CUENTA.
               MOVE WS-TC-CUENTA(WS-CTA-IDX) TO WS-LC-CUENTA.
               MOVE "Mes" TO WS-LC-PERIODO.
               COMPUTE WS-MOV-FOTOS = WS-TC-FOTO-CORTE(WS-CTA-IDX)
                   - WS-TC-FOTO-MES(WS-CTA-IDX).
               MOVE WS-TC-LEDG-MES(WS-CTA-IDX) TO WS-REAL.
               PERFORM IMPRIMIR-LINEA-CUADRE.
               MOVE SPACES TO WS-LC-CUENTA.
               MOVE "Ejercicio" TO WS-LC-PERIODO.
               COMPUTE WS-MOV-FOTOS = WS-TC-FOTO-CORTE(WS-CTA-IDX)
                   - WS-TC-FOTO-ANIO(WS-CTA-IDX).
               MOVE WS-TC-LEDG-ANIO(WS-CTA-IDX) TO WS-REAL.
               PERFORM IMPRIMIR-LINEA-CUADRE.

           IMPRIMIR-LINEA-CUADRE.
               MOVE WS-REAL TO WS-LC-LEDGER.
               MOVE WS-MOV-FOTOS TO WS-LC-FOTOS.
               MOVE SPACES TO WS-LC-MARCA.
               IF WS-REAL NOT = WS-MOV-FOTOS
                   MOVE "DIFERENCIA" TO WS-LC-MARCA
                   ADD 1 TO WS-CONT-DIFERENCIAS
               END-IF.
               MOVE WS-LINEA-CUADRE TO REPORT-LINE.
               WRITE REPORT-LINE.

       END PROGRAM Operaciones_Basicas_Desvio.
