      * en AUDITHIST un registro de control de arrastre (AUD-TIPO     *
      * "C") con la secuencia mas alta ya archivada, igual que hace   *
      * el cierre de dia con AUDITLOG, para que la numeracion         *
      * correlativa siga intacta tras la purga. El volumen dia a dia  *
      * sigue el calendario CALENDARIO (ver CALREC.cpy): lista todos  *
      * los dias habiles del mes y marca la actividad contabilizada   *
      * en dias no habiles.                                           *
      *                                                               *
      * El reparto usa el fichero de trabajo HISTKEEP para no tener   *
      * que cargar el historico en memoria. Si el job aborta entre el *
                   SELECT REPORT-FILE ASSIGN TO "MENSUAL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REPORT-STATUS.
                   SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CALENDARIO-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           FD CALENDARIO-FILE.
           COPY "CALREC.cpy".

           WORKING-STORAGE SECTION.
               01 WS-HIST-STATUS PIC X(2).
               01 WS-MES-STATUS PIC X(2).
               01 WS-CONT-ARCHIVADAS PIC 9(7) VALUE ZERO.
               01 WS-CONT-RETENIDAS PIC 9(7) VALUE ZERO.
               01 WS-FECHA-HOY PIC 9(8).
               01 WS-DIAS-NO-HABILES PIC 9(4) COMP VALUE ZERO.
               01 WS-CONT-NO-HABILES PIC 9(7) VALUE ZERO.

      * Calendario de dias habiles: las excepciones de CALENDARIO a
      * la regla de lunes a viernes (ver CALREC.cpy).
               01 WS-CALENDARIO-STATUS PIC X(2).
               01 WS-FIN-CALENDARIO PIC X(1) VALUE "N".
                   88 FIN-CALENDARIO VALUE "S".
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

      * Acumulados por codigo de operacion, como en el informe de fin
      * de dia: las reversiones llevan el mismo codigo y el resultado
                   05 WS-LDI-OPERACIONES PIC ZZZ,ZZ9.
                   05 FILLER PIC X(3) VALUE SPACES.
                   05 WS-LDI-TOTAL PIC -(11)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LDI-MARCA PIC X(16).

       PROCEDURE DIVISION.
           INICIO-MENSUAL.
               PERFORM DETERMINAR-MES-CIERRE.
               PERFORM CARGAR-CALENDARIO.
               PERFORM INICIAR-TABLA-DIAS
                   VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > 31.
               MOVE WS-LINEA-OPERADOR TO REPORT-LINE.
               WRITE REPORT-LINE.

      * Se listan todos los dias habiles del mes, tengan actividad o
      * no, y de los no habiles solo los que la tienen, marcados: un
      * apunte en festivo o fin de semana suele ser una fecha mal
      * abierta y conviene revisarlo.
           IMPRIMIR-VOLUMEN-DIARIO.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM IMPRIMIR-LINEA-DIA
                   VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > 31.
               IF WS-DIAS-NO-HABILES > ZERO
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "Aviso: " DELIMITED BY SIZE
                       WS-CONT-NO-HABILES DELIMITED BY SIZE
                       " operaciones contabilizadas en dias no"
                       DELIMITED BY SIZE
                       " habiles" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

      * Un dia que no existe en el mes (31 de abril, por ejemplo) no
      * es habil y no tiene actividad, asi que no sale.
           IMPRIMIR-LINEA-DIA.
               COMPUTE WS-FECHA-CONSULTA =
                   WS-MES-CIERRE * 100 + WS-DIA-IDX.
               PERFORM COMPROBAR-DIA-HABIL.
               IF DIA-HABIL OR WS-TDI-OPERACIONES(WS-DIA-IDX) > ZERO
                   MOVE SPACES TO WS-LINEA-DIA
                   MOVE WS-DIA-IDX TO WS-LDI-DIA
                   MOVE WS-TDI-OPERACIONES(WS-DIA-IDX)
                       TO WS-LDI-OPERACIONES
                   MOVE WS-TDI-TOTAL(WS-DIA-IDX) TO WS-LDI-TOTAL
                   IF NOT DIA-HABIL
                       MOVE "** NO HABIL **" TO WS-LDI-MARCA
                       ADD 1 TO WS-DIAS-NO-HABILES
                       ADD WS-TDI-OPERACIONES(WS-DIA-IDX)
                           TO WS-CONT-NO-HABILES
                   END-IF
                   MOVE WS-LINEA-DIA TO REPORT-LINE
                   WRITE REPORT-LINE
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

       END PROGRAM Operaciones_Basicas_Mensual.
