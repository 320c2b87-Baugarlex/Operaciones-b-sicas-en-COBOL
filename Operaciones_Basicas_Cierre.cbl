      *                                                               *
      * El dia abierto es la fecha del sistema, salvo que se indique  *
      * otra en la variable de entorno FECHA_ABIERTA (AAAAMMDD).      *
      * Un dia no habil segun el calendario CALENDARIO (ver           *
      * CALREC.cpy) no se cierra salvo con FORZAR_NO_HABIL=S.         *
      * El reparto usa el fichero de trabajo AUDITKEEP para no tener  *
      * que cargar el log en memoria. Si el job aborta entre el       *
      * volcado a AUDITHIST y la reescritura de AUDITLOG, NO debe     *
                   SELECT KEEP-FILE ASSIGN TO "AUDITKEEP"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-KEEP-STATUS.
                   SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CALENDARIO-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD KEEP-FILE.
           01 KEEP-RECORD PIC X(120).

           FD CALENDARIO-FILE.
           COPY "CALREC.cpy".

           WORKING-STORAGE SECTION.
               01 WS-AUDIT-STATUS PIC X(2).
               01 WS-HIST-STATUS PIC X(2).
               01 WS-SEC-ARRASTRE PIC 9(9) VALUE ZERO.
               01 WS-CONT-ARCHIVADAS PIC 9(7) VALUE ZERO.
               01 WS-CONT-RETENIDAS PIC 9(7) VALUE ZERO.
               01 WS-ENV-FORZAR PIC X(1).

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

       PROCEDURE DIVISION.
           INICIO-CIERRE.
               PERFORM DETERMINAR-FECHA-ABIERTA.
               PERFORM COMPROBAR-FECHA-HABIL.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "No hay AUDITLOG que cerrar"
                   ACCEPT WS-FECHA-ABIERTA FROM DATE YYYYMMDD
               END-IF.

      * COMPROBAR-FECHA-HABIL rechaza cerrar un dia no habil: el dia
      * abierto quedaria en un festivo y los dias habiles de
      * alrededor se archivarian mal. FORZAR_NO_HABIL=S lo permite.
           COMPROBAR-FECHA-HABIL.
               PERFORM CARGAR-CALENDARIO.
               MOVE WS-FECHA-ABIERTA TO WS-FECHA-CONSULTA.
               PERFORM COMPROBAR-DIA-HABIL.
               IF NOT DIA-HABIL
                   MOVE SPACES TO WS-ENV-FORZAR
                   ACCEPT WS-ENV-FORZAR FROM ENVIRONMENT
                       "FORZAR_NO_HABIL"
                   IF WS-ENV-FORZAR = "S" OR WS-ENV-FORZAR = "s"
                       DISPLAY "Aviso: " WS-FECHA-ABIERTA " no es dia"
                           " habil; se cierra por FORZAR_NO_HABIL"
                   ELSE
                       DISPLAY "Cierre rechazado: " WS-FECHA-ABIERTA
                           " no es dia habil segun CALENDARIO"
                       DISPLAY "Para cerrarlo igualmente relance con"
                           " FORZAR_NO_HABIL=S"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      * CLASIFICAR-AUDITORIA reparte cada linea del log: los registros
      * de control de cierres anteriores no se archivan (su secuencia
      * se hereda en el nuevo arrastre), las lineas de dias cerrados
                       WRITE AUDIT-RECORD FROM KEEP-RECORD
               END-READ.

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

       END PROGRAM Operaciones_Basicas_Cierre.
