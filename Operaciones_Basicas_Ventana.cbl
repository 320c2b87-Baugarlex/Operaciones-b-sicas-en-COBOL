      * Tectonics: cobc                                                *
      ******************************************************************
      * La ventana nocturna era un ritual manual: lote, conciliacion, *
      * balance, transmision a contabilidad, saldos, devengo de       *
      * intereses, resumen, deteccion de duplicados y cierre, en ese  *
      * orden exacto, y tras una interrupcion habia que recordar que  *
      * pasos ya corrieron (repetir saldos o cerrar antes de          *
      * conciliar tiene consecuencias reales). Este programa ejecuta  *
      * la cadena en orden, apunta el inicio, el fin y el resultado   *
      * de cada paso en el fichero de control RUNCTL (ver             *
      * RUNCREC.cpy) con clave de fecha de negocio, se detiene en el  *
      * primer fallo (por ejemplo cuando la conciliacion reporta      *
      * discrepancias) y, al relanzarse para la misma fecha, salta    *
      * los pasos ya completados, igual que el checkpoint del lote    *
      * evita repetir transacciones. El cierre solo se lanza si la    *
      * conciliacion de esa fecha consta como completada limpia en    *
      * RUNCTL, y la transmision solo si constan limpias conciliacion *
      * y balance. Una fecha de negocio no habil segun el calendario  *
      * CALENDARIO (ver CALREC.cpy) no se abre salvo que se fuerce    *
      * con FORZAR_NO_HABIL=S; el cierre hereda el mismo permiso. El  *
      * devengo deja las liquidaciones de intereses en TRANDEV, que   *
      * se contabilizan pasandolas por el lote (ver run_nightly.sh).  *
      * Un paso que termina con retorno 4 (la deteccion con lineas    *
      * sospechosas, el devengo con importes que no caben) consta     *
      * completado con su retorno en RUNCTL y la cadena sigue; la     *
      * ventana termina entonces con retorno 4 para que el aviso no   *
      * pase desapercibido.                                           *
      *                                                               *
      * La fecha de negocio sale de FECHA_NEGOCIO (o FECHA_ABIERTA,   *
      * la misma variable que honra el cierre de dia; sin ninguna,    *
                   SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RUNCTL-STATUS.
                   SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CALENDARIO-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD RUNCTL-FILE.
           COPY "RUNCREC.cpy".

           FD CALENDARIO-FILE.
           COPY "CALREC.cpy".

           WORKING-STORAGE SECTION.
               01 WS-RUNCTL-STATUS PIC X(2).
               01 WS-FIN-RUNCTL PIC X(1) VALUE "N".
               01 WS-ENV-FECHA PIC X(8).
               01 WS-FECHA-NEGOCIO PIC 9(8).
               01 WS-HORA-ACTUAL PIC 9(8).
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

      * La cadena de la ventana, en su orden obligatorio. El comando
      * de cada paso es el ejecutable ya compilado en el directorio
      * de trabajo.
               01 WS-NUM-PASOS PIC 9(4) COMP VALUE 9.
               01 WS-TABLA-PASOS.
                   05 FILLER PIC X(48) VALUE
                       "LOTE    ./Operaciones_Basicas_Lote".
                   05 FILLER PIC X(48) VALUE
                       "CONCILIA./Operaciones_Basicas_Concilia".
                   05 FILLER PIC X(48) VALUE
                       "BALANCE ./Operaciones_Basicas_Balance".
                   05 FILLER PIC X(48) VALUE
                       "TRANSMIT./Operaciones_Basicas_Transmite".
                   05 FILLER PIC X(48) VALUE
                       "SALDOS  ./Operaciones_Basicas_Saldos".
                   05 FILLER PIC X(48) VALUE
                       "DEVENGO ./Operaciones_Basicas_Devengo".
                   05 FILLER PIC X(48) VALUE
                       "RESUMEN ./Operaciones_Basicas_Resumen".
                   05 FILLER PIC X(48) VALUE
                       "DETECTA ./Operaciones_Basicas_Detecta".
                   05 FILLER PIC X(48) VALUE
                       "CIERRE  ./Operaciones_Basicas_Cierre".
               01 WS-PASOS REDEFINES WS-TABLA-PASOS.
                   05 WS-PASO-ENTRADA OCCURS 9 TIMES.
                       10 WS-PASO-NOMBRE PIC X(8).
                       10 WS-PASO-COMANDO PIC X(40).
               01 WS-PASO-IDX PIC 9(4) COMP.
               01 WS-RC-PASO PIC S9(9) VALUE ZERO.
               01 WS-CADENA-ROTA PIC X(1) VALUE "N".
                   88 CADENA-ROTA VALUE "S".
               01 WS-HUBO-AVISOS PIC X(1) VALUE "N".
                   88 HUBO-AVISOS VALUE "S".

      * Tabla de trabajo de RUNCTL: se carga entera (todas las
      * fechas), se actualiza la fila del paso en curso y se regraba
       PROCEDURE DIVISION.
           INICIO-VENTANA.
               PERFORM DETERMINAR-FECHA-NEGOCIO.
               PERFORM COMPROBAR-FECHA-HABIL.
               PERFORM CARGAR-RUNCTL.
               DISPLAY "Ventana de lote para la fecha "
                   WS-FECHA-NEGOCIO.
               ELSE
                   DISPLAY "Ventana completada para la fecha "
                       WS-FECHA-NEGOCIO
                   IF HUBO-AVISOS
                       DISPLAY "Hubo pasos con avisos; revise sus"
                           " informes"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               STOP RUN.

                   ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
               END-IF.

      * COMPROBAR-FECHA-HABIL frena la ventana en un dia no habil:
      * lotes, transmision y cierre de un festivo dejan el dia
      * contable descolocado. FORZAR_NO_HABIL=S la deja pasar (por
      * ejemplo, un cierre extraordinario), y como la variable se
      * hereda, el paso de cierre tambien la respeta.
           COMPROBAR-FECHA-HABIL.
               PERFORM CARGAR-CALENDARIO.
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CONSULTA.
               PERFORM COMPROBAR-DIA-HABIL.
               IF NOT DIA-HABIL
                   MOVE SPACES TO WS-ENV-FORZAR
                   ACCEPT WS-ENV-FORZAR FROM ENVIRONMENT
                       "FORZAR_NO_HABIL"
                   IF WS-ENV-FORZAR = "S" OR WS-ENV-FORZAR = "s"
                       DISPLAY "Aviso: " WS-FECHA-NEGOCIO " no es dia"
                           " habil; se abre por FORZAR_NO_HABIL"
                   ELSE
                       DISPLAY "Ventana rechazada: " WS-FECHA-NEGOCIO
                           " no es dia habil segun CALENDARIO"
                       DISPLAY "Para abrirla igualmente relance con"
                           " FORZAR_NO_HABIL=S"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           EJECUTAR-PASO.
               MOVE WS-PASO-NOMBRE(WS-PASO-IDX) TO WS-PASO-ACTUAL.
               MOVE WS-PASO-COMANDO(WS-PASO-IDX) TO WS-COMANDO.
                       " para esta fecha; se salta"
               ELSE
                   PERFORM COMPROBAR-REQUISITO-CIERRE
                   PERFORM COMPROBAR-REQUISITO-TRANSMITE
                   IF NOT CADENA-ROTA
                       PERFORM LANZAR-PASO
                   END-IF
                   END-IF
               END-IF.

      * La transmision a contabilidad corta el feed y mueve el corte
      * del registro de transmisiones: solo puede salir un feed que
      * la conciliacion y el balance de comprobacion de esta fecha
      * hayan dado por buenos.
           COMPROBAR-REQUISITO-TRANSMITE.
               IF WS-PASO-ACTUAL = "TRANSMIT"
                   MOVE "CONCILIA" TO WS-PASO-ACTUAL
                   PERFORM CONSULTAR-ESTADO-PASO
                   IF WS-ESTADO-PASO NOT = "C"
                       DISPLAY "TRANSMIT rechazado: CONCILIA no"
                           " consta completada limpia para esta fecha"
                       MOVE "S" TO WS-CADENA-ROTA
                   END-IF
                   MOVE "BALANCE" TO WS-PASO-ACTUAL
                   PERFORM CONSULTAR-ESTADO-PASO
                   IF WS-ESTADO-PASO NOT = "C"
                       DISPLAY "TRANSMIT rechazado: BALANCE no"
                           " consta completado limpio para esta fecha"
                       MOVE "S" TO WS-CADENA-ROTA
                   END-IF
                   MOVE "TRANSMIT" TO WS-PASO-ACTUAL
               END-IF.

      * Un retorno 4 es un aviso (por ejemplo, la deteccion de
      * duplicados con hallazgos): el paso consta completado, con su
      * retorno anotado en RUNCTL, y la cadena sigue. Cualquier otro
      * retorno distinto de cero detiene la ventana. SYSTEM devuelve
      * el estado del proceso hijo con el codigo de salida en el byte
      * alto, que es el que se compara y se anota.
           LANZAR-PASO.
               DISPLAY "Lanzando paso " WS-PASO-ACTUAL ": "
                   WS-COMANDO.
               CALL "SYSTEM" USING WS-COMANDO.
               MOVE RETURN-CODE TO WS-RC-PASO.
               MOVE ZERO TO RETURN-CODE.
               IF WS-RC-PASO > 255
                   DIVIDE WS-RC-PASO BY 256 GIVING WS-RC-PASO
               END-IF.
               IF WS-RC-PASO = ZERO
                   MOVE "C" TO WS-ESTADO-PASO
                   PERFORM ANOTAR-PASO
                   DISPLAY "Paso " WS-PASO-ACTUAL " completado"
               ELSE IF WS-RC-PASO = 4
                   MOVE "C" TO WS-ESTADO-PASO
                   PERFORM ANOTAR-PASO
                   DISPLAY "Paso " WS-PASO-ACTUAL " completado con"
                       " avisos (retorno " WS-RC-PASO ")"
                   MOVE "S" TO WS-HUBO-AVISOS
               ELSE
                   MOVE "F" TO WS-ESTADO-PASO
                   PERFORM ANOTAR-PASO
               MOVE WS-TR-REGISTRO(WS-IDX) TO RUNC-RECORD.
               WRITE RUNC-RECORD.

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

       END PROGRAM Operaciones_Basicas_Ventana.
