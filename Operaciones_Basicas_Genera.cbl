      * cola *FIN con el contador y el hash ya calculados. El         *
      * departamento de la cabecera sale de la variable               *
      * DEPTO_ORDENES (por omision "ORDN").                           *
      *                                                               *
      * Los vencimientos respetan el calendario de dias habiles       *
      * CALENDARIO (ver CALREC.cpy): una orden semanal o mensual que  *
      * vence en dia no habil sale en el siguiente dia habil, y una   *
      * de fin de mes en el habil anterior; las diarias solo salen    *
      * en dias habiles. Lanzado en un dia no habil, el programa      *
      * emite un TRANIN sin transacciones: lo que vence ese dia ya    *
      * lo recogera el dia habil que corresponda.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Genera.
                   SELECT TRANS-OUT-FILE ASSIGN TO "TRANIN"
                       ORGANIZATION IS SEQUENTIAL
                       FILE STATUS IS WS-TRANIN-STATUS.
                   SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CALENDARIO-STATUS.

       DATA DIVISION.
           FILE SECTION.
               RECORDING MODE IS F.
           COPY "TRANREC.cpy".

           FD CALENDARIO-FILE.
           COPY "CALREC.cpy".

           WORKING-STORAGE SECTION.
               01 WS-ORDENES-STATUS PIC X(2).
               01 WS-TRANIN-STATUS PIC X(2).
               01 WS-CALENDARIO-STATUS PIC X(2).
               01 WS-FIN-ORDENES PIC X(1) VALUE "N".
                   88 FIN-ORDENES VALUE "S".

               01 WS-ENV-FECHA PIC X(8).
               01 WS-FECHA-NEGOCIO PIC 9(8).
      * WS-FECHA-NOMINAL es el dia en que vence la orden segun su
      * frecuencia: la fecha de negocio o uno de los dias no habiles
      * cuyos vencimientos se trasladan a ella.
               01 WS-FECHA-NOMINAL PIC 9(8).
               01 WS-FECHA-NOMINAL-DESGLOSE REDEFINES
                   WS-FECHA-NOMINAL.
                   05 FILLER PIC 9(6).
                   05 WS-FECHA-DIA PIC 9(2).
               01 WS-FECHA-SIGUIENTE PIC 9(8).
               01 WS-ENV-DEPTO PIC X(4).
               01 WS-DEPTO PIC X(4).
               01 WS-DESDE-DESGLOSE PIC 9(8).
               01 WS-ORDEN-VENCE PIC X(1).
                   88 ORDEN-VENCE VALUE "S".

      * Dias no habiles inmediatamente anteriores y posteriores a la
      * fecha de negocio: sus vencimientos se trasladan a ella. Mas
      * de 10 dias seguidos no habiles no se dan en la practica.
               01 WS-NEGOCIO-HABIL PIC X(1) VALUE "N".
                   88 NEGOCIO-HABIL VALUE "S".
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
               01 WS-CONT-TRASLADADAS PIC 9(7) VALUE ZERO.

      * Calendario de dias habiles: las excepciones de CALENDARIO a
      * la regla de lunes a viernes (ver CALREC.cpy).
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

               01 WS-LOTE-ID PIC X(8).
               01 WS-FECHA-AAMMDD PIC 9(6).
               01 WS-CONT-LEIDAS PIC 9(7) VALUE ZERO.
           INICIO-GENERA.
               PERFORM DETERMINAR-FECHA-NEGOCIO.
               PERFORM DETERMINAR-DEPARTAMENTO.
               PERFORM CARGAR-CALENDARIO.
               PERFORM PREPARAR-TRASLADOS.
               OPEN INPUT ORDENES-FILE.
               IF WS-ORDENES-STATUS NOT = "00"
                   DISPLAY "No se puede abrir ORDENES (estado "
               DISPLAY "Identificador de lote: " WS-LOTE-ID.
               DISPLAY "Ordenes leidas: " WS-CONT-LEIDAS.
               DISPLAY "Transacciones emitidas: " WS-CONT-EMITIDAS.
               DISPLAY "  de ellas trasladadas de dias no habiles: "
                   WS-CONT-TRASLADADAS.
               IF WS-CONT-EMITIDAS = ZERO
                   DISPLAY "Aviso: ninguna orden vence en esa fecha;"
                       " el TRANIN sale sin transacciones"
               MOVE WS-DEPTO TO TCAB-DEPTO.
               WRITE TRAN-CABECERA.

      * PREPARAR-TRASLADOS comprueba que la fecha de negocio es
      * habil y recoge los dias no habiles seguidos que la preceden
      * (sus vencimientos semanales y mensuales pasan a hoy) y los
      * que la siguen (sus vencimientos de fin de mes se adelantan a
      * hoy).
           PREPARAR-TRASLADOS.
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CONSULTA.
               PERFORM COMPROBAR-DIA-HABIL.
               IF NOT DIA-HABIL
                   DISPLAY "Aviso: " WS-FECHA-NEGOCIO " no es dia"
                       " habil; sus vencimientos se trasladan y el"
                       " TRANIN sale sin transacciones"
               ELSE
                   MOVE "S" TO WS-NEGOCIO-HABIL
                   COMPUTE WS-DIA-ENTERO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
                   MOVE "N" TO WS-FIN-BUSQUEDA
                   PERFORM BUSCAR-DIA-ANTERIOR UNTIL FIN-BUSQUEDA
                   COMPUTE WS-DIA-ENTERO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
                   MOVE "N" TO WS-FIN-BUSQUEDA
                   PERFORM BUSCAR-DIA-POSTERIOR UNTIL FIN-BUSQUEDA
               END-IF.

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

           TRATAR-ORDEN.
               READ ORDENES-FILE
                   AT END
                       MOVE "S" TO WS-FIN-ORDENES
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDAS
                       IF NEGOCIO-HABIL
                           PERFORM EVALUAR-ORDEN
                       END-IF
               END-READ.

      * EVALUAR-ORDEN emite la orden por su vencimiento de hoy y por
      * cada vencimiento trasladado a hoy desde un dia no habil:
      * hacia delante los semanales y mensuales, hacia atras los de
      * fin de mes. Las diarias no se trasladan, porque el dia
      * habil siguiente ya tiene la suya.
           EVALUAR-ORDEN.
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-NOMINAL.
               PERFORM COMPROBAR-VENCIMIENTO.
               IF ORDEN-VENCE
                   PERFORM EMITIR-TRANSACCION
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
                   PERFORM EMITIR-TRANSACCION
                   ADD 1 TO WS-CONT-TRASLADADAS
               END-IF.

           COMPROBAR-TRASLADO-POSTERIOR.
               MOVE WS-TRAS-DESPUES(WS-TRAS-IDX) TO WS-FECHA-NOMINAL.
               PERFORM COMPROBAR-VENCIMIENTO.
               IF ORDEN-VENCE
                   PERFORM EMITIR-TRANSACCION
                   ADD 1 TO WS-CONT-TRASLADADAS
               END-IF.

      * COMPROBAR-VENCIMIENTO decide si la orden vence en la fecha
      * nominal: dentro de la ventana ORD-DESDE/ORD-HASTA y, segun la
      * frecuencia, todos los dias ("D"), cada 7 dias contados desde
      * ORD-DESDE ("S"), los dias del mes iguales al dia de
      * ORD-DESDE ("M") o el ultimo dia del mes ("F"). La diferencia
      * en dias se calcula con los numeros de dia del calendario
      * gregoriano para que la semana no descarrile en los cambios
      * de mes y de anio.
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
               ELSE
                   IF ORD-ES-SEMANAL
                       COMPUTE WS-DIAS-NEGOCIO =
                           FUNCTION INTEGER-OF-DATE(WS-FECHA-NOMINAL)
                       COMPUTE WS-DIAS-DESDE =
                           FUNCTION INTEGER-OF-DATE(ORD-DESDE)
                       COMPUTE WS-DIAS-DIFERENCIA =
                               MOVE "S" TO WS-ORDEN-VENCE
                           END-IF
                       ELSE
                           IF ORD-ES-FIN-MES
                               PERFORM COMPROBAR-FIN-DE-MES
                           ELSE
                               DISPLAY "Aviso: frecuencia desconocida"
                                   " '" ORD-FRECUENCIA "' en la orden "
                                   WS-CONT-LEIDAS "; se ignora"
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

           EMITIR-TRANSACCION.
               MOVE SPACES TO TRAN-RECORD.
               MOVE ORD-OPERACION TO TRAN-OPERACION.
               MOVE WS-HASH-CALCULADO TO TCOL-HASH.
               WRITE TRAN-COLA.

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

       END PROGRAM Operaciones_Basicas_Genera.
