      * escribe el resultado de cada una en un fichero de salida en   *
      * lugar de esperar ACCEPT/DISPLAY de un terminal. Pensado para  *
      * lanzarse desde JCL o un script de lote (ver run_batch.sh).    *
      * Las transacciones con fecha valor posterior a la fecha de     *
      * negocio no se contabilizan: se aparcan en ALMACEN y cada      *
      * ejecucion normal suelta primero las que ya han vencido (ver   *
      * ALMREC.cpy). Ademas de S, R, M y D admite los codigos "DV"    *
      * de las liquidaciones del devengo que tengan fila propia en    *
      * CTATABLA (ver COMPROBAR-CODIGO-DEVENGO).                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Lote.
                   SELECT PEND-FILE ASSIGN TO "PENDIENTES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-PEND-STATUS.
                   SELECT ALMACEN-FILE ASSIGN TO "ALMACEN"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-ALMACEN-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD PEND-FILE.
           COPY "PENDREC.cpy".

           FD ALMACEN-FILE.
           COPY "ALMREC.cpy".

           FD RECHAZOS-FILE
               RECORDING MODE IS F.
           COPY "RECHREC.cpy".
               05 RIN-REGISTRO PIC 9(9).
               05 RIN-DEPTO PIC X(4).
               05 RIN-MONEDA PIC X(3).
               05 RIN-FECHA-VALOR PIC X(8).
               05 RIN-LOTE-ID PIC X(8).

           WORKING-STORAGE SECTION.
               01 OPERACION PIC X(5).
                       10 WS-TC-VIGENCIA PIC 9(8).
                       10 WS-TC-CONTRA PIC X(10).
               01 WS-OPERACION-MAYUS PIC X(5).
               01 WS-CODIGO-DEVENGO PIC X(1) VALUE "N".
                   88 CODIGO-DEVENGO VALUE "S".
               01 WS-CUENTA-ELEGIDA PIC X(10).
               01 WS-CONTRA-ELEGIDA PIC X(10).
               01 WS-IMPORTE-CONTRA PIC S9(9)V99.
               01 WS-FIN-AUD-LECTURA-INICIAL PIC X(1) VALUE "N".
                   88 FIN-AUD-LECTURA-INICIAL VALUE "S".

               01 WS-ENV-FECHA PIC X(8).
               01 WS-FECHA-NEGOCIO PIC 9(8).
               01 WS-ALMACEN-STATUS PIC X(2).
               01 WS-FIN-ALMACEN PIC X(1) VALUE "N".
                   88 FIN-ALMACEN VALUE "S".
               01 WS-MAX-ALMACEN PIC 9(4) COMP VALUE 500.
               01 WS-ALM-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-ALM-IDX PIC 9(4) COMP.
               01 WS-ALM-ESC PIC 9(4) COMP.
               01 WS-TABLA-ALMACEN.
                   05 WS-TAL-REGISTRO PIC X(90) OCCURS 500 TIMES.
               01 WS-ALM-ID PIC 9(9) VALUE ZERO.
               01 WS-DESTINO-FECHA-VALOR PIC X(1).
                   88 VALOR-EN-EL-DIA VALUE "D".
                   88 VALOR-FUTURO VALUE "F".
                   88 VALOR-MAL VALUE "M".
               01 WS-LOTE-ID-CABECERA PIC X(8).
               01 WS-LOTE-DEPTO-CABECERA PIC X(4).
               01 WS-MENSAJE-ALMACEN.
                   05 FILLER PIC X(17) VALUE "ALMACENADO VALOR ".
                   05 WS-MENSAJE-ALM-FECHA PIC 9(8).
               01 WS-REGISTROS-ALMACENADOS PIC 9(9) VALUE ZERO.
               01 WS-REGISTROS-LIBERADOS PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
           INICIO-LOTE.
               PERFORM IDENTIFICAR-OPERADOR-LOTE.
               PERFORM CARGAR-TABLA-MONEDAS.
               PERFORM CARGAR-UMBRAL-APROBACION.
               PERFORM DETERMINAR-ULTIMO-PENDIENTE.
               PERFORM DETERMINAR-FECHA-NEGOCIO.
               PERFORM CARGAR-ALMACEN.
               PERFORM DETERMINAR-MODO-RERUN.
               IF MODO-RERUN
                   OPEN INPUT RECH-IN-FILE
                   PERFORM PREGUNTA-RERUN UNTIL FIN-FICHERO
                   CLOSE RECH-IN-FILE
               ELSE
                   PERFORM LIBERAR-ALMACEN
                   PERFORM PREGUNTA-LOTE UNTIL FIN-FICHERO
                   CLOSE TRANS-IN-FILE
               END-IF.
                   WS-REGISTROS-RECHAZADOS.
               DISPLAY "Registros retenidos: "
                   WS-REGISTROS-RETENIDOS.
               DISPLAY "Registros liberados del almacen: "
                   WS-REGISTROS-LIBERADOS.
               DISPLAY "Registros almacenados con fecha valor: "
                   WS-REGISTROS-ALMACENADOS.
               STOP RUN.

      * La fecha de negocio decide que fecha valor ha vencido: la
      * misma que la ventana, FECHA_NEGOCIO manda, despues
      * FECHA_ABIERTA y, sin ninguna, la fecha del sistema.
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

      * CARGAR-ALMACEN trae ALMACEN a la tabla (las filas liberadas
      * y canceladas incluidas, para reescribirlo entero) y recupera
      * el ultimo ALM-ID usado, que los dos modos necesitan para
      * numerar lo que aparquen. Sin fichero el almacen esta vacio.
           CARGAR-ALMACEN.
               MOVE ZERO TO WS-ALM-USADOS.
               MOVE ZERO TO WS-ALM-ID.
               MOVE "N" TO WS-FIN-ALMACEN.
               OPEN INPUT ALMACEN-FILE.
               IF WS-ALMACEN-STATUS = "00"
                   PERFORM UNTIL FIN-ALMACEN
                       READ ALMACEN-FILE
                           AT END
                               MOVE "S" TO WS-FIN-ALMACEN
                           NOT AT END
                               PERFORM GUARDAR-FILA-ALMACEN
                       END-READ
                   END-PERFORM
                   CLOSE ALMACEN-FILE
               END-IF.

           GUARDAR-FILA-ALMACEN.
               IF WS-ALM-USADOS >= WS-MAX-ALMACEN
                   DISPLAY "Fichero ALMACEN con mas de "
                       WS-MAX-ALMACEN " filas; ampliar la tabla"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-ALM-USADOS.
               MOVE ALM-RECORD TO WS-TAL-REGISTRO(WS-ALM-USADOS).
               IF ALM-ID > WS-ALM-ID
                   MOVE ALM-ID TO WS-ALM-ID
               END-IF.

      * LIBERAR-ALMACEN suelta, antes de leer TRANIN, las filas
      * pendientes cuya fecha valor ya ha llegado. Cada una pasa por
      * el mismo despacho que una transaccion del dia (validacion,
      * conversion, umbral de aprobacion y rechazos) pero con el
      * lote y el departamento de su cabecera original, que se
      * restituyen despues para el resto del fichero y REGLOTES.
      * La fila se marca liberada y ALMACEN se reescribe tras cada
      * una, de modo que un aborto a mitad no la suelta dos veces.
      * No pasan por el checkpoint: no ocupan posicion en TRANIN.
           LIBERAR-ALMACEN.
               MOVE WS-LOTE-ID TO WS-LOTE-ID-CABECERA.
               MOVE WS-LOTE-DEPTO TO WS-LOTE-DEPTO-CABECERA.
               PERFORM LIBERAR-FILA-ALMACEN
                   VARYING WS-ALM-IDX FROM 1 BY 1
                   UNTIL WS-ALM-IDX > WS-ALM-USADOS.
               MOVE WS-LOTE-ID-CABECERA TO WS-LOTE-ID.
               MOVE WS-LOTE-DEPTO-CABECERA TO WS-LOTE-DEPTO.

           LIBERAR-FILA-ALMACEN.
               MOVE WS-TAL-REGISTRO(WS-ALM-IDX) TO ALM-RECORD.
               IF ALM-PENDIENTE
                   AND ALM-FECHA-VALOR NOT > WS-FECHA-NEGOCIO
                   MOVE SPACES TO TRAN-RECORD
                   MOVE ALM-OPERACION TO TRAN-OPERACION
                   MOVE ALM-NUM1 TO TRAN-NUM1
                   MOVE ALM-NUM2 TO TRAN-NUM2
                   MOVE ALM-MONEDA TO TRAN-MONEDA
                   MOVE ALM-FECHA-VALOR TO TRAN-FECHA-VALOR-NUM
                   MOVE ALM-LOTE-ID TO WS-LOTE-ID
                   MOVE ALM-DEPTO TO WS-LOTE-DEPTO
                   PERFORM DESPACHAR-TRANSACCION-LOTE
                   MOVE WS-TAL-REGISTRO(WS-ALM-IDX) TO ALM-RECORD
                   MOVE "L" TO ALM-ESTADO
                   MOVE WS-FECHA-NEGOCIO TO ALM-FECHA-ESTADO
                   MOVE WS-OPERADOR TO ALM-OPER-ESTADO
                   MOVE ALM-RECORD TO WS-TAL-REGISTRO(WS-ALM-IDX)
                   PERFORM REESCRIBIR-ALMACEN
                   ADD 1 TO WS-REGISTROS-LIBERADOS
               END-IF.

           REESCRIBIR-ALMACEN.
               OPEN OUTPUT ALMACEN-FILE.
               PERFORM ESCRIBIR-FILA-ALMACEN
                   VARYING WS-ALM-ESC FROM 1 BY 1
                   UNTIL WS-ALM-ESC > WS-ALM-USADOS.
               CLOSE ALMACEN-FILE.

           ESCRIBIR-FILA-ALMACEN.
               MOVE WS-TAL-REGISTRO(WS-ALM-ESC) TO ALM-RECORD.
               WRITE ALM-RECORD.

      * DETERMINAR-MODO-RERUN mira la variable de entorno MODO_RERUN:
      * con valor "S" el lote toma como entrada el fichero de
      * rechazos RECHIN (el RECHAZOS de una ejecucion anterior, ya
                           MOVE RIN-NUM1 TO TRAN-NUM1
                           MOVE RIN-NUM2 TO TRAN-NUM2
                           MOVE RIN-MONEDA TO TRAN-MONEDA
                           MOVE RIN-FECHA-VALOR TO TRAN-FECHA-VALOR
                           MOVE RIN-DEPTO TO WS-LOTE-DEPTO
                           MOVE RIN-LOTE-ID TO WS-LOTE-ID
                           PERFORM PROCESAR-TRANSACCION-LOTE
                       END-IF
               END-READ.
      * IF/ELSE IF del despacho pueda cerrarse con un punto antes
      * de comprobar el checkpoint, evitando un problema de analisis
      * de GnuCOBOL con varias sentencias seguidas tras un mismo
      * END-IF cuando las ramas usan PERFORM de parrafo. Por la
      * misma razon la decision de fecha valor (aparcar, rechazar o
      * contabilizar en el dia) va en DESTINAR-TRANSACCION-LOTE y el
      * despacho por operacion en DESPACHAR-TRANSACCION-LOTE, que es
      * tambien el que usa la liberacion del almacen.
           PROCESAR-TRANSACCION-LOTE.
               PERFORM DESTINAR-TRANSACCION-LOTE.
               IF FUNCTION MOD(WS-REGISTROS-LEIDOS,
                   WS-INTERVALO-CHECKPOINT) = ZERO
                   PERFORM ESCRIBIR-CHECKPOINT
               END-IF.

           DESTINAR-TRANSACCION-LOTE.
               PERFORM CLASIFICAR-FECHA-VALOR.
               IF VALOR-MAL
                   MOVE "FVA" TO WS-MOTIVO-RECHAZO
                   PERFORM ESCRIBIR-RECHAZO
               ELSE IF VALOR-FUTURO
                   PERFORM ALMACENAR-TRANSACCION-LOTE
               ELSE
                   PERFORM DESPACHAR-TRANSACCION-LOTE
               END-IF.

      * Fecha valor en blanco o a ceros es "en el dia"; si viene,
      * ha de ser una fecha AAAAMMDD real, y solo una posterior a la
      * fecha de negocio se aparca.
           CLASIFICAR-FECHA-VALOR.
               MOVE "D" TO WS-DESTINO-FECHA-VALOR.
               IF TRAN-FECHA-VALOR NOT = SPACES
                   AND TRAN-FECHA-VALOR NOT = ZEROS
                   IF TRAN-FECHA-VALOR NOT NUMERIC
                       MOVE "M" TO WS-DESTINO-FECHA-VALOR
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD
                           (TRAN-FECHA-VALOR-NUM) NOT = 0
                           MOVE "M" TO WS-DESTINO-FECHA-VALOR
                       ELSE
                           IF TRAN-FECHA-VALOR-NUM > WS-FECHA-NEGOCIO
                               MOVE "F" TO WS-DESTINO-FECHA-VALOR
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      * ALMACENAR-TRANSACCION-LOTE aparca la transaccion en ALMACEN
      * con el lote y el departamento en curso y deja constancia en
      * TRANOUT; no toca auditoria, ledger ni PENDIENTES hasta que
      * la fila se libere. La validacion completa se hace entonces.
           ALMACENAR-TRANSACCION-LOTE.
               ADD 1 TO WS-ALM-ID.
               MOVE SPACES TO ALM-RECORD.
               MOVE WS-ALM-ID TO ALM-ID.
               MOVE TRAN-FECHA-VALOR-NUM TO ALM-FECHA-VALOR.
               MOVE WS-FECHA-NEGOCIO TO ALM-FECHA-ALTA.
               MOVE WS-LOTE-ID TO ALM-LOTE-ID.
               MOVE WS-LOTE-DEPTO TO ALM-DEPTO.
               MOVE WS-OPERADOR TO ALM-OPERADOR.
               MOVE TRAN-OPERACION TO ALM-OPERACION.
               MOVE TRAN-NUM1 TO ALM-NUM1.
               MOVE TRAN-NUM2 TO ALM-NUM2.
               MOVE FUNCTION UPPER-CASE(TRAN-MONEDA) TO ALM-MONEDA.
               MOVE "P" TO ALM-ESTADO.
               MOVE ZERO TO ALM-FECHA-ESTADO.
               OPEN EXTEND ALMACEN-FILE.
               IF WS-ALMACEN-STATUS NOT = "00"
                   OPEN OUTPUT ALMACEN-FILE
               END-IF.
               WRITE ALM-RECORD.
               CLOSE ALMACEN-FILE.
               MOVE TRAN-OPERACION TO TOUT-OPERACION.
               MOVE TRAN-NUM1 TO TOUT-NUM1.
               MOVE TRAN-NUM2 TO TOUT-NUM2.
               MOVE ZERO TO TOUT-RESULTADO.
               MOVE TRAN-FECHA-VALOR-NUM TO WS-MENSAJE-ALM-FECHA.
               MOVE WS-MENSAJE-ALMACEN TO TOUT-MENSAJE.
               WRITE TRAN-OUT-RECORD.
               ADD 1 TO WS-REGISTROS-ALMACENADOS.

           DESPACHAR-TRANSACCION-LOTE.
               MOVE TRAN-OPERACION TO OPERACION.
               MOVE TRAN-NUM1 TO NUM1.
               MOVE TRAN-NUM2 TO NUM2.
               ELSE IF OPERACION = "D" OR OPERACION = "d"
                   PERFORM PARTICION-LOTE
               ELSE
                   PERFORM COMPROBAR-CODIGO-DEVENGO
                   IF CODIGO-DEVENGO
                       PERFORM SUMA-LOTE
                   ELSE
                       PERFORM ESCRIBIR-ERROR-LOTE
                   END-IF
               END-IF.

      * Las liquidaciones de Operaciones_Basicas_Devengo llegan con el
      * codigo de su fila de TASASINT, "DV" y hasta tres caracteres
      * mas, para que el ledger las lleve a la cuenta que devenga y
      * no a la de las sumas. Se contabilizan como una suma de NUM1 y
      * NUM2, pero solo si el codigo tiene fila propia vigente en
      * CTATABLA: sin ella irian al comodin "*" o a CTA-EXP, asi que
      * se rechazan como operacion desconocida hasta dar de alta la
      * fila.
           COMPROBAR-CODIGO-DEVENGO.
               MOVE "N" TO WS-CODIGO-DEVENGO.
               MOVE FUNCTION UPPER-CASE(OPERACION)
                   TO WS-OPERACION-MAYUS.
               IF WS-OPERACION-MAYUS(1:2) = "DV"
                   AND WS-OPERACION-MAYUS(3:3) NOT = SPACES
                   ACCEPT WS-FECHA-BUSQUEDA FROM DATE YYYYMMDD
                   MOVE "N" TO WS-CUENTA-HALLADA
                   MOVE ZERO TO WS-VIGENCIA-ELEGIDA
                   PERFORM COMPARAR-CUENTA-OPERACION
                       VARYING WS-CTA-IDX FROM 1 BY 1
                       UNTIL WS-CTA-IDX > WS-CUENTAS-USADAS
                   IF CUENTA-HALLADA
                       MOVE "S" TO WS-CODIGO-DEVENGO
                   END-IF
               END-IF.

           ESCRIBIR-CHECKPOINT.
               MOVE WS-REGISTROS-LEIDOS TO RECH-REGISTRO.
               MOVE WS-LOTE-DEPTO TO RECH-DEPTO.
               MOVE TRAN-MONEDA TO RECH-MONEDA.
               MOVE TRAN-FECHA-VALOR TO RECH-FECHA-VALOR.
               MOVE WS-LOTE-ID TO RECH-LOTE-ID.
               WRITE RECH-RECORD.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE WS-FECHA-HOY TO RECHH-FECHA.
               MOVE RECH-REGISTRO TO RECHH-REGISTRO.
               MOVE RECH-DEPTO TO RECHH-DEPTO.
               MOVE RECH-MONEDA TO RECHH-MONEDA.
               MOVE RECH-FECHA-VALOR TO RECHH-FECHA-VALOR.
               MOVE RECH-LOTE-ID TO RECHH-LOTE-ID.
               WRITE RECHH-RECORD.
               ADD 1 TO WS-REGISTROS-RECHAZADOS.

               MOVE WS-LOTE-DEPTO TO PEND-DEPTO.
               MOVE AUD-MONEDA TO PEND-MONEDA.
               MOVE AUD-IMPORTE-ORIGEN TO PEND-IMPORTE-ORIGEN.
               MOVE WS-LOTE-ID TO PEND-LOTE-ID.
               OPEN EXTEND PEND-FILE.
               IF WS-PEND-STATUS NOT = "00"
                   OPEN OUTPUT PEND-FILE
               MOVE WS-AUD-SECUENCIA TO AUD-SECUENCIA.
               MOVE WS-OPERADOR TO AUD-OPERADOR.
               MOVE WS-LOTE-DEPTO TO AUD-DEPTO.
               MOVE WS-LOTE-ID TO AUD-LOTE-ID.
               ACCEPT AUD-HORA FROM TIME.
               WRITE AUDIT-RECORD.
               IF MASTER-DISPONIBLE
                   PERFORM GRABAR-AUDIT-MASTER
