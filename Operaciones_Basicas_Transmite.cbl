      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Transmision diaria del feed de ledger a contabilidad  *
      * Tectonics: cobc                                                *
      ******************************************************************
      * LEDGERFEED es acumulativo y nunca se renumera, y contabilidad *
      * recibia cada noche el fichero entero y tenia que averiguar    *
      * que referencias eran nuevas. Este programa corta un fichero   *
      * de transmision fechado (LEDGERTX, ver LTXREC.cpy) con solo    *
      * los pares "D"/"H" todavia no enviados, entre una cabecera y   *
      * una cola con numero de lineas, totales debe/haber y primera y *
      * ultima referencia, y apunta cada envio en el registro de      *
      * transmisiones REGTRANS (ver REGTXREC.cpy) con clave de fecha  *
      * de negocio. El corte es la referencia mas alta ya registrada; *
      * si el registro esta vacio se parte de REF_CORTE_INICIAL (las  *
      * referencias que contabilidad ya tiene del feed completo) o,   *
      * sin ella, del principio del feed.                             *
      *                                                               *
      * Con REENVIO_FECHA (AAAAMMDD) el programa no corta nada nuevo: *
      * reconstruye el envio de esa fecha con el rango de referencias *
      * guardado en el registro y comprueba que lineas y totales      *
      * siguen coincidiendo antes de escribirlo, de modo que el       *
      * fichero sale identico al original. Una segunda pasada para    *
      * una fecha ya registrada se trata igual, como reenvio, para    *
      * que un relanzamiento de la ventana no corte dos veces.        *
      *                                                               *
      * El fichero de salida es el que indique la variable LEDGERTX;  *
      * sin ella se llama LEDGERTX.AAAAMMDD con la fecha transmitida. *
      * La ventana nocturna solo lanza este paso con CONCILIA y       *
      * BALANCE completados limpios. Saldos, Extracto y Balance       *
      * siguen leyendo LEDGERFEED entero. Cualquier fallo termina con *
      * RETURN-CODE 8 sin tocar el registro.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Transmite.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Transmision diaria con corte, registro y reenvio.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT LEDGER-FILE ASSIGN TO "LEDGERFEED"
                       ORGANIZATION IS SEQUENTIAL
                       FILE STATUS IS WS-LEDGER-STATUS.
                   SELECT TX-FILE ASSIGN TO "LEDGERTX"
                       ORGANIZATION IS SEQUENTIAL
                       FILE STATUS IS WS-TX-STATUS.
                   SELECT REGTX-FILE ASSIGN TO "REGTRANS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REGTX-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD LEDGER-FILE
               RECORDING MODE IS F.
           COPY "LEDGREC.cpy".

           FD TX-FILE
               RECORDING MODE IS F.
           COPY "LTXREC.cpy".

           FD REGTX-FILE.
           COPY "REGTXREC.cpy".

           WORKING-STORAGE SECTION.
               01 WS-LEDGER-STATUS PIC X(2).
               01 WS-TX-STATUS PIC X(2).
               01 WS-REGTX-STATUS PIC X(2).
               01 WS-FIN-LEDGER PIC X(1) VALUE "N".
                   88 FIN-LEDGER VALUE "S".
               01 WS-FIN-REGTX PIC X(1) VALUE "N".
                   88 FIN-REGTX VALUE "S".

               01 WS-ENV-FECHA PIC X(8).
               01 WS-ENV-REFERENCIA PIC X(9).
               01 WS-FECHA-NEGOCIO PIC 9(8).
               01 WS-FECHA-TX PIC 9(8).
               01 WS-FECHA-HOY PIC 9(8).
               01 WS-HORA-ACTUAL PIC 9(8).
               01 WS-NOMBRE-FICHERO PIC X(40).

               01 WS-MODO-REENVIO PIC X(1) VALUE "N".
                   88 MODO-REENVIO VALUE "S".

      * Tabla de trabajo de REGTRANS: se carga entera, se anade o
      * actualiza la fila de la fecha transmitida y se regraba el
      * fichero completo, igual que RUNCTL en la ventana.
               01 WS-MAX-FILAS PIC 9(4) COMP VALUE 2000.
               01 WS-FILAS-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-IDX PIC 9(4) COMP.
               01 WS-SEL PIC 9(4) COMP.
               01 WS-FILA-HALLADA PIC X(1) VALUE "N".
                   88 FILA-HALLADA VALUE "S".
               01 WS-TABLA-REGTX.
                   05 WS-TR-REGISTRO PIC X(120) OCCURS 2000 TIMES.

      * Rango de referencias de la transmision y totales de control.
      * WS-REF-CORTE es la ultima referencia ya enviada.
               01 WS-REF-CORTE PIC 9(9) VALUE ZERO.
               01 WS-REF-DESDE PIC 9(9) VALUE ZERO.
               01 WS-REF-HASTA PIC 9(9) VALUE ZERO.
               01 WS-REF-MAYOR PIC 9(9) VALUE ZERO.
               01 WS-CONT-LINEAS PIC 9(7) VALUE ZERO.
               01 WS-CONT-UNA-PIERNA PIC 9(7) VALUE ZERO.
               01 WS-TOTAL-DEBE PIC 9(11)V99 VALUE ZERO.
               01 WS-TOTAL-HABER PIC 9(11)V99 VALUE ZERO.
               01 WS-CONT-ESCRITAS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
           INICIO-TRANSMITE.
               PERFORM DETERMINAR-FECHA-NEGOCIO.
               PERFORM CARGAR-REGTRANS.
               PERFORM DETERMINAR-MODO.
               IF MODO-REENVIO
                   PERFORM PREPARAR-REENVIO
               ELSE
                   PERFORM PREPARAR-CORTE
               END-IF.
               PERFORM DETERMINAR-FICHERO-SALIDA.
               PERFORM ESCRIBIR-TRANSMISION.
               IF MODO-REENVIO
                   PERFORM ANOTAR-REENVIO
               ELSE
                   PERFORM ANOTAR-TRANSMISION
               END-IF.
               PERFORM GRABAR-REGTRANS.
               IF MODO-REENVIO
                   DISPLAY "Reenvio de la transmision del "
                       WS-FECHA-TX " completado"
               ELSE
                   DISPLAY "Transmision del " WS-FECHA-TX
                       " completada"
               END-IF.
               DISPLAY "Fichero: " WS-NOMBRE-FICHERO.
               DISPLAY "Referencias: " WS-REF-DESDE " a "
                   WS-REF-HASTA.
               DISPLAY "Lineas de detalle: " WS-CONT-LINEAS.
               DISPLAY "Total debe:  " WS-TOTAL-DEBE.
               DISPLAY "Total haber: " WS-TOTAL-HABER.
               IF WS-CONT-UNA-PIERNA > ZERO
                   DISPLAY "Lineas de una sola pierna no enviadas: "
                       WS-CONT-UNA-PIERNA
               END-IF.
               STOP RUN.

      * Misma fecha de negocio que la ventana: FECHA_NEGOCIO manda,
      * despues FECHA_ABIERTA y, sin ninguna, la fecha del sistema.
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

      * DETERMINAR-MODO decide entre corte nuevo y reenvio. Un
      * REENVIO_FECHA que no es una fecha se rechaza en vez de caer
      * en un corte nuevo que nadie ha pedido.
           DETERMINAR-MODO.
               MOVE SPACES TO WS-ENV-FECHA.
               ACCEPT WS-ENV-FECHA FROM ENVIRONMENT "REENVIO_FECHA".
               IF WS-ENV-FECHA NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-ENV-FECHA) NOT = 0
                       DISPLAY "REENVIO_FECHA no valida: "
                           WS-ENV-FECHA " (formato AAAAMMDD)"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-ENV-FECHA) TO WS-FECHA-TX
                   MOVE "S" TO WS-MODO-REENVIO
               ELSE
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TX
                   PERFORM LOCALIZAR-FILA-FECHA
                   IF FILA-HALLADA
                       DISPLAY "La fecha " WS-FECHA-TX
                           " ya consta transmitida; se reenvia tal"
                           " cual"
                       MOVE "S" TO WS-MODO-REENVIO
                   END-IF
               END-IF.

      * PREPARAR-REENVIO toma de REGTRANS el rango de la fecha
      * pedida y comprueba contra el feed que las lineas y los
      * totales no han cambiado desde el envio original.
           PREPARAR-REENVIO.
               PERFORM LOCALIZAR-FILA-FECHA.
               IF NOT FILA-HALLADA
                   DISPLAY "No consta transmision para la fecha "
                       WS-FECHA-TX " en REGTRANS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-TR-REGISTRO(WS-SEL) TO RTX-RECORD.
               MOVE RTX-REF-DESDE TO WS-REF-DESDE.
               MOVE RTX-REF-HASTA TO WS-REF-HASTA.
               PERFORM CONTAR-RANGO.
               MOVE WS-TR-REGISTRO(WS-SEL) TO RTX-RECORD.
               IF WS-CONT-LINEAS NOT = RTX-REGISTROS
                   OR WS-TOTAL-DEBE NOT = RTX-TOTAL-DEBE
                   OR WS-TOTAL-HABER NOT = RTX-TOTAL-HABER
                   DISPLAY "*** LEDGERFEED NO COINCIDE CON EL ENVIO"
                       " ORIGINAL DEL " WS-FECHA-TX " ***"
                   DISPLAY "Registrado: " RTX-REGISTROS " lineas, "
                       RTX-TOTAL-DEBE " debe, " RTX-TOTAL-HABER
                       " haber"
                   DISPLAY "En el feed: " WS-CONT-LINEAS " lineas, "
                       WS-TOTAL-DEBE " debe, " WS-TOTAL-HABER
                       " haber"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * PREPARAR-CORTE cuenta todo lo posterior al corte; la ultima
      * referencia enviada sera la mas alta encontrada. Sin lineas
      * nuevas la transmision sale vacia (solo cabecera y cola) y el
      * corte no se mueve.
           PREPARAR-CORTE.
               IF WS-FILAS-USADAS = ZERO
                   MOVE SPACES TO WS-ENV-REFERENCIA
                   ACCEPT WS-ENV-REFERENCIA FROM ENVIRONMENT
                       "REF_CORTE_INICIAL"
                   IF WS-ENV-REFERENCIA NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-ENV-REFERENCIA)
                           = 0
                       MOVE FUNCTION NUMVAL(WS-ENV-REFERENCIA)
                           TO WS-REF-CORTE
                       DISPLAY "Primera transmision: corte inicial en"
                           " la referencia " WS-REF-CORTE
                   END-IF
               END-IF.
               COMPUTE WS-REF-DESDE = WS-REF-CORTE + 1.
               MOVE 999999999 TO WS-REF-HASTA.
               PERFORM CONTAR-RANGO.
               IF WS-CONT-LINEAS > ZERO
                   MOVE WS-REF-MAYOR TO WS-REF-HASTA
               ELSE
                   MOVE WS-REF-CORTE TO WS-REF-HASTA
               END-IF.

      * CONTAR-RANGO es la primera pasada por el feed: cuenta las
      * lineas del par con referencia dentro del rango y acumula
      * debe y haber con el mismo criterio que el balance de
      * comprobacion (importe negativo al debe, positivo al haber).
           CONTAR-RANGO.
               MOVE ZERO TO WS-CONT-LINEAS.
               MOVE ZERO TO WS-CONT-UNA-PIERNA.
               MOVE ZERO TO WS-TOTAL-DEBE.
               MOVE ZERO TO WS-TOTAL-HABER.
               MOVE ZERO TO WS-REF-MAYOR.
               MOVE "N" TO WS-FIN-LEDGER.
               OPEN INPUT LEDGER-FILE.
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "No se puede abrir LEDGERFEED (estado "
                       WS-LEDGER-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM LEER-LEDGER-CONTAR UNTIL FIN-LEDGER.
               CLOSE LEDGER-FILE.

           LEER-LEDGER-CONTAR.
               READ LEDGER-FILE
                   AT END
                       MOVE "S" TO WS-FIN-LEDGER
                   NOT AT END
                       PERFORM CONTAR-APUNTE
               END-READ.

           CONTAR-APUNTE.
               IF LEDG-REFERENCIA >= WS-REF-DESDE
                   AND LEDG-REFERENCIA <= WS-REF-HASTA
                   IF LEDG-ES-APUNTE-CUENTA OR LEDG-ES-APUNTE-CONTRA
                       ADD 1 TO WS-CONT-LINEAS
                       IF LEDG-IMPORTE < ZERO
                           SUBTRACT LEDG-IMPORTE FROM WS-TOTAL-DEBE
                               GIVING WS-TOTAL-DEBE
                       ELSE
                           ADD LEDG-IMPORTE TO WS-TOTAL-HABER
                       END-IF
                       IF LEDG-REFERENCIA > WS-REF-MAYOR
                           MOVE LEDG-REFERENCIA TO WS-REF-MAYOR
                       END-IF
                   ELSE
                       ADD 1 TO WS-CONT-UNA-PIERNA
                   END-IF
               END-IF.

      * El fichero de salida lleva la fecha transmitida en el nombre
      * salvo que el lanzador fije LEDGERTX: se deja el nombre en la
      * variable para que el ASSIGN lo resuelva al abrir.
           DETERMINAR-FICHERO-SALIDA.
               MOVE SPACES TO WS-NOMBRE-FICHERO.
               ACCEPT WS-NOMBRE-FICHERO FROM ENVIRONMENT "LEDGERTX".
               IF WS-NOMBRE-FICHERO = SPACES
                   STRING "LEDGERTX." DELIMITED BY SIZE
                       WS-FECHA-TX DELIMITED BY SIZE
                       INTO WS-NOMBRE-FICHERO
                   DISPLAY "LEDGERTX" UPON ENVIRONMENT-NAME
                   DISPLAY WS-NOMBRE-FICHERO UPON ENVIRONMENT-VALUE
               END-IF.

      * ESCRIBIR-TRANSMISION es la segunda pasada: cabecera, copia
      * literal de las lineas del rango y cola. Si el numero de
      * lineas escritas no coincide con el de la primera pasada el
      * feed ha cambiado por debajo y no se registra nada.
           ESCRIBIR-TRANSMISION.
               OPEN OUTPUT TX-FILE.
               IF WS-TX-STATUS NOT = "00"
                   DISPLAY "No se puede crear " WS-NOMBRE-FICHERO
                       " (estado " WS-TX-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO LTX-CABECERA.
               MOVE "*CAB" TO LTXC-MARCA.
               MOVE WS-FECHA-TX TO LTXC-FECHA.
               MOVE WS-REF-DESDE TO LTXC-REF-DESDE.
               MOVE WS-REF-HASTA TO LTXC-REF-HASTA.
               MOVE WS-CONT-LINEAS TO LTXC-REGISTROS.
               WRITE LTX-CABECERA.
               MOVE ZERO TO WS-CONT-ESCRITAS.
               IF WS-CONT-LINEAS > ZERO
                   MOVE "N" TO WS-FIN-LEDGER
                   OPEN INPUT LEDGER-FILE
                   PERFORM LEER-LEDGER-COPIAR UNTIL FIN-LEDGER
                   CLOSE LEDGER-FILE
               END-IF.
               MOVE SPACES TO LTX-COLA.
               MOVE "*FIN" TO LTXF-MARCA.
               MOVE WS-CONT-LINEAS TO LTXF-REGISTROS.
               MOVE WS-TOTAL-DEBE TO LTXF-TOTAL-DEBE.
               MOVE WS-TOTAL-HABER TO LTXF-TOTAL-HABER.
               MOVE WS-REF-DESDE TO LTXF-REF-DESDE.
               MOVE WS-REF-HASTA TO LTXF-REF-HASTA.
               WRITE LTX-COLA.
               CLOSE TX-FILE.
               IF WS-CONT-ESCRITAS NOT = WS-CONT-LINEAS
                   DISPLAY "*** LEDGERFEED cambio durante la"
                       " transmision: " WS-CONT-ESCRITAS
                       " lineas escritas, " WS-CONT-LINEAS
                       " contadas ***"
                   DISPLAY "No se registra la transmision; relance"
                       " el paso"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           LEER-LEDGER-COPIAR.
               READ LEDGER-FILE
                   AT END
                       MOVE "S" TO WS-FIN-LEDGER
                   NOT AT END
                       PERFORM COPIAR-APUNTE
               END-READ.

           COPIAR-APUNTE.
               IF LEDG-REFERENCIA >= WS-REF-DESDE
                   AND LEDG-REFERENCIA <= WS-REF-HASTA
                   AND (LEDG-ES-APUNTE-CUENTA
                       OR LEDG-ES-APUNTE-CONTRA)
                   MOVE LEDGER-RECORD TO LTX-DETALLE
                   WRITE LTX-DETALLE
                   ADD 1 TO WS-CONT-ESCRITAS
               END-IF.

           ANOTAR-TRANSMISION.
               IF WS-FILAS-USADAS >= WS-MAX-FILAS
                   DISPLAY "REGTRANS con mas de " WS-MAX-FILAS
                       " filas; archive las fechas viejas"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ACCEPT WS-HORA-ACTUAL FROM TIME.
               MOVE SPACES TO RTX-RECORD.
               MOVE WS-FECHA-TX TO RTX-FECHA.
               MOVE WS-REF-DESDE TO RTX-REF-DESDE.
               MOVE WS-REF-HASTA TO RTX-REF-HASTA.
               MOVE WS-CONT-LINEAS TO RTX-REGISTROS.
               MOVE WS-TOTAL-DEBE TO RTX-TOTAL-DEBE.
               MOVE WS-TOTAL-HABER TO RTX-TOTAL-HABER.
               MOVE WS-NOMBRE-FICHERO TO RTX-FICHERO.
               MOVE WS-HORA-ACTUAL TO RTX-HORA-ENVIO.
               MOVE ZERO TO RTX-REENVIOS.
               MOVE ZERO TO RTX-FECHA-REENVIO.
               ADD 1 TO WS-FILAS-USADAS.
               MOVE RTX-RECORD TO WS-TR-REGISTRO(WS-FILAS-USADAS).

           ANOTAR-REENVIO.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE WS-TR-REGISTRO(WS-SEL) TO RTX-RECORD.
               IF RTX-REENVIOS < 999
                   ADD 1 TO RTX-REENVIOS
               END-IF.
               MOVE WS-FECHA-HOY TO RTX-FECHA-REENVIO.
               MOVE RTX-RECORD TO WS-TR-REGISTRO(WS-SEL).

      * LOCALIZAR-FILA-FECHA guarda el indice del acierto en WS-SEL:
      * el PERFORM VARYING deja WS-IDX una posicion mas alla al
      * salir.
           LOCALIZAR-FILA-FECHA.
               MOVE "N" TO WS-FILA-HALLADA.
               IF WS-FILAS-USADAS > ZERO
                   PERFORM COMPARAR-FILA-FECHA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-FILAS-USADAS
                       OR FILA-HALLADA
               END-IF.

           COMPARAR-FILA-FECHA.
               MOVE WS-TR-REGISTRO(WS-IDX) TO RTX-RECORD.
               IF RTX-FECHA = WS-FECHA-TX
                   MOVE "S" TO WS-FILA-HALLADA
                   MOVE WS-IDX TO WS-SEL
               END-IF.

      * CARGAR-REGTRANS deja el registro en la tabla y el corte en
      * WS-REF-CORTE (la referencia mas alta ya enviada).
           CARGAR-REGTRANS.
               MOVE ZERO TO WS-FILAS-USADAS.
               MOVE ZERO TO WS-REF-CORTE.
               MOVE "N" TO WS-FIN-REGTX.
               OPEN INPUT REGTX-FILE.
               IF WS-REGTX-STATUS = "00"
                   PERFORM LEER-REGTRANS UNTIL FIN-REGTX
                   CLOSE REGTX-FILE
               END-IF.

           LEER-REGTRANS.
               READ REGTX-FILE
                   AT END
                       MOVE "S" TO WS-FIN-REGTX
                   NOT AT END
                       PERFORM GUARDAR-FILA-REGTRANS
               END-READ.

           GUARDAR-FILA-REGTRANS.
               IF WS-FILAS-USADAS >= WS-MAX-FILAS
                   DISPLAY "REGTRANS con mas de " WS-MAX-FILAS
                       " filas; archive las fechas viejas"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-FILAS-USADAS.
               MOVE RTX-RECORD TO WS-TR-REGISTRO(WS-FILAS-USADAS).
               IF RTX-REF-HASTA > WS-REF-CORTE
                   MOVE RTX-REF-HASTA TO WS-REF-CORTE
               END-IF.

           GRABAR-REGTRANS.
               OPEN OUTPUT REGTX-FILE.
               IF WS-FILAS-USADAS > ZERO
                   PERFORM GRABAR-FILA-REGTRANS
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-FILAS-USADAS
               END-IF.
               CLOSE REGTX-FILE.

           GRABAR-FILA-REGTRANS.
               MOVE WS-TR-REGISTRO(WS-IDX) TO RTX-RECORD.
               WRITE RTX-RECORD.

       END PROGRAM Operaciones_Basicas_Transmite.
