      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Informe del diario de cambios de tablas maestras      *
      * Tectonics: cobc                                                *
      ******************************************************************
      * Lista el diario CAMBIOS (ver CAMBREC.cpy) que dejan los       *
      * mantenimientos de CTATABLA, OPERADORES, MONEDAS, APROBLIM,    *
      * CALENDARIO, TASASINT, PRESUPUES y CLASECTA y las              *
      * cancelaciones del almacen ALMACEN, para un rango de fechas    *
      * (las variables FECHA_DESDE y FECHA_HASTA, AAAAMMDD; sin       *
      * ellas, sin limite) y, si se da la variable TABLA_CAMBIOS,     *
      * solo para ese fichero. Por cada cambio imprime en CAMBIOSREP  *
      * la fecha, la hora, el operador, el fichero y la accion,       *
      * seguidos de la imagen anterior y la posterior de la fila tal  *
      * como se graba en el fichero (de ALMACEN, la imagen resumida   *
      * que anota Operaciones_Basicas_Almacen). Al final da los       *
      * totales por accion.                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Cambios.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Informe del diario de cambios por rango de fechas.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CAMBIOS-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "CAMBIOSREP"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD CAMBIOS-FILE.
           COPY "CAMBREC.cpy".

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-CAMBIOS-STATUS PIC X(2).
               01 WS-REPORT-STATUS PIC X(2).
               01 WS-FIN-FICHERO PIC X(1) VALUE "N".
                   88 FIN-FICHERO VALUE "S".

               01 WS-ENV-DESDE PIC X(8).
               01 WS-ENV-HASTA PIC X(8).
               01 WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
               01 WS-FECHA-HASTA PIC 9(8) VALUE 99991231.
               01 WS-FECHA-HOY PIC 9(8).
               01 WS-TABLA-FILTRO PIC X(10) VALUE SPACES.

               01 WS-CONT-ALTAS PIC 9(7) VALUE ZERO.
               01 WS-CONT-CAMBIOS PIC 9(7) VALUE ZERO.
               01 WS-CONT-BAJAS PIC 9(7) VALUE ZERO.
               01 WS-CONT-REACTIVACIONES PIC 9(7) VALUE ZERO.
               01 WS-CONT-TOTAL PIC 9(7) VALUE ZERO.

               01 WS-LINEA-CAMBIO.
                   05 WS-LC-FECHA PIC 9(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-HORA PIC 99B99B99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-OPERADOR PIC X(14).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-FICHERO PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LC-ACCION PIC X(12).
               01 WS-HORA-HHMMSS PIC 9(6).

               01 WS-LINEA-IMAGEN.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LIM-ETIQUETA PIC X(9).
                   05 WS-LIM-IMAGEN PIC X(60).

               01 WS-LINEA-TOTAL.
                   05 WS-LT-TIPO PIC X(20).
                   05 WS-LT-CONTADOR PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           INICIO-CAMBIOS.
               PERFORM DETERMINAR-RANGO-FECHAS.
               OPEN OUTPUT REPORT-FILE.
               PERFORM IMPRIMIR-CABECERA.
               PERFORM RECORRER-DIARIO.
               PERFORM IMPRIMIR-TOTALES.
               CLOSE REPORT-FILE.
               DISPLAY "Informe de cambios generado en CAMBIOSREP".
               DISPLAY "Rango: " WS-FECHA-DESDE " a " WS-FECHA-HASTA.
               STOP RUN.

           DETERMINAR-RANGO-FECHAS.
               MOVE SPACES TO WS-ENV-DESDE.
               ACCEPT WS-ENV-DESDE FROM ENVIRONMENT "FECHA_DESDE".
               IF WS-ENV-DESDE NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-ENV-DESDE) = 0
                   MOVE FUNCTION NUMVAL(WS-ENV-DESDE)
                       TO WS-FECHA-DESDE
               END-IF.
               MOVE SPACES TO WS-ENV-HASTA.
               ACCEPT WS-ENV-HASTA FROM ENVIRONMENT "FECHA_HASTA".
               IF WS-ENV-HASTA NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-ENV-HASTA) = 0
                   MOVE FUNCTION NUMVAL(WS-ENV-HASTA)
                       TO WS-FECHA-HASTA
               END-IF.
               MOVE SPACES TO WS-TABLA-FILTRO.
               ACCEPT WS-TABLA-FILTRO FROM ENVIRONMENT "TABLA_CAMBIOS".
               MOVE FUNCTION UPPER-CASE(WS-TABLA-FILTRO)
                   TO WS-TABLA-FILTRO.

           IMPRIMIR-CABECERA.
               MOVE SPACES TO REPORT-LINE.
               STRING "Operaciones_Basicas - Diario de cambios de"
                   DELIMITED BY SIZE
                   " tablas maestras" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE SPACES TO REPORT-LINE.
               STRING "Fecha del informe: " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   "  Rango: " DELIMITED BY SIZE
                   WS-FECHA-DESDE DELIMITED BY SIZE
                   " a " DELIMITED BY SIZE
                   WS-FECHA-HASTA DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-TABLA-FILTRO NOT = SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING "Solo el fichero: " DELIMITED BY SIZE
                       WS-TABLA-FILTRO DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "Fecha     Hora      Operador        Fichero     Acc
      -            "ion" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.

      * Que el diario no exista no es un error: solo quiere decir
      * que aun no se ha hecho ningun cambio por los mantenimientos.
           RECORRER-DIARIO.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT CAMBIOS-FILE.
               IF WS-CAMBIOS-STATUS = "00"
                   PERFORM LEER-CAMBIO UNTIL FIN-FICHERO
                   CLOSE CAMBIOS-FILE
               END-IF.
               IF WS-CONT-TOTAL = ZERO
                   MOVE "(sin cambios en el rango)" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           LEER-CAMBIO.
               READ CAMBIOS-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       PERFORM TRATAR-CAMBIO
               END-READ.

           TRATAR-CAMBIO.
               IF CAMB-FECHA >= WS-FECHA-DESDE
                   AND CAMB-FECHA <= WS-FECHA-HASTA
                   AND (WS-TABLA-FILTRO = SPACES
                   OR CAMB-FICHERO = WS-TABLA-FILTRO)
                   PERFORM IMPRIMIR-CAMBIO
                   PERFORM CONTAR-CAMBIO
               END-IF.

      * Un operador en blanco es un cambio hecho en OPERADORES con
      * el fichero vacio, antes de que hubiera nadie con quien
      * identificarse.
           IMPRIMIR-CAMBIO.
               MOVE SPACES TO WS-LINEA-CAMBIO.
               MOVE CAMB-FECHA TO WS-LC-FECHA.
               DIVIDE CAMB-HORA BY 100 GIVING WS-HORA-HHMMSS.
               MOVE WS-HORA-HHMMSS TO WS-LC-HORA.
               IF CAMB-OPERADOR = SPACES
                   MOVE "(sin sign-on)" TO WS-LC-OPERADOR
               ELSE
                   MOVE CAMB-OPERADOR TO WS-LC-OPERADOR
               END-IF.
               MOVE CAMB-FICHERO TO WS-LC-FICHERO.
               IF CAMB-ES-ALTA
                   MOVE "Alta" TO WS-LC-ACCION
               ELSE IF CAMB-ES-CAMBIO
                   MOVE "Cambio" TO WS-LC-ACCION
               ELSE IF CAMB-ES-BAJA
                   MOVE "Baja" TO WS-LC-ACCION
               ELSE IF CAMB-ES-REACTIVACION
                   MOVE "Reactivacion" TO WS-LC-ACCION
               ELSE
                   MOVE CAMB-ACCION TO WS-LC-ACCION
               END-IF.
               MOVE WS-LINEA-CAMBIO TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "antes:" TO WS-LIM-ETIQUETA.
               IF CAMB-ANTES = SPACES
                   MOVE "(no existia)" TO WS-LIM-IMAGEN
               ELSE
                   MOVE CAMB-ANTES TO WS-LIM-IMAGEN
               END-IF.
               MOVE WS-LINEA-IMAGEN TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "despues:" TO WS-LIM-ETIQUETA.
               MOVE CAMB-DESPUES TO WS-LIM-IMAGEN.
               MOVE WS-LINEA-IMAGEN TO REPORT-LINE.
               WRITE REPORT-LINE.

           CONTAR-CAMBIO.
               ADD 1 TO WS-CONT-TOTAL.
               IF CAMB-ES-ALTA
                   ADD 1 TO WS-CONT-ALTAS
               ELSE IF CAMB-ES-CAMBIO
                   ADD 1 TO WS-CONT-CAMBIOS
               ELSE IF CAMB-ES-BAJA
                   ADD 1 TO WS-CONT-BAJAS
               ELSE IF CAMB-ES-REACTIVACION
                   ADD 1 TO WS-CONT-REACTIVACIONES
               END-IF.

           IMPRIMIR-TOTALES.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "Totales por accion" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "Altas" TO WS-LT-TIPO.
               MOVE WS-CONT-ALTAS TO WS-LT-CONTADOR.
               MOVE WS-LINEA-TOTAL TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "Cambios" TO WS-LT-TIPO.
               MOVE WS-CONT-CAMBIOS TO WS-LT-CONTADOR.
               MOVE WS-LINEA-TOTAL TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "Bajas" TO WS-LT-TIPO.
               MOVE WS-CONT-BAJAS TO WS-LT-CONTADOR.
               MOVE WS-LINEA-TOTAL TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "Reactivaciones" TO WS-LT-TIPO.
               MOVE WS-CONT-REACTIVACIONES TO WS-LT-CONTADOR.
               MOVE WS-LINEA-TOTAL TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "Total" TO WS-LT-TIPO.
               MOVE WS-CONT-TOTAL TO WS-LT-CONTADOR.
               MOVE WS-LINEA-TOTAL TO REPORT-LINE.
               WRITE REPORT-LINE.

       END PROGRAM Operaciones_Basicas_Cambios.
