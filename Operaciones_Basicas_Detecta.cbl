      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Deteccion de duplicados y operaciones fuera de patron *
      * Tectonics: cobc                                                *
      ******************************************************************
      * Los controles de lote (cuadre de cola, checkpoint, limites de *
      * aprobacion) no ven una transaccion tecleada dos veces por dos *
      * operadores distintos, ni un importe diez veces mayor que lo   *
      * que ese operador mueve de costumbre: ambas cosas se           *
      * descubrian, si acaso, al conciliar con el banco dias despues. *
      * Este programa se lanza en la ventana nocturna antes del       *
      * cierre, cuando el dia todavia esta en AUDITLOG y CORRECCION   *
      * aun puede revertirlo, y deja en DETECTAREP tres listas:       *
      *   - duplicados: lineas normales del dia con el mismo codigo   *
      *     de operacion, los mismos operandos y la misma moneda,     *
      *     sea cual sea el operador o el departamento, que ninguna   *
      *     reversion ha anulado;                                     *
      *   - importes fuera de patron: los que superan en mas de       *
      *     DETECTA_FACTOR veces (por omision 3) el importe medio que *
      *     el mismo operador ha movido con el mismo codigo de        *
      *     operacion en los dias ya cerrados (AUDITMES, AUDITHIST y  *
      *     las lineas de dias anteriores que sigan en AUDITLOG); un  *
      *     operador con menos de DETECTA_MIN_HISTORIA lineas (por    *
      *     omision 5) no tiene patron y no se evalua;                *
      *   - fuera de horario: lineas tecleadas en el modo interactivo *
      *     (sin lote) con AUD-HORA antes de HORARIO_DESDE o desde    *
      *     HORARIO_HASTA (HHMM, por omision 0800 y 1900); las lineas *
      *     anteriores al campo AUD-HORA no se evaluan.               *
      * Cada linea sospechosa sale con su AUD-SECUENCIA, para ir      *
      * directo a la consulta de auditoria y, si procede, revertirla  *
      * con CORRECCION. Las lineas REVAL de la revaluacion y las      *
      * CIERR del cierre del ejercicio no se examinan.                *
      *                                                               *
      * El dia examinado es la fecha de negocio (FECHA_NEGOCIO o      *
      * FECHA_ABIERTA; sin ninguna, la fecha del sistema). Con algun  *
      * hallazgo el programa termina con RETURN-CODE 4, que la        *
      * ventana trata como aviso y no detiene la cadena; sin          *
      * hallazgos, con cero.                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Operaciones_Basicas_Detecta.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Duplicados y operaciones inusuales del dia.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-AUDIT-STATUS.
                   SELECT HIST-FILE ASSIGN TO "AUDITHIST"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-HIST-STATUS.
                   SELECT MES-FILE ASSIGN TO "AUDITMES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-MES-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "DETECTAREP"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD AUDIT-FILE.
           COPY "AUDITREC.cpy".

      * Las lineas de los archivos historicos se leen en un buffer
      * ancho y se vuelcan sobre AUDIT-RECORD, como en Estadis: un
      * programa no puede copiar el mismo copybook bajo dos FD.
           FD HIST-FILE.
           01 HIST-RECORD PIC X(120).

           FD MES-FILE.
           01 MES-RECORD PIC X(120).

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 WS-AUDIT-STATUS PIC X(2).
               01 WS-HIST-STATUS PIC X(2).
               01 WS-MES-STATUS PIC X(2).
               01 WS-REPORT-STATUS PIC X(2).
               01 WS-FIN-FICHERO PIC X(1) VALUE "N".
                   88 FIN-FICHERO VALUE "S".

               01 WS-ENV-FECHA PIC X(8).
               01 WS-FECHA-NEGOCIO PIC 9(8).
               01 WS-FECHA-HOY PIC 9(8).
               01 WS-MONEDA-BASE PIC X(3) VALUE "EUR".

      * Parametros de la deteccion, con sus valores por omision.
               01 WS-ENV-PARAMETRO PIC X(8).
               01 WS-FACTOR PIC 9(3)V99 VALUE 3.
               01 WS-MIN-HISTORIA PIC 9(5) VALUE 5.
               01 WS-HORARIO-DESDE PIC 9(4) VALUE 0800.
               01 WS-HORARIO-HASTA PIC 9(4) VALUE 1900.

      * Lineas normales del dia de negocio. WS-TD-REVERTIDA se marca
      * al encontrar la reversion que las apunta y WS-TD-GRUPO numera
      * los grupos de duplicados (cero = sin grupo).
               01 WS-MAX-DIA PIC 9(4) COMP VALUE 2000.
               01 WS-DIA-USADAS PIC 9(4) COMP VALUE ZERO.
               01 WS-DIA-IDX PIC 9(4) COMP.
               01 WS-DIA-SEL PIC 9(4) COMP.
               01 WS-DIA-HALLADA PIC X(1) VALUE "N".
                   88 DIA-HALLADA VALUE "S".
               01 WS-TABLA-DIA.
                   05 WS-TD-ENTRADA OCCURS 2000 TIMES.
                       10 WS-TD-SECUENCIA PIC 9(9).
                       10 WS-TD-OPERACION PIC X(5).
                       10 WS-TD-NUM1 PIC S9(7)V99.
                       10 WS-TD-NUM2 PIC S9(7)V99.
                       10 WS-TD-MONEDA PIC X(3).
                       10 WS-TD-RESULTADO PIC S9(9)V99.
                       10 WS-TD-OPERADOR PIC X(4).
                       10 WS-TD-DEPTO PIC X(4).
                       10 WS-TD-LOTE PIC X(8).
                       10 WS-TD-HORA PIC X(8).
                       10 WS-TD-REVERTIDA PIC X(1).
                       10 WS-TD-GRUPO PIC 9(4) COMP.
               01 WS-CMP-IDX PIC 9(4) COMP.
               01 WS-CMP-DESDE PIC 9(4) COMP.
               01 WS-OPERACION-MAYUS PIC X(5).
               01 WS-MONEDA-LINEA PIC X(3).

      * Patron historico por operador y codigo de operacion: numero
      * de lineas, suma y maximo del importe en moneda base (en valor
      * absoluto).
               01 WS-MAX-PATRONES PIC 9(4) COMP VALUE 500.
               01 WS-PAT-USADOS PIC 9(4) COMP VALUE ZERO.
               01 WS-PAT-IDX PIC 9(4) COMP.
               01 WS-PAT-SEL PIC 9(4) COMP.
               01 WS-PAT-HALLADO PIC X(1) VALUE "N".
                   88 PAT-HALLADO VALUE "S".
               01 WS-TABLA-PATRONES.
                   05 WS-TPA-ENTRADA OCCURS 500 TIMES.
                       10 WS-TPA-OPERADOR PIC X(4).
                       10 WS-TPA-OPERACION PIC X(5).
                       10 WS-TPA-LINEAS PIC 9(7).
                       10 WS-TPA-SUMA PIC 9(13)V99.
                       10 WS-TPA-MAXIMO PIC 9(11)V99.
               01 WS-OPERADOR-BUSCADO PIC X(4).
               01 WS-OPERACION-BUSCADA PIC X(5).
               01 WS-IMPORTE-ABS PIC 9(11)V99.
               01 WS-MEDIA PIC 9(11)V99.
               01 WS-UMBRAL PIC 9(13)V99.

               01 WS-HORA-LINEA PIC 9(8).
               01 WS-HORA-HHMM PIC 9(4).

               01 WS-GRUPOS PIC 9(4) COMP VALUE ZERO.
               01 WS-GRUPO-IDX PIC 9(4) COMP.
               01 WS-COINCIDENCIAS PIC 9(4) COMP.
               01 WS-CONT-LINEAS-DIA PIC 9(7) VALUE ZERO.
               01 WS-CONT-REVERTIDAS PIC 9(7) VALUE ZERO.
               01 WS-CONT-HISTORIA PIC 9(7) VALUE ZERO.
               01 WS-CONT-DUPLICADOS PIC 9(5) VALUE ZERO.
               01 WS-CONT-PATRON PIC 9(5) VALUE ZERO.
               01 WS-CONT-HORARIO PIC 9(5) VALUE ZERO.
               01 WS-CONT-HALLAZGOS PIC 9(5) VALUE ZERO.

               01 WS-LINEA-DETALLE.
                   05 WS-LD-GRUPO PIC ZZZ9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-SECUENCIA PIC Z(8)9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-OPERADOR PIC X(4).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-DEPTO PIC X(4).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-LOTE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-OPERACION PIC X(5).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-NUM1 PIC -(7)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-NUM2 PIC -(7)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-MONEDA PIC X(3).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-RESULTADO PIC -(9)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LD-HORA PIC X(8).

               01 WS-LINEA-PATRON.
                   05 WS-LPA-SECUENCIA PIC Z(8)9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LPA-OPERADOR PIC X(4).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LPA-DEPTO PIC X(4).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LPA-LOTE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LPA-OPERACION PIC X(5).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LPA-IMPORTE PIC -(9)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LPA-MEDIA PIC Z(9)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LPA-MAXIMO PIC Z(9)9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LPA-LINEAS PIC Z(6)9.

               01 WS-ED-HORA.
                   05 WS-EH-HH PIC 9(2).
                   05 FILLER PIC X(1) VALUE ":".
                   05 WS-EH-MM PIC 9(2).
                   05 FILLER PIC X(1) VALUE ":".
                   05 WS-EH-SS PIC 9(2).
               01 WS-HORA-DESGLOSE.
                   05 WS-HD-HH PIC 9(2).
                   05 WS-HD-MM PIC 9(2).
                   05 WS-HD-SS PIC 9(2).
                   05 WS-HD-CC PIC 9(2).
               01 WS-ED-FACTOR PIC ZZ9.99.
               01 WS-ED-CONTADOR PIC Z(6)9.
               01 WS-ED-REVERTIDAS PIC Z(6)9.

       PROCEDURE DIVISION.
           INICIO-DETECTA.
               PERFORM DETERMINAR-FECHA-NEGOCIO.
               PERFORM DETERMINAR-PARAMETROS.
               PERFORM RECORRER-AUDITMES.
               PERFORM RECORRER-AUDITHIST.
               PERFORM RECORRER-AUDITLOG.
               IF WS-DIA-USADAS > ZERO
                   PERFORM AGRUPAR-DUPLICADOS
                       VARYING WS-DIA-IDX FROM 1 BY 1
                       UNTIL WS-DIA-IDX > WS-DIA-USADAS
               END-IF.
               PERFORM IMPRIMIR-INFORME.
               COMPUTE WS-CONT-HALLAZGOS = WS-CONT-DUPLICADOS
                   + WS-CONT-PATRON + WS-CONT-HORARIO.
               DISPLAY "Deteccion sobre el dia " WS-FECHA-NEGOCIO
                   ": " WS-CONT-LINEAS-DIA " lineas examinadas".
               DISPLAY "Lineas en grupos de duplicados: "
                   WS-CONT-DUPLICADOS " (" WS-GRUPOS " grupos)".
               DISPLAY "Importes fuera de patron: " WS-CONT-PATRON.
               DISPLAY "Lineas fuera de horario: " WS-CONT-HORARIO.
               DISPLAY "Informe en DETECTAREP".
               IF WS-CONT-HALLAZGOS > ZERO
                   DISPLAY "Aviso: " WS-CONT-HALLAZGOS " lineas"
                       " sospechosas; revisar DETECTAREP"
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

      * Un parametro mal escrito se avisa y se sigue con el valor por
      * omision: la deteccion no debe parar la ventana por un umbral.
           DETERMINAR-PARAMETROS.
               MOVE SPACES TO WS-ENV-PARAMETRO.
               ACCEPT WS-ENV-PARAMETRO FROM ENVIRONMENT
                   "DETECTA_FACTOR".
               IF WS-ENV-PARAMETRO NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-ENV-PARAMETRO) = 0
                       AND FUNCTION NUMVAL(WS-ENV-PARAMETRO) > 1
                       AND FUNCTION NUMVAL(WS-ENV-PARAMETRO) < 1000
                       MOVE FUNCTION NUMVAL(WS-ENV-PARAMETRO)
                           TO WS-FACTOR
                   ELSE
                       DISPLAY "Aviso: DETECTA_FACTOR no valido ("
                           WS-ENV-PARAMETRO "); se usa 3"
                   END-IF
               END-IF.
               MOVE SPACES TO WS-ENV-PARAMETRO.
               ACCEPT WS-ENV-PARAMETRO FROM ENVIRONMENT
                   "DETECTA_MIN_HISTORIA".
               IF WS-ENV-PARAMETRO NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-ENV-PARAMETRO) = 0
                       AND FUNCTION NUMVAL(WS-ENV-PARAMETRO) > 0
                       AND FUNCTION NUMVAL(WS-ENV-PARAMETRO) < 100000
                       MOVE FUNCTION NUMVAL(WS-ENV-PARAMETRO)
                           TO WS-MIN-HISTORIA
                   ELSE
                       DISPLAY "Aviso: DETECTA_MIN_HISTORIA no valido"
                           " (" WS-ENV-PARAMETRO "); se usa 5"
                   END-IF
               END-IF.
               MOVE SPACES TO WS-ENV-PARAMETRO.
               ACCEPT WS-ENV-PARAMETRO FROM ENVIRONMENT
                   "HORARIO_DESDE".
               IF WS-ENV-PARAMETRO NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-ENV-PARAMETRO) = 0
                       AND FUNCTION NUMVAL(WS-ENV-PARAMETRO) < 2400
                       MOVE FUNCTION NUMVAL(WS-ENV-PARAMETRO)
                           TO WS-HORARIO-DESDE
                   ELSE
                       DISPLAY "Aviso: HORARIO_DESDE no valido ("
                           WS-ENV-PARAMETRO "); se usa 0800"
                   END-IF
               END-IF.
               MOVE SPACES TO WS-ENV-PARAMETRO.
               ACCEPT WS-ENV-PARAMETRO FROM ENVIRONMENT
                   "HORARIO_HASTA".
               IF WS-ENV-PARAMETRO NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-ENV-PARAMETRO) = 0
                       AND FUNCTION NUMVAL(WS-ENV-PARAMETRO) <= 2400
                       MOVE FUNCTION NUMVAL(WS-ENV-PARAMETRO)
                           TO WS-HORARIO-HASTA
                   ELSE
                       DISPLAY "Aviso: HORARIO_HASTA no valido ("
                           WS-ENV-PARAMETRO "); se usa 1900"
                   END-IF
               END-IF.

      * Se pasa por los archivos en orden cronologico: AUDITMES,
      * AUDITHIST y por ultimo AUDITLOG. Que alguno no exista no es
      * un error.
           RECORRER-AUDITMES.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT MES-FILE.
               IF WS-MES-STATUS = "00"
                   PERFORM LEER-AUDITMES UNTIL FIN-FICHERO
                   CLOSE MES-FILE
               END-IF.

           LEER-AUDITMES.
               READ MES-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       MOVE MES-RECORD TO AUDIT-RECORD
                       PERFORM TRATAR-REGISTRO-AUDITORIA
               END-READ.

           RECORRER-AUDITHIST.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT HIST-FILE.
               IF WS-HIST-STATUS = "00"
                   PERFORM LEER-AUDITHIST UNTIL FIN-FICHERO
                   CLOSE HIST-FILE
               END-IF.

           LEER-AUDITHIST.
               READ HIST-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       MOVE HIST-RECORD TO AUDIT-RECORD
                       PERFORM TRATAR-REGISTRO-AUDITORIA
               END-READ.

           RECORRER-AUDITLOG.
               MOVE "N" TO WS-FIN-FICHERO.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUDIT-STATUS = "00"
                   PERFORM LEER-AUDITLOG UNTIL FIN-FICHERO
                   CLOSE AUDIT-FILE
               END-IF.

           LEER-AUDITLOG.
               READ AUDIT-FILE
                   AT END
                       MOVE "S" TO WS-FIN-FICHERO
                   NOT AT END
                       PERFORM TRATAR-REGISTRO-AUDITORIA
               END-READ.

      * Las lineas de dias anteriores al de negocio alimentan el
      * patron historico; las del dia se guardan para examinarlas, y
      * sus reversiones marcan la linea original, que siempre esta
      * antes en el log. Las lineas de control, las REVAL y las CIERR
      * no cuentan.
           TRATAR-REGISTRO-AUDITORIA.
               IF NOT AUD-ES-CONTROL
                   MOVE FUNCTION UPPER-CASE(AUD-OPERACION)
                       TO WS-OPERACION-MAYUS
                   IF WS-OPERACION-MAYUS NOT = "REVAL"
                       AND WS-OPERACION-MAYUS NOT = "CIERR"
                       IF AUD-FECHA-AAAAMMDD < WS-FECHA-NEGOCIO
                           IF AUD-ES-NORMAL
                               PERFORM ACUMULAR-PATRON
                           END-IF
                       END-IF
                       IF AUD-FECHA-AAAAMMDD = WS-FECHA-NEGOCIO
                           IF AUD-ES-NORMAL
                               PERFORM GUARDAR-LINEA-DIA
                           END-IF
                           IF AUD-ES-REVERSION
                               PERFORM MARCAR-REVERTIDA
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           ACUMULAR-PATRON.
               MOVE AUD-OPERADOR TO WS-OPERADOR-BUSCADO.
               MOVE WS-OPERACION-MAYUS TO WS-OPERACION-BUSCADA.
               PERFORM LOCALIZAR-PATRON.
               IF NOT PAT-HALLADO
                   IF WS-PAT-USADOS >= WS-MAX-PATRONES
                       DISPLAY "Mas de " WS-MAX-PATRONES " pares de"
                           " operador y operacion; ampliar la tabla"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PAT-USADOS
                   MOVE WS-PAT-USADOS TO WS-PAT-SEL
                   MOVE AUD-OPERADOR TO WS-TPA-OPERADOR(WS-PAT-SEL)
                   MOVE WS-OPERACION-MAYUS
                       TO WS-TPA-OPERACION(WS-PAT-SEL)
                   MOVE ZERO TO WS-TPA-LINEAS(WS-PAT-SEL)
                   MOVE ZERO TO WS-TPA-SUMA(WS-PAT-SEL)
                   MOVE ZERO TO WS-TPA-MAXIMO(WS-PAT-SEL)
               END-IF.
               COMPUTE WS-IMPORTE-ABS = FUNCTION ABS(AUD-RESULTADO).
               ADD 1 TO WS-TPA-LINEAS(WS-PAT-SEL).
               ADD WS-IMPORTE-ABS TO WS-TPA-SUMA(WS-PAT-SEL).
               IF WS-IMPORTE-ABS > WS-TPA-MAXIMO(WS-PAT-SEL)
                   MOVE WS-IMPORTE-ABS TO WS-TPA-MAXIMO(WS-PAT-SEL)
               END-IF.
               ADD 1 TO WS-CONT-HISTORIA.

      * LOCALIZAR-PATRON deja el indice del acierto en WS-PAT-SEL: el
      * PERFORM VARYING deja WS-PAT-IDX una posicion mas alla al
      * salir.
           LOCALIZAR-PATRON.
               MOVE "N" TO WS-PAT-HALLADO.
               IF WS-PAT-USADOS > ZERO
                   PERFORM COMPARAR-PATRON
                       VARYING WS-PAT-IDX FROM 1 BY 1
                       UNTIL WS-PAT-IDX > WS-PAT-USADOS
                       OR PAT-HALLADO
               END-IF.

           COMPARAR-PATRON.
               IF WS-TPA-OPERADOR(WS-PAT-IDX) = WS-OPERADOR-BUSCADO
                   AND WS-TPA-OPERACION(WS-PAT-IDX)
                       = WS-OPERACION-BUSCADA
                   MOVE "S" TO WS-PAT-HALLADO
                   MOVE WS-PAT-IDX TO WS-PAT-SEL
               END-IF.

      * Las lineas anteriores a la multimoneda no traen moneda: son
      * de moneda base, y asi se comparan.
           GUARDAR-LINEA-DIA.
               IF WS-DIA-USADAS >= WS-MAX-DIA
                   DISPLAY "Mas de " WS-MAX-DIA " lineas en el dia "
                       WS-FECHA-NEGOCIO "; ampliar la tabla"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF AUD-MONEDA = SPACES
                   MOVE WS-MONEDA-BASE TO WS-MONEDA-LINEA
               ELSE
                   MOVE AUD-MONEDA TO WS-MONEDA-LINEA
               END-IF.
               ADD 1 TO WS-DIA-USADAS.
               MOVE WS-DIA-USADAS TO WS-DIA-SEL.
               MOVE AUD-SECUENCIA TO WS-TD-SECUENCIA(WS-DIA-SEL).
               MOVE WS-OPERACION-MAYUS TO WS-TD-OPERACION(WS-DIA-SEL).
               MOVE AUD-NUM1 TO WS-TD-NUM1(WS-DIA-SEL).
               MOVE AUD-NUM2 TO WS-TD-NUM2(WS-DIA-SEL).
               MOVE WS-MONEDA-LINEA TO WS-TD-MONEDA(WS-DIA-SEL).
               MOVE AUD-RESULTADO TO WS-TD-RESULTADO(WS-DIA-SEL).
               MOVE AUD-OPERADOR TO WS-TD-OPERADOR(WS-DIA-SEL).
               MOVE AUD-DEPTO TO WS-TD-DEPTO(WS-DIA-SEL).
               MOVE AUD-LOTE-ID TO WS-TD-LOTE(WS-DIA-SEL).
               MOVE AUD-HORA TO WS-TD-HORA(WS-DIA-SEL).
               MOVE "N" TO WS-TD-REVERTIDA(WS-DIA-SEL).
               MOVE ZERO TO WS-TD-GRUPO(WS-DIA-SEL).
               ADD 1 TO WS-CONT-LINEAS-DIA.

           MARCAR-REVERTIDA.
               MOVE "N" TO WS-DIA-HALLADA.
               IF WS-DIA-USADAS > ZERO
                   PERFORM LOCALIZAR-REVERTIDA
                       VARYING WS-DIA-IDX FROM 1 BY 1
                       UNTIL WS-DIA-IDX > WS-DIA-USADAS
                       OR DIA-HALLADA
               END-IF.
               IF DIA-HALLADA
                   MOVE "S" TO WS-TD-REVERTIDA(WS-DIA-SEL)
                   ADD 1 TO WS-CONT-REVERTIDAS
               END-IF.

           LOCALIZAR-REVERTIDA.
               IF WS-TD-SECUENCIA(WS-DIA-IDX) = AUD-REVIERTE
                   MOVE "S" TO WS-DIA-HALLADA
                   MOVE WS-DIA-IDX TO WS-DIA-SEL
               END-IF.

      * AGRUPAR-DUPLICADOS abre un grupo con la primera linea viva
      * sin grupo que tenga alguna gemela posterior: misma operacion,
      * mismos operandos y misma moneda, sin reversion. El operador y
      * el departamento no cuentan: el caso tipico es el mismo
      * documento tecleado en dos areas.
           AGRUPAR-DUPLICADOS.
               IF WS-TD-REVERTIDA(WS-DIA-IDX) = "N"
                   AND WS-TD-GRUPO(WS-DIA-IDX) = ZERO
                   MOVE ZERO TO WS-COINCIDENCIAS
                   ADD 1 TO WS-GRUPOS
                   IF WS-DIA-IDX < WS-DIA-USADAS
                       COMPUTE WS-CMP-DESDE = WS-DIA-IDX + 1
                       PERFORM COMPARAR-DUPLICADO
                           VARYING WS-CMP-IDX FROM WS-CMP-DESDE BY 1
                           UNTIL WS-CMP-IDX > WS-DIA-USADAS
                   END-IF
                   IF WS-COINCIDENCIAS > ZERO
                       MOVE WS-GRUPOS TO WS-TD-GRUPO(WS-DIA-IDX)
                       COMPUTE WS-CONT-DUPLICADOS =
                           WS-CONT-DUPLICADOS + WS-COINCIDENCIAS + 1
                   ELSE
                       SUBTRACT 1 FROM WS-GRUPOS
                   END-IF
               END-IF.

           COMPARAR-DUPLICADO.
               IF WS-TD-REVERTIDA(WS-CMP-IDX) = "N"
                   AND WS-TD-GRUPO(WS-CMP-IDX) = ZERO
                   AND WS-TD-OPERACION(WS-CMP-IDX)
                       = WS-TD-OPERACION(WS-DIA-IDX)
                   AND WS-TD-NUM1(WS-CMP-IDX) = WS-TD-NUM1(WS-DIA-IDX)
                   AND WS-TD-NUM2(WS-CMP-IDX) = WS-TD-NUM2(WS-DIA-IDX)
                   AND WS-TD-MONEDA(WS-CMP-IDX)
                       = WS-TD-MONEDA(WS-DIA-IDX)
                   MOVE WS-GRUPOS TO WS-TD-GRUPO(WS-CMP-IDX)
                   ADD 1 TO WS-COINCIDENCIAS
               END-IF.

           IMPRIMIR-INFORME.
               OPEN OUTPUT REPORT-FILE.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE SPACES TO REPORT-LINE.
               STRING "Operaciones_Basicas - Deteccion de duplicados"
                   DELIMITED BY SIZE
                   " y operaciones inusuales del dia " DELIMITED BY SIZE
                   WS-FECHA-NEGOCIO DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               MOVE WS-FACTOR TO WS-ED-FACTOR.
               STRING "Fecha del informe: " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   "   Factor: " DELIMITED BY SIZE
                   WS-ED-FACTOR DELIMITED BY SIZE
                   "   Horario: " DELIMITED BY SIZE
                   WS-HORARIO-DESDE DELIMITED BY SIZE
                   " a " DELIMITED BY SIZE
                   WS-HORARIO-HASTA DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               MOVE WS-CONT-LINEAS-DIA TO WS-ED-CONTADOR.
               MOVE WS-CONT-REVERTIDAS TO WS-ED-REVERTIDAS.
               STRING "Lineas del dia: " DELIMITED BY SIZE
                   WS-ED-CONTADOR DELIMITED BY SIZE
                   "   Revertidas: " DELIMITED BY SIZE
                   WS-ED-REVERTIDAS DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM IMPRIMIR-DUPLICADOS.
               PERFORM IMPRIMIR-FUERA-DE-PATRON.
               PERFORM IMPRIMIR-FUERA-DE-HORARIO.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Localice cada secuencia con la consulta de"
                   DELIMITED BY SIZE
                   " auditoria y, si no procede, reviertala con"
                   DELIMITED BY SIZE
                   " CORRECCION." DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               CLOSE REPORT-FILE.

           IMPRIMIR-DUPLICADOS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Posibles duplicados (misma operacion, operandos"
                   DELIMITED BY SIZE
                   " y moneda, sin reversion)" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM IMPRIMIR-CABECERA-DETALLE.
               IF WS-GRUPOS > ZERO
                   PERFORM IMPRIMIR-GRUPO
                       VARYING WS-GRUPO-IDX FROM 1 BY 1
                       UNTIL WS-GRUPO-IDX > WS-GRUPOS
               ELSE
                   MOVE "(sin duplicados)" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           IMPRIMIR-CABECERA-DETALLE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Grupo Secuencia  Oper  Dpto  Lote      Oper."
                   DELIMITED BY SIZE
                   "         Num1         Num2  Mon      Resultado"
                   DELIMITED BY SIZE
                   "  Hora" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           IMPRIMIR-GRUPO.
               PERFORM IMPRIMIR-LINEA-GRUPO
                   VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIA-USADAS.

           IMPRIMIR-LINEA-GRUPO.
               IF WS-TD-GRUPO(WS-DIA-IDX) = WS-GRUPO-IDX
                   PERFORM PREPARAR-LINEA-DETALLE
                   MOVE WS-GRUPO-IDX TO WS-LD-GRUPO
                   MOVE WS-LINEA-DETALLE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           PREPARAR-LINEA-DETALLE.
               MOVE SPACES TO WS-LINEA-DETALLE.
               MOVE WS-TD-SECUENCIA(WS-DIA-IDX) TO WS-LD-SECUENCIA.
               MOVE WS-TD-OPERADOR(WS-DIA-IDX) TO WS-LD-OPERADOR.
               MOVE WS-TD-DEPTO(WS-DIA-IDX) TO WS-LD-DEPTO.
               MOVE WS-TD-LOTE(WS-DIA-IDX) TO WS-LD-LOTE.
               MOVE WS-TD-OPERACION(WS-DIA-IDX) TO WS-LD-OPERACION.
               MOVE WS-TD-NUM1(WS-DIA-IDX) TO WS-LD-NUM1.
               MOVE WS-TD-NUM2(WS-DIA-IDX) TO WS-LD-NUM2.
               MOVE WS-TD-MONEDA(WS-DIA-IDX) TO WS-LD-MONEDA.
               MOVE WS-TD-RESULTADO(WS-DIA-IDX) TO WS-LD-RESULTADO.
               IF WS-TD-HORA(WS-DIA-IDX) IS NUMERIC
                   MOVE WS-TD-HORA(WS-DIA-IDX) TO WS-HORA-DESGLOSE
                   MOVE WS-HD-HH TO WS-EH-HH
                   MOVE WS-HD-MM TO WS-EH-MM
                   MOVE WS-HD-SS TO WS-EH-SS
                   MOVE WS-ED-HORA TO WS-LD-HORA
               ELSE
                   MOVE SPACES TO WS-LD-HORA
               END-IF.

      * Un importe es inusual si pasa de WS-FACTOR veces la media de
      * su operador y operacion. Sin historia suficiente no hay con
      * que comparar y la linea no se evalua.
           IMPRIMIR-FUERA-DE-PATRON.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               MOVE WS-FACTOR TO WS-ED-FACTOR.
               STRING "Importes fuera de patron (mas de "
                   DELIMITED BY SIZE
                   WS-ED-FACTOR DELIMITED BY SIZE
                   " veces la media del operador y la operacion)"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Secuencia  Oper  Dpto  Lote      Oper."
                   DELIMITED BY SIZE
                   "      Resultado          Media         Maximo"
                   DELIMITED BY SIZE
                   "   Lineas" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-DIA-USADAS > ZERO
                   PERFORM EVALUAR-PATRON
                       VARYING WS-DIA-IDX FROM 1 BY 1
                       UNTIL WS-DIA-IDX > WS-DIA-USADAS
               END-IF.
               IF WS-CONT-PATRON = ZERO
                   MOVE "(sin importes fuera de patron)" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           EVALUAR-PATRON.
               IF WS-TD-REVERTIDA(WS-DIA-IDX) = "N"
                   MOVE WS-TD-OPERADOR(WS-DIA-IDX)
                       TO WS-OPERADOR-BUSCADO
                   MOVE WS-TD-OPERACION(WS-DIA-IDX)
                       TO WS-OPERACION-BUSCADA
                   PERFORM LOCALIZAR-PATRON
                   IF PAT-HALLADO
                       IF WS-TPA-LINEAS(WS-PAT-SEL) >= WS-MIN-HISTORIA
                           PERFORM COMPARAR-CON-PATRON
                       END-IF
                   END-IF
               END-IF.

           COMPARAR-CON-PATRON.
               COMPUTE WS-MEDIA ROUNDED = WS-TPA-SUMA(WS-PAT-SEL)
                   / WS-TPA-LINEAS(WS-PAT-SEL).
               COMPUTE WS-UMBRAL = WS-MEDIA * WS-FACTOR.
               COMPUTE WS-IMPORTE-ABS =
                   FUNCTION ABS(WS-TD-RESULTADO(WS-DIA-IDX)).
               IF WS-IMPORTE-ABS > WS-UMBRAL
                   ADD 1 TO WS-CONT-PATRON
                   MOVE SPACES TO WS-LINEA-PATRON
                   MOVE WS-TD-SECUENCIA(WS-DIA-IDX) TO WS-LPA-SECUENCIA
                   MOVE WS-TD-OPERADOR(WS-DIA-IDX) TO WS-LPA-OPERADOR
                   MOVE WS-TD-DEPTO(WS-DIA-IDX) TO WS-LPA-DEPTO
                   MOVE WS-TD-LOTE(WS-DIA-IDX) TO WS-LPA-LOTE
                   MOVE WS-TD-OPERACION(WS-DIA-IDX)
                       TO WS-LPA-OPERACION
                   MOVE WS-TD-RESULTADO(WS-DIA-IDX) TO WS-LPA-IMPORTE
                   MOVE WS-MEDIA TO WS-LPA-MEDIA
                   MOVE WS-TPA-MAXIMO(WS-PAT-SEL) TO WS-LPA-MAXIMO
                   MOVE WS-TPA-LINEAS(WS-PAT-SEL) TO WS-LPA-LINEAS
                   MOVE WS-LINEA-PATRON TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

      * Solo el modo interactivo tiene horario: los lotes corren de
      * noche por diseno. Las lineas sin AUD-HORA no se evaluan.
           IMPRIMIR-FUERA-DE-HORARIO.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Operaciones interactivas fuera de horario ("
                   DELIMITED BY SIZE
                   WS-HORARIO-DESDE DELIMITED BY SIZE
                   " a " DELIMITED BY SIZE
                   WS-HORARIO-HASTA DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM IMPRIMIR-CABECERA-DETALLE.
               IF WS-DIA-USADAS > ZERO
                   PERFORM EVALUAR-HORARIO
                       VARYING WS-DIA-IDX FROM 1 BY 1
                       UNTIL WS-DIA-IDX > WS-DIA-USADAS
               END-IF.
               IF WS-CONT-HORARIO = ZERO
                   MOVE "(sin operaciones fuera de horario)"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           EVALUAR-HORARIO.
               IF WS-TD-LOTE(WS-DIA-IDX) = SPACES
                   AND WS-TD-HORA(WS-DIA-IDX) IS NUMERIC
                   MOVE WS-TD-HORA(WS-DIA-IDX) TO WS-HORA-LINEA
                   DIVIDE WS-HORA-LINEA BY 10000 GIVING WS-HORA-HHMM
                   IF WS-HORA-HHMM < WS-HORARIO-DESDE
                       OR WS-HORA-HHMM NOT < WS-HORARIO-HASTA
                       ADD 1 TO WS-CONT-HORARIO
                       PERFORM PREPARAR-LINEA-DETALLE
                       MOVE WS-LINEA-DETALLE TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF.

       END PROGRAM Operaciones_Basicas_Detecta.
