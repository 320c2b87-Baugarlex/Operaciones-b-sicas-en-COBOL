      ******************************************************************
      * CLASREC - Registro de la clasificacion de cuentas del ledger  *
      *           (CLASECTA), companera de CTATABLA. Una fila por     *
      *           LEDG-CUENTA: "B" cuenta de balance, cuyo saldo pasa *
      *           de un ejercicio al siguiente, o "R" cuenta de       *
      *           resultados (ingresos y gastos), cuyo saldo se salda *
      *           al cierre del ejercicio contra la cuenta de         *
      *           resultados acumulados (fila "CIERR" de CTATABLA).   *
      *           La tabla se mantiene con Operaciones_Basicas_Clases *
      *           y la usa el cierre anual Operaciones_Basicas_Anual, *
      *           que no arranca mientras haya en SALDOS alguna       *
      *           cuenta sin clasificar. CLAS-SALDO-MINIMO es el      *
      *           saldo minimo que tesoreria quiere mantener en la    *
      *           cuenta: la proyeccion Operaciones_Basicas_Proyecta  *
      *           marca los dias en que el saldo previsto queda por   *
      *           debajo (cero = sin minimo propio; el saldo negativo *
      *           se marca siempre). Las filas anteriores a esta      *
      *           columna llegan con espacios y se leen como cero.    *
      ******************************************************************
       01 CLAS-RECORD.
           05 CLAS-CUENTA PIC X(10).
           05 CLAS-TIPO PIC X(1).
               88 CLAS-ES-BALANCE VALUE "B".
               88 CLAS-ES-RESULTADO VALUE "R".
           05 CLAS-SALDO-MINIMO PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.
