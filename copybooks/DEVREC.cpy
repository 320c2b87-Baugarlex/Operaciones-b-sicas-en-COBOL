      ******************************************************************
      * DEVREC  - Registro del devengo en curso por cuenta (DEVENGOS).*
      *           Una fila por cuenta de TASASINT con lo devengado    *
      *           desde el ultimo fin de periodo:                     *
      *             DEV-PERIODO-DESDE primer dia del periodo abierto  *
      *             DEV-FECHA-ULT     ultimo dia ya devengado; la     *
      *                               pasada siguiente sigue en el    *
      *                               dia posterior, con lo que       *
      *                               repetirla no devenga dos veces  *
      *             DEV-DIAS          dias devengados en el periodo   *
      *             DEV-ACUMULADO     interes acumulado, 6 decimales  *
      *             DEV-BAJO-MINIMO   "S" si algun dia del periodo el *
      *                               saldo quedo bajo el minimo      *
      *             DEV-SALDO-ULT     saldo de cierre del ultimo dia  *
      *                               devengado, que se arrastra a    *
      *                               los dias sin foto en SALDOHIST  *
      *           Al liquidar el periodo la fila vuelve a cero y      *
      *           empieza el periodo siguiente. El fichero lo graba   *
      *           entero Operaciones_Basicas_Devengo en cada pasada.  *
      ******************************************************************
       01 DEV-RECORD.
           05 DEV-CUENTA PIC X(10).
           05 DEV-PERIODO-DESDE PIC 9(8).
           05 DEV-FECHA-ULT PIC 9(8).
           05 DEV-DIAS PIC 9(3).
           05 DEV-ACUMULADO PIC S9(9)V9(6) SIGN IS TRAILING SEPARATE.
           05 DEV-BAJO-MINIMO PIC X(1).
               88 DEV-HUBO-BAJO-MINIMO VALUE "S".
           05 DEV-SALDO-ULT PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
