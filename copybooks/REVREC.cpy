      ******************************************************************
      * REVREC - Registro de las posiciones en divisa ya revaluadas   *
      *          (REVALPOS). Una fila por LEDG-CUENTA y moneda con lo *
      *          que dejo la ultima revaluacion de fin de mes de      *
      *          Operaciones_Basicas_Revalua:                         *
      *            REV-MES           mes revaluado (AAAAMM)           *
      *            REV-FECHA         fecha de negocio en que se       *
      *                              contabilizo                      *
      *            REV-POSICION      posicion en la moneda de origen  *
      *                              a fin de ese mes                 *
      *            REV-TASA          tasa de MONEDAS vigente a fin de *
      *                              ese mes                          *
      *            REV-AJUSTE        diferencia de cambio acumulada   *
      *                              ya contabilizada desde la        *
      *                              primera revaluacion: el valor en *
      *                              libros de la posicion es el      *
      *                              importe en moneda base de sus    *
      *                              lineas de auditoria mas este     *
      *                              ajuste                           *
      *          La primera fila es de control: cuenta "*CONTROL*"    *
      *          con el ultimo mes revaluado en REV-MES y su fecha de *
      *          contabilizacion en REV-FECHA, para que una segunda   *
      *          pasada del mismo mes no vuelva a contabilizar. El    *
      *          fichero lo graba entero el programa en cada pasada.  *
      ******************************************************************
       01 REV-RECORD.
           05 REV-CUENTA PIC X(10).
               88 REV-ES-CONTROL VALUE "*CONTROL*".
           05 REV-MONEDA PIC X(3).
           05 REV-MES PIC 9(6).
           05 REV-FECHA PIC 9(8).
           05 REV-POSICION PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05 REV-TASA PIC 9(5)V9(6).
           05 REV-AJUSTE PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
