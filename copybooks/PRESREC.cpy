      ******************************************************************
      * PRESREC - Registro del presupuesto por departamento           *
      *          (PRESUPUES). Una fila por ejercicio, departamento    *
      *          (el mismo codigo que AUD-DEPTO y LEDG-DEPTO), cuenta *
      *          del ledger (LEDG-CUENTA) y mes:                      *
      *            PRES-EJERCICIO    anio natural del presupuesto     *
      *            PRES-MES          mes del ejercicio, 01 a 12       *
      *            PRES-IMPORTE      importe presupuestado para el    *
      *                              mes, con el mismo signo que los  *
      *                              apuntes del ledger en esa cuenta *
      *          Una linea de presupuesto son las doce filas de un    *
      *          departamento y una cuenta en un ejercicio; el alta   *
      *          las crea siempre juntas. El fichero lo mantiene solo *
      *          un supervisor con Operaciones_Basicas_Presup y lo    *
      *          lee el informe de desviaciones                       *
      *          Operaciones_Basicas_Desvio.                          *
      ******************************************************************
       01 PRES-RECORD.
           05 PRES-EJERCICIO PIC 9(4).
           05 PRES-DEPTO PIC X(4).
           05 PRES-CUENTA PIC X(10).
           05 PRES-MES PIC 9(2).
           05 PRES-IMPORTE PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
