      *           checkpoint del lote evita repetir transacciones.    *
      *           Estados: "E" en ejecucion (una "E" que sobrevive a  *
      *           la ventana es un paso que murio sin terminar),      *
      *           "C" completado (limpio con RUNC-RETORNO cero, con   *
      *           avisos con retorno 4), "F" fallido.                 *
      ******************************************************************
       01 RUNC-RECORD.
           05 RUNC-FECHA PIC 9(8).
