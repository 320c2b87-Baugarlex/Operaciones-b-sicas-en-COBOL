      *           fila aprobada con secuencia cero es una aprobacion  *
      *           interrumpida a medias que el supervisor debe        *
      *           completar repitiendo la accion A con su id.         *
      *           PEND-LOTE-ID conserva el lote de origen de las      *
      *           retenciones del lote (en blanco las del modo        *
      *           interactivo) para estamparlo en AUD-LOTE-ID al      *
      *           aprobar.                                            *
      ******************************************************************
       01 PEND-RECORD.
           05 PEND-ID PIC 9(9).
           05 PEND-MONEDA PIC X(3).
           05 PEND-IMPORTE-ORIGEN PIC S9(9)V99
               SIGN IS TRAILING SEPARATE.
           05 PEND-LOTE-ID PIC X(8).
