      *           para que el rerun la reprocese con su moneda        *
      *           original (en los rechazos MON, tras dar de alta la  *
      *           tasa que faltaba).                                  *
      *           RECH-FECHA-VALOR y RECH-LOTE-ID conservan la fecha  *
      *           valor y el lote de origen, para que el rerun aparque*
      *           o contabilice la transaccion con los mismos datos.  *
      *           Motivo propio de la fecha valor:                    *
      *             FVA  fecha valor que no es una fecha AAAAMMDD     *
      ******************************************************************
       01 RECH-RECORD.
           05 RECH-OPERACION PIC X(5).
           05 RECH-REGISTRO PIC 9(9).
           05 RECH-DEPTO PIC X(4).
           05 RECH-MONEDA PIC X(3).
           05 RECH-FECHA-VALOR PIC X(8).
           05 RECH-LOTE-ID PIC X(8).
