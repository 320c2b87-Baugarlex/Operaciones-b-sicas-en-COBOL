      *            convertido a moneda base, que es el que pasa al   *
      *            ledger y a los saldos. En moneda base ambos       *
      *            importes coinciden.                               *
      *            AUD-LOTE-ID es el identificador de lote de la     *
      *            cabecera *CAB con que entro la transaccion (el    *
      *            original tambien cuando sale del almacen de       *
      *            fecha valor o de la cola de aprobaciones); en     *
      *            blanco en el modo interactivo y en las lineas     *
      *            anteriores a este campo.                          *
      *            AUD-HORA es la hora (HHMMSSCC) en que se grabo    *
      *            la linea, para poder revisar la actividad fuera   *
      *            del horario habitual; en blanco en las lineas de  *
      *            control y en las anteriores a este campo.         *
      ******************************************************************
       01 AUDIT-RECORD.
           05 AUD-FECHA.
           05 AUD-MONEDA PIC X(3).
           05 AUD-IMPORTE-ORIGEN PIC S9(9)V99
               SIGN IS TRAILING SEPARATE.
           05 AUD-LOTE-ID PIC X(8).
           05 AUD-HORA PIC 9(8).
