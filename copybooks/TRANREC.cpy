      *           de tocar ledger y saldos. La moneda no entra en el  *
      *           hash de la cola, con lo que los TRANIN antiguos     *
      *           siguen cuadrando.                                   *
      *                                                               *
      *           TRAN-FECHA-VALOR (AAAAMMDD, opcional) es la fecha   *
      *           en que debe contabilizarse la transaccion. En       *
      *           blanco, o igual o anterior a la fecha de negocio,   *
      *           se contabiliza en el dia; posterior, el lote la     *
      *           aparca en el almacen ALMACEN (ver ALMREC.cpy) y la  *
      *           suelta la noche en que vence. Tampoco entra en el   *
      *           hash. Los registros de control ensanchan su relleno *
      *           final para seguir teniendo el mismo ancho.          *
      ******************************************************************
       01 TRAN-RECORD.
           05 TRAN-OPERACION PIC X(5).
           05 TRAN-NUM1 PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TRAN-NUM2 PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TRAN-MONEDA PIC X(3).
           05 TRAN-FECHA-VALOR PIC X(8).
           05 TRAN-FECHA-VALOR-NUM REDEFINES TRAN-FECHA-VALOR
               PIC 9(8).
       01 TRAN-CABECERA.
           05 TCAB-MARCA PIC X(5).
           05 TCAB-LOTE-ID PIC X(8).
           05 TCAB-FECHA PIC 9(8).
           05 TCAB-DEPTO PIC X(4).
           05 FILLER PIC X(11).
       01 TRAN-COLA.
           05 TCOL-MARCA PIC X(5).
           05 TCOL-CONTADOR PIC 9(7).
           05 TCOL-HASH PIC 9(11)V99.
           05 FILLER PIC X(11).
