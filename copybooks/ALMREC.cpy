      ******************************************************************
      * ALMREC - Registro del almacen de transacciones con fecha      *
      *          valor futura (ALMACEN). El lote aparca aqui cada     *
      *          transaccion de TRANIN cuya TRAN-FECHA-VALOR es       *
      *          posterior a la fecha de negocio, en vez de           *
      *          contabilizarla, con el identificador de lote y el    *
      *          departamento de la cabecera *CAB original. Cada      *
      *          ejecucion normal del lote suelta primero las filas   *
      *          pendientes que ya han vencido y las pasa por la      *
      *          misma validacion, umbral de aprobacion y rechazos    *
      *          que una transaccion del dia, estampando su lote y    *
      *          departamento de origen.                              *
      *          Estados:                                             *
      *            P  pendiente de vencer                             *
      *            L  liberada (contabilizada, retenida o rechazada   *
      *               en la fecha de ALM-FECHA-ESTADO)                *
      *            C  cancelada antes de vencer con                   *
      *               Operaciones_Basicas_Almacen                     *
      *          Las filas liberadas y canceladas se conservan como   *
      *          historico, con la fecha y el operador del cambio de  *
      *          estado. ALM-ID es correlativo y no se reutiliza.     *
      *          Operaciones_Basicas_Proyecta cuenta las pendientes   *
      *          en los saldos previstos desde su fecha valor.        *
      ******************************************************************
       01 ALM-RECORD.
           05 ALM-ID PIC 9(9).
           05 ALM-FECHA-VALOR PIC 9(8).
           05 ALM-FECHA-ALTA PIC 9(8).
           05 ALM-LOTE-ID PIC X(8).
           05 ALM-DEPTO PIC X(4).
           05 ALM-OPERADOR PIC X(4).
           05 ALM-OPERACION PIC X(5).
           05 ALM-NUM1 PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 ALM-NUM2 PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 ALM-MONEDA PIC X(3).
           05 ALM-ESTADO PIC X(1).
               88 ALM-PENDIENTE VALUE "P".
               88 ALM-LIBERADA VALUE "L".
               88 ALM-CANCELADA VALUE "C".
           05 ALM-FECHA-ESTADO PIC 9(8).
           05 ALM-OPER-ESTADO PIC X(4).
