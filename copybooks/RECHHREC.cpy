           05 RECHH-REGISTRO PIC 9(9).
           05 RECHH-DEPTO PIC X(4).
           05 RECHH-MONEDA PIC X(3).
           05 RECHH-FECHA-VALOR PIC X(8).
           05 RECHH-LOTE-ID PIC X(8).
