      ******************************************************************
      * REGTXREC - Registro del fichero de transmisiones del feed de  *
      *           ledger a contabilidad (REGTRANS). Una linea por     *
      *           fecha de negocio transmitida, escrita por           *
      *           Operaciones_Basicas_Transmite: el rango de          *
      *           LEDG-REFERENCIA enviado, el numero de lineas, los   *
      *           totales debe/haber y el nombre del fichero de       *
      *           salida. La RTX-REF-HASTA mas alta del registro es   *
      *           el corte: la transmision siguiente empieza en la    *
      *           referencia posterior. Con el rango guardado, un     *
      *           reenvio de una fecha pasada recorta de LEDGERFEED   *
      *           (que nunca se renumera) exactamente las mismas      *
      *           lineas. RTX-REENVIOS y RTX-FECHA-REENVIO dejan      *
      *           constancia de cuantas veces se ha repetido el envio.*
      ******************************************************************
       01 RTX-RECORD.
           05 RTX-FECHA PIC 9(8).
           05 RTX-REF-DESDE PIC 9(9).
           05 RTX-REF-HASTA PIC 9(9).
           05 RTX-REGISTROS PIC 9(7).
           05 RTX-TOTAL-DEBE PIC 9(11)V99.
           05 RTX-TOTAL-HABER PIC 9(11)V99.
           05 RTX-FICHERO PIC X(40).
           05 RTX-HORA-ENVIO PIC 9(8).
           05 RTX-REENVIOS PIC 9(3).
           05 RTX-FECHA-REENVIO PIC 9(8).
