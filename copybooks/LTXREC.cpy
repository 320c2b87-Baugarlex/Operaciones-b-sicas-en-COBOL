      ******************************************************************
      * LTXREC  - Registros del fichero de transmision diaria a       *
      *           contabilidad (LEDGERTX). Mismo ancho fijo que       *
      *           LEDGER-RECORD: las lineas de detalle son copia      *
      *           literal de las lineas "D"/"H" de LEDGERFEED, con lo *
      *           que contabilidad las carga con el mismo formato de  *
      *           siempre. Van precedidas de una cabecera y seguidas  *
      *           de una cola, distinguidas por la marca en las       *
      *           posiciones de LEDG-FECHA, igual que las de TRANIN:  *
      *             "*CAB" cabecera - fecha de negocio transmitida,   *
      *                    primera y ultima referencia y numero de    *
      *                    lineas de detalle.                         *
      *             "*FIN" cola - numero de lineas, total debe, total *
      *                    haber y primera y ultima referencia, para  *
      *                    que contabilidad detecte un fichero        *
      *                    truncado antes de cargarlo.                *
      ******************************************************************
       01 LTX-DETALLE PIC X(56).
       01 LTX-CABECERA.
           05 LTXC-MARCA PIC X(5).
               88 LTXC-ES-CABECERA VALUE "*CAB".
           05 LTXC-FECHA PIC 9(8).
           05 LTXC-REF-DESDE PIC 9(9).
           05 LTXC-REF-HASTA PIC 9(9).
           05 LTXC-REGISTROS PIC 9(7).
           05 FILLER PIC X(18).
       01 LTX-COLA.
           05 LTXF-MARCA PIC X(5).
               88 LTXF-ES-COLA VALUE "*FIN".
           05 LTXF-REGISTROS PIC 9(7).
           05 LTXF-TOTAL-DEBE PIC 9(11)V99.
           05 LTXF-TOTAL-HABER PIC 9(11)V99.
           05 LTXF-REF-DESDE PIC 9(9).
           05 LTXF-REF-HASTA PIC 9(9).
