               01 WS-PEND-HALLADO PIC X(1) VALUE "N".
                   88 PEND-HALLADO VALUE "S".
               01 WS-TABLA-PENDIENTES.
                   05 WS-TP-REGISTRO PIC X(130) OCCURS 200 TIMES.

               01 WS-ACCION PIC X(5).
               01 WS-ENTRADA PIC X(11).
               MOVE PEND-DEPTO TO AUD-DEPTO.
               MOVE PEND-MONEDA TO AUD-MONEDA.
               MOVE PEND-IMPORTE-ORIGEN TO AUD-IMPORTE-ORIGEN.
               MOVE PEND-LOTE-ID TO AUD-LOTE-ID.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE WS-FECHA-HOY TO AUD-FECHA.
               ADD 1 TO WS-AUD-SECUENCIA.
               MOVE WS-AUD-SECUENCIA TO AUD-SECUENCIA.
               ACCEPT AUD-HORA FROM TIME.
               WRITE AUDIT-RECORD.
               IF MASTER-DISPONIBLE
                   PERFORM GRABAR-AUDIT-MASTER
