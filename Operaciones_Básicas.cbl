               MOVE WS-DEPTO TO PEND-DEPTO.
               MOVE AUD-MONEDA TO PEND-MONEDA.
               MOVE AUD-IMPORTE-ORIGEN TO PEND-IMPORTE-ORIGEN.
               MOVE SPACES TO PEND-LOTE-ID.
               OPEN EXTEND PEND-FILE.
               IF WS-PEND-STATUS NOT = "00"
                   OPEN OUTPUT PEND-FILE
                   DISPLAY "Reversion cancelada"
                   GO TO PREGUNTA
               END-IF.
      * Las lineas REVAL y CIERR no se revierten: sus cuentas no son
      * las que CTATABLA da a su codigo, asi que ESCRIBIR-LEDGER
      * llevaria la reversion a otras cuentas, y ademas la
      * revaluacion acumula su ajuste en REVALPOS y el cierre ya ha
      * arrastrado SALDOS.
               IF WS-AUD-ENCONTRADA-OPERACION = "REVAL"
                   OR WS-AUD-ENCONTRADA-OPERACION = "CIERR"
                   DISPLAY "Esa linea es de la revaluacion o del"
                   DISPLAY "cierre anual y no se revierte desde aqui"
                   DISPLAY "Reversion cancelada"
                   GO TO PREGUNTA
               END-IF.
               COMPUTE WS-CORRECCION-NEGADO =
                   WS-AUD-ENCONTRADA-RESULTADO * -1.
               DISPLAY "Transaccion original localizada en auditoria".
               MOVE WS-AUD-SECUENCIA TO AUD-SECUENCIA.
               MOVE WS-OPERADOR TO AUD-OPERADOR.
               MOVE WS-DEPTO TO AUD-DEPTO.
               MOVE SPACES TO AUD-LOTE-ID.
               ACCEPT AUD-HORA FROM TIME.
               WRITE AUDIT-RECORD.
               IF MASTER-DISPONIBLE
                   PERFORM GRABAR-AUDIT-MASTER
