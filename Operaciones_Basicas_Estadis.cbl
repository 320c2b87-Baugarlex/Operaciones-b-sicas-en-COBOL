      * RECHHIST (ver RECHHREC.cpy) para un rango de fechas (las      *
      * variables FECHA_DESDE y FECHA_HASTA, AAAAMMDD; sin ellas, sin *
      * limite) y produce en ESTADIS: volumen de operaciones dia a    *
      * dia, rechazos por motivo (DIV/OPE/NEG/TAM/MON/FVA), tasa de   *
      * reversion por operador y medias de importe por codigo de      *
      * operacion.                                                    *
      ******************************************************************
               01 WS-RECH-NEG PIC 9(7) VALUE ZERO.
               01 WS-RECH-TAM PIC 9(7) VALUE ZERO.
               01 WS-RECH-MON PIC 9(7) VALUE ZERO.
               01 WS-RECH-FVA PIC 9(7) VALUE ZERO.
               01 WS-RECH-OTR PIC 9(7) VALUE ZERO.
               01 WS-RECH-TOTAL PIC 9(7) VALUE ZERO.
               01 WS-RECHHIST-DISPONIBLE PIC X(1) VALUE "N".
                       ADD 1 TO WS-RECH-TAM
                   ELSE IF RECHH-MOTIVO = "MON"
                       ADD 1 TO WS-RECH-MON
                   ELSE IF RECHH-MOTIVO = "FVA"
                       ADD 1 TO WS-RECH-FVA
                   ELSE
                       ADD 1 TO WS-RECH-OTR
                   END-IF
                   MOVE WS-RECH-MON TO WS-LM-CONTADOR
                   MOVE WS-LINEA-MOTIVO TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "FVA fecha valor" TO WS-LM-MOTIVO
                   MOVE WS-RECH-FVA TO WS-LM-CONTADOR
                   MOVE WS-LINEA-MOTIVO TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Otros motivos" TO WS-LM-MOTIVO
                   MOVE WS-RECH-OTR TO WS-LM-CONTADOR
                   MOVE WS-LINEA-MOTIVO TO REPORT-LINE
