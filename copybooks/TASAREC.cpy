      ******************************************************************
      * TASAREC - Registro de la tabla de tipos de interes y          *
      *           comisiones por cuenta (TASASINT). Una fila por      *
      *           LEDG-CUENTA que devenga:                            *
      *             TASA-ANUAL        tipo nominal anual en tanto por *
      *                               ciento (4 decimales)            *
      *             TASA-BASE         base de calculo de dias: "360", *
      *                               "365" o "ACT" (dias reales del  *
      *                               anio, 365 o 366)                *
      *             TASA-SALDO-MINIMO saldo por debajo del cual se    *
      *                               cobra la comision               *
      *             TASA-COMISION     comision por saldo minimo, una  *
      *                               vez por periodo si algun dia    *
      *                               del periodo el saldo de cierre  *
      *                               quedo por debajo del minimo     *
      *                               (cero = sin comision)           *
      *             TASA-FRECUENCIA   periodo de liquidacion: "M"     *
      *                               mensual, "T" trimestral o "A"   *
      *                               anual, a fin de mes natural     *
      *             TASA-OPERACION    codigo de operacion con el que  *
      *                               Devengo manda las liquidaciones *
      *                               al lote: "DV" + hasta 3 letras, *
      *                               con fila propia en CTATABLA     *
      *                               (CTA-CUENTA = TASA-CUENTA). En  *
      *                               blanco (filas anteriores) se    *
      *                               liquida como suma ("S")         *
      *           La tabla se mantiene con Operaciones_Basicas_Tasas  *
      *           y la lee Operaciones_Basicas_Devengo.               *
      ******************************************************************
       01 TASA-RECORD.
           05 TASA-CUENTA PIC X(10).
           05 TASA-ANUAL PIC 9(3)V9(4).
           05 TASA-BASE PIC X(3).
               88 TASA-BASE-360 VALUE "360".
               88 TASA-BASE-365 VALUE "365".
               88 TASA-BASE-REAL VALUE "ACT".
           05 TASA-SALDO-MINIMO PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.
           05 TASA-COMISION PIC 9(7)V99.
           05 TASA-FRECUENCIA PIC X(1).
               88 TASA-ES-MENSUAL VALUE "M".
               88 TASA-ES-TRIMESTRAL VALUE "T".
               88 TASA-ES-ANUAL VALUE "A".
           05 TASA-OPERACION PIC X(5).
