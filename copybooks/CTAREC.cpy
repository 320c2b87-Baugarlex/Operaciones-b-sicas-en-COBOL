      *          suma cero. Las filas anteriores a esta columna       *
      *          llegan con espacios: los programas aplican entonces  *
      *          la contrapartida historica CTA-CONTRA.               *
      *          La fila con codigo "REVAL" no es de ninguna          *
      *          operacion tecleada: su CTA-CUENTA es la cuenta de    *
      *          diferencias de cambio a la que                       *
      *          Operaciones_Basicas_Revalua lleva la contrapartida   *
      *          de la revaluacion de fin de mes de las posiciones    *
      *          en divisa.                                           *
      *          La fila con codigo "CIERR" tampoco es de ninguna     *
      *          operacion: su CTA-CUENTA es la cuenta de resultados  *
      *          acumulados contra la que Operaciones_Basicas_Anual   *
      *          salda las cuentas de resultados al cierre del        *
      *          ejercicio (la fila vigente el 31/12); debe estar     *
      *          clasificada de balance en CLASECTA.                  *
      *          Las filas con codigo "DV" + sufijo (p.ej. "DVINT")   *
      *          son las de las liquidaciones de intereses y          *
      *          comisiones de Operaciones_Basicas_Devengo: el codigo *
      *          es el TASA-OPERACION de la cuenta en TASASINT y      *
      *          CTA-CUENTA la cuenta que devenga, y el lote solo     *
      *          admite el codigo si tiene fila propia (el comodin no *
      *          vale para ellas).                                    *
      ******************************************************************
       01 CTA-RECORD.
           05 CTA-OPERACION PIC X(5).
