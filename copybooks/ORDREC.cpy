      *          dias que caen en multiplo de 7 desde ORD-DESDE) y    *
      *          "M" mensual (vence los dias del mes iguales al dia   *
      *          de ORD-DESDE; para no perder vencimientos use dias   *
      *          1 a 28) y "F" fin de mes (vence el ultimo dia        *
      *          natural de cada mes). ORD-DESDE y ORD-HASTA acotan   *
      *          la vigencia (AAAAMMDD; ORD-HASTA cero = sin fecha de *
      *          fin). Con el calendario CALENDARIO, un vencimiento   *
      *          semanal o mensual que cae en dia no habil se pasa al *
      *          siguiente dia habil y uno de fin de mes al habil     *
      *          anterior, para no salirse del mes; las diarias solo  *
      *          vencen en dias habiles.                              *
      *          El programa Operaciones_Basicas_Genera lee este      *
      *          fichero y emite el TRANIN del dia con cabecera *CAB  *
      *          y cola *FIN ya calculadas.                           *
      *          Operaciones_Basicas_Proyecta repite las mismas       *
      *          reglas sobre los 90 dias siguientes para prever los  *
      *          saldos de tesoreria.                                 *
      ******************************************************************
       01 ORD-RECORD.
           05 ORD-OPERACION PIC X(5).
               88 ORD-ES-DIARIA VALUE "D".
               88 ORD-ES-SEMANAL VALUE "S".
               88 ORD-ES-MENSUAL VALUE "M".
               88 ORD-ES-FIN-MES VALUE "F".
           05 ORD-DESDE PIC 9(8).
           05 ORD-HASTA PIC 9(8).
