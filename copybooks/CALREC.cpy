      ******************************************************************
      * CALREC - Registro del calendario de dias habiles (CALENDARIO).*
      *          Una linea por cada dia que se aparta de la regla     *
      *          general: de lunes a viernes habil, sabado y domingo  *
      *          no habil. Los festivos se dan de alta con CAL-TIPO   *
      *          "N" y un sabado o domingo que excepcionalmente se    *
      *          trabaja con CAL-TIPO "H". Un dia sin linea sigue la  *
      *          regla general, asi que sin fichero solo se tienen    *
      *          por no habiles los fines de semana. CAL-DESCRIPCION  *
      *          es libre (p.ej. "Navidad"). El fichero se mantiene   *
      *          con Operaciones_Basicas_Calendario, ordenado por     *
      *          fecha, y lo consultan Genera, Ventana, Cierre y      *
      *          Mensual.                                             *
      ******************************************************************
       01 CAL-RECORD.
           05 CAL-FECHA PIC 9(8).
           05 CAL-TIPO PIC X(1).
               88 CAL-ES-HABIL VALUE "H".
               88 CAL-ES-NO-HABIL VALUE "N".
           05 CAL-DESCRIPCION PIC X(30).
