      ******************************************************************
      * CAMBREC - Registro del diario de cambios de las tablas de     *
      *           referencia (CAMBIOS). Cada alta, cambio, baja o     *
      *           reactivacion hecha con los mantenimientos de        *
      *           CTATABLA, OPERADORES, MONEDAS y APROBLIM anade una  *
      *           linea con la fecha y hora, el operador que hizo el  *
      *           sign-on, el fichero tocado, la accion y la imagen   *
      *           de la fila antes y despues del cambio (antes en     *
      *           blanco en las altas). Las imagenes son la fila tal  *
      *           cual se graba en su fichero, salvo la clave de      *
      *           OPERADORES, que nunca se copia en claro: se anota   *
      *           como asteriscos si la fila tiene clave, y como      *
      *           "*NUEVA*" en la imagen posterior de un cambio que   *
      *           la sustituye. CALENDARIO, TASASINT, PRESUPUES,      *
      *           CLASECTA y las cancelaciones del almacen ALMACEN se *
      *           anotan igual; de ALMACEN, cuya fila no cabe, se     *
      *           anota una imagen resumida (ver                      *
      *           Operaciones_Basicas_Almacen). El diario solo se     *
      *           extiende; el informe Operaciones_Basicas_Cambios lo *
      *           lista por rango de fechas.                          *
      ******************************************************************
       01 CAMB-RECORD.
           05 CAMB-FECHA PIC 9(8).
           05 CAMB-HORA PIC 9(8).
           05 CAMB-OPERADOR PIC X(4).
           05 CAMB-FICHERO PIC X(10).
           05 CAMB-ACCION PIC X(1).
               88 CAMB-ES-ALTA VALUE "A".
               88 CAMB-ES-CAMBIO VALUE "C".
               88 CAMB-ES-BAJA VALUE "B".
               88 CAMB-ES-REACTIVACION VALUE "R".
           05 CAMB-ANTES PIC X(60).
           05 CAMB-DESPUES PIC X(60).
