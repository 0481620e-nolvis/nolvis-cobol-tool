      ******************************************************************
      *  V1GT141 - DCLGEN DE LA TABLA V1DT141 (LINEA BASE DE LAS       *
      *             CORRIDAS BATCH POR PROGRAMA, APRENDIDA CADA NOCHE  *
      *             POR V13C67B DE LA HISTORIA DE V1DT024: CORRIDAS    *
      *             TERMINADAS DE LA VENTANA, DURACION PROMEDIO Y      *
      *             MAXIMA EN SEGUNDOS Y CONTADORES PROMEDIO.  LA USA  *
      *             LA TAREA DE VIGILANCIA V13C68U PARA ESTIMAR EL FIN *
      *             ESPERADO Y EL VOLUMEN NORMAL DE CADA CORRIDA)      *
      ******************************************************************
       01  DCLV1DT141.
           05  COD-PROGRAMA-BAS             PIC X(08).
           05  CANT-CORRIDAS-BAS            PIC S9(04)   COMP-3.
           05  SEG-PROMEDIO-BAS             PIC S9(07)   COMP-3.
           05  SEG-MAXIMO-BAS               PIC S9(07)   COMP-3.
           05  PROM-LEIDOS-BAS              PIC S9(07)   COMP-3.
           05  PROM-GRABADOS-BAS            PIC S9(07)   COMP-3.
           05  PROM-ACTUALIZADOS-BAS        PIC S9(07)   COMP-3.
           05  FEC-CALCULO-BAS              PIC X(08).
