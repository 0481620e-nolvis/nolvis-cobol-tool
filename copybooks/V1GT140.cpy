      ******************************************************************
      *  V1GT140 - DCLGEN DE LA TABLA V1DT140 (OBJETIVOS DE TIEMPO DE  *
      *             RESPUESTA POR TRANSACCION EN LINEA: EL PERCENTIL   *
      *             95 HORARIO QUE NO DEBE SUPERARSE, EN MILISEGUNDOS, *
      *             Y CUANTAS HORAS SEGUIDAS POR ENCIMA CUENTAN COMO   *
      *             INCUMPLIMIENTO SOSTENIDO.  LA TRANSACCION SIN FILA *
      *             TOMA EL OBJETIVO GENERAL DEL PARAMETRO DE V13C66B) *
      ******************************************************************
       01  DCLV1DT140.
           05  COD-TRAN-OBJ                 PIC X(04).
           05  MSEG-OBJETIVO                PIC S9(09)   COMP-3.
           05  CANT-HORAS-SOSTEN            PIC S9(04)   COMP-3.
