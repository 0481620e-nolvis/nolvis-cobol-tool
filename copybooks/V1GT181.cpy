      ******************************************************************
      *  V1GT181 - DCLGEN DE LA TABLA V1DT181 (ESTADISTICAS DE CARGA   *
      *             DE LAS LISTAS OFICIALES DE SANCIONES, UNA FILA     *
      *             POR FUENTE Y VERSION DE LA LISTA.  LA GRABA        *
      *             V13C96B AL TERMINAR CADA CARGA CONFORME: LO QUE    *
      *             TRAJO EL ARCHIVO Y LO QUE QUEDO PROPUESTO EN       *
      *             V1DT037 PARA APROBACION.  UNA VERSION YA CARGADA   *
      *             QUE SE VUELVE A RECIBIR CON OTRA SECUENCIA         *
      *             ACTUALIZA SU FILA)                                 *
      ******************************************************************
       01  DCLV1DT181.
           05  COD-FUENTE-EST               PIC X(04).
           05  NUM-VERSION-EST              PIC X(12).
           05  NUM-SECUENCIA-EST            PIC S9(09)   COMP-3.
           05  FEC-LISTA-EST                PIC X(08).
           05  FEC-CARGA-EST                PIC X(08).
           05  CANT-REGISTROS-EST           PIC S9(07)   COMP-3.
           05  CANT-ERRADOS-EST             PIC S9(07)   COMP-3.
           05  CANT-ALTAS-EST               PIC S9(07)   COMP-3.
           05  CANT-MODIFICA-EST            PIC S9(07)   COMP-3.
           05  CANT-BAJAS-EST               PIC S9(07)   COMP-3.
           05  CANT-SIN-CAMBIO-EST          PIC S9(07)   COMP-3.
           05  CANT-PENDIENTES-EST          PIC S9(07)   COMP-3.
