      ******************************************************************
      *  V1GT172 - DCLGEN DE LA TABLA V1DT172 (DOBLE CAPTURA A CIEGAS  *
      *             DE LAS OPERACIONES CAPTADAS A MANO SOBRE EL        *
      *             UMBRAL DE V1DT171: UNA FILA POR OPERACION, LA      *
      *             GRABA V12C43M AL CAPTARLA Y LA CIERRA V13C89M      *
      *             CUANDO UN SEGUNDO OPERADOR RETECLEA LOS MISMOS     *
      *             DATOS SIN VER LOS ORIGINALES.  MIENTRAS ESTA       *
      *             PENDIENTE LA OPERACION NO SE FIRMA (V12C69M) NI    *
      *             SE EXTRAE PARA LIQUIDAR (V12C53B).                 *
      *             EST_DOBLE_CAPTURA: 'P' PENDIENTE  'V' VERIFICADA.  *
      *             CANT_INTENTOS: RETECLEOS QUE NO COINCIDIERON       *
      *             (CADA UNO QUEDA EN V1DT173))                       *
      ******************************************************************
       01  DCLV1DT172.
           05  NUM-REF-DCT                  PIC S9(10)   COMP-3.
           05  COD-USUARIO-CAPTURA          PIC X(08).
           05  COD-OFICINA-DCT              PIC X(04).
           05  FEC-CAPTURA-DCT              PIC X(08).
           05  HOR-CAPTURA-DCT              PIC X(06).
           05  EST-DOBLE-CAPTURA            PIC X(01).
           05  CANT-INTENTOS-DCT            PIC S9(04)   COMP-3.
           05  COD-USUARIO-VERIF            PIC X(08).
           05  FEC-VERIF-DCT                PIC X(08).
           05  HOR-VERIF-DCT                PIC X(06).
