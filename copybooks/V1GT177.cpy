      ******************************************************************
      *  V1GT177 - DCLGEN DE LA TABLA V1DT177 (BANDEJA DE SALIDA DE    *
      *             EVENTOS DEL CICLO DE VIDA DE LA OPERACION: ALTA,   *
      *             CLASIFICACION, FIRMA FINAL, LIQUIDACION Y REVERSO. *
      *             LA GRABA LA RUTINA V19C069 EN LA MISMA UNIDAD DE   *
      *             TRABAJO DEL CAMBIO Y LA VACIA V13C91B A MQ EN      *
      *             ORDEN DE SEC_EVENTO; EST_EVENTO 'P' PENDIENTE,     *
      *             'E' EMITIDO)                                       *
      ******************************************************************
       01  DCLV1DT177.
           05  SEC-EVENTO                   PIC S9(15) COMP-3.
           05  NUM-REF-EVT                  PIC S9(10) COMP-3.
           05  COD-EVENTO                   PIC X(02).
           05  FEC-EVENTO                   PIC X(08).
           05  HOR-EVENTO                   PIC X(06).
           05  COD-PROGRAMA-EVT             PIC X(08).
           05  COD-USUARIO-EVT              PIC X(08).
           05  COD-DIV-EVT                  PIC X(03).
           05  IMP-OPE-EVT                  PIC S9(13)V9(02) COMP-3.
           05  IDF-CMP-VTA-EVT              PIC X(01).
           05  TXT-DETALLE-EVT              PIC X(30).
           05  EST-EVENTO                   PIC X(01).
           05  FEC-EMISION-EVT              PIC X(08).
           05  HOR-EMISION-EVT              PIC X(06).
