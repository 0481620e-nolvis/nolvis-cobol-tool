      ******************************************************************
      *  V1GT134 - DCLGEN DE LA TABLA V1DT134 (BITACORA DE LA COLA DE  *
      *             LIBERACION DE MENSAJES MT103: QUIEN HIZO QUE Y     *
      *             CUANDO CON CADA MENSAJE DE V1DT132).               *
      *             TIP_EVENTO: 'G' GENERADO  'R' RETENIDO  'S' ACCION *
      *             SOLICITADA  'L' LIBERADO  'X' RECHAZADO  'E'       *
      *             ENVIADO A LA PASARELA.  LOS PROCESOS BATCH         *
      *             ASIENTAN SU NOMBRE DE PROGRAMA COMO USUARIO)       *
      ******************************************************************
       01  DCLV1DT134.
           05  NUM-INSTRUCCION-BIT          PIC S9(09)   COMP-3.
           05  FEC-EVENTO                   PIC X(08).
           05  HOR-EVENTO                   PIC X(06).
           05  TIP-EVENTO                   PIC X(01).
           05  COD-USUARIO-BIT              PIC X(08).
           05  TXT-DETALLE-BIT              PIC X(60).
