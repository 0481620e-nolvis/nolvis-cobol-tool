      ******************************************************************
      *  V1GT153 - DCLGEN DE LA TABLA V1DT153 (SOLICITUDES DE          *
      *             REPORTES BATCH A PEDIDO.  EL ANALISTA LA PIDE EN   *
      *             LA PANTALLA V13C75Z; EL SOMETEDOR V13C75B ARMA Y   *
      *             SOMETE EL TRABAJO CON SUS PARAMETROS Y EL CARGADOR *
      *             V13C76B, ULTIMO PASO DE ESE TRABAJO, DEJA LA       *
      *             SALIDA COMO JUEGO DE RESULTADOS (V1DT047/V1DT048)  *
      *             DEL SOLICITANTE.                                   *
      *             EST_SOLICITUD: 'P' PENDIENTE DE SOMETER            *
      *             'S' SOMETIDA  'T' TERMINADA  'E' TERMINO CON ERROR.*
      *             COD_ENT_BANCO ES LA ENTIDAD DEL SOLICITANTE: EL    *
      *             REPORTE SOLO VE LOS DATOS DE ESA ENTIDAD.          *
      *             LOS NOMBRES DE CAMPO LLEVAN SUFIJO PARA NO CHOCAR  *
      *             CON DCLV1DT047 NI CON DCLV1DT041)                  *
      ******************************************************************
       01  DCLV1DT153.
           05  NUM-SOLICITUD-RPT            PIC S9(09)   COMP-3.
           05  COD-USUARIO-RPT              PIC X(08).
           05  COD-REPORTE-RPT              PIC X(08).
           05  COD-ENT-RPT                  PIC X(04).
           05  FEC-DESDE-RPT                PIC X(08).
           05  FEC-HASTA-RPT                PIC X(08).
           05  NUM-DOC-RPT                  PIC X(15).
           05  PCT-BANDA-RPT                PIC S9(02)V9(02) COMP-3.
           05  EST-SOLICITUD-RPT            PIC X(01).
           05  FEC-SOLICITUD-RPT            PIC X(08).
           05  HOR-SOLICITUD-RPT            PIC X(06).
           05  NOM-TRABAJO-RPT              PIC X(08).
           05  FEC-SOMETIDA-RPT             PIC X(08).
           05  HOR-SOMETIDA-RPT             PIC X(06).
           05  FEC-FIN-RPT                  PIC X(08).
           05  HOR-FIN-RPT                  PIC X(06).
           05  ID-BUSQUEDA-RPT              PIC S9(09)   COMP-3.
