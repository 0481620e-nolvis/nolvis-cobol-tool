      ******************************************************************
      *  V1GT155 - DCLGEN DE LA TABLA V1DT155 (BITACORA DE COMENTARIOS *
      *             DE LAS PARTIDAS DE EXCEPCION V1DT154.  LA PANTALLA *
      *             V13C77Z DEJA AQUI LOS COMENTARIOS DEL USUARIO Y    *
      *             UNA LINEA POR CADA ASIGNACION Y RESOLUCION; LA     *
      *             RUTINA V19C065 DEJA LA DE CADA REAPERTURA, CON EL  *
      *             PROGRAMA DE CONTROL COMO USUARIO.                  *
      *             NUM_COMENTARIO CORRE POR PARTIDA)                  *
      ******************************************************************
       01  DCLV1DT155.
           05  NUM-PARTIDA-CPE              PIC S9(09)   COMP-3.
           05  NUM-COMENTARIO-CPE           PIC S9(05)   COMP-3.
           05  COD-USUARIO-CPE              PIC X(08).
           05  FEC-COMENTARIO-CPE           PIC X(08).
           05  HOR-COMENTARIO-CPE           PIC X(06).
           05  TXT-COMENTARIO-CPE           PIC X(60).
