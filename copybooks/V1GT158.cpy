      ******************************************************************
      *  V1GT158 - DCLGEN DE LA TABLA V1DT158 (MODALIDAD DE            *
      *             FACTURACION DE LAS COMISIONES DE CADA CLIENTE:     *
      *             'P' UNA FACTURA POR PERIODO  'O' UNA POR           *
      *             OPERACION.  EL CLIENTE SIN FILA SE FACTURA POR     *
      *             PERIODO.  SE MANTIENE EN LA PANTALLA V13C78M)      *
      ******************************************************************
       01  DCLV1DT158.
           05  NUM-DOC-CLIENTE-FAC          PIC X(15).
           05  MOD-FACTURACION              PIC X(01).
           05  COD-USUARIO-FAC              PIC X(08).
           05  FEC-ACTUALIZA-FAC            PIC X(08).
