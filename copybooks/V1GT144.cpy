      ******************************************************************
      *  V1GT144 - DCLGEN DE LA TABLA V1DT144 (ASIGNACIONES QUE SE     *
      *             FORZARON SOBRE UN CONFLICTO DE LA MATRIZ V1DT143:  *
      *             USUARIO, DERECHO ASIGNADO, DERECHO CON EL QUE      *
      *             CHOCA, JUSTIFICACION, SUPERVISOR QUE LO AUTORIZO,  *
      *             TRANSACCION Y MOMENTO.  LA GRABA LA RUTINA V19C064 *
      *             Y LA LEE EL INFORME DE RECERTIFICACION V13C69B)    *
      ******************************************************************
       01  DCLV1DT144.
           05  COD-USUARIO-FZA              PIC X(08).
           05  TIP-DERECHO-FZA              PIC X(01).
           05  COD-DERECHO-FZA              PIC X(04).
           05  TIP-CONFLICTO-FZA            PIC X(01).
           05  COD-CONFLICTO-FZA            PIC X(04).
           05  TXT-JUSTIFICACION-FZA        PIC X(60).
           05  COD-AUTORIZANTE-FZA          PIC X(08).
           05  COD-TRAN-FZA                 PIC X(04).
           05  FEC-FORZADO-FZA              PIC X(08).
           05  HOR-FORZADO-FZA              PIC X(06).
