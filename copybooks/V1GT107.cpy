      ******************************************************************
      *  V1GT107 - DCLGEN DE LA TABLA V1DT107 (ARQUEOS FISICOS DE      *
      *             EFECTIVO POR OFICINA Y DIVISA, BAJO DOBLE CONTROL: *
      *             EL JEFE DE CAJA REGISTRA EL CONTEO Y UN SEGUNDO    *
      *             USUARIO LO VERIFICA O RECHAZA EN V13C42M.          *
      *             IMP_DIFERENCIA = CONTADO - LIBROS.                 *
      *             EST_ARQUEO: 'P' PENDIENTE 'C' CONFIRMADO           *
      *             'R' RECHAZADO)                                     *
      ******************************************************************
       01  DCLV1DT107.
           05  SEC-ARQUEO                   PIC S9(09)       COMP-3.
           05  COD-OFI-ARQUEO               PIC X(04).
           05  COD-DIV-ARQUEO               PIC X(03).
           05  FEC-ARQUEO                   PIC X(08).
           05  HOR-ARQUEO                   PIC X(06).
           05  IMP-CONTADO                  PIC S9(13)V9(02) COMP-3.
           05  IMP-LIBROS                   PIC S9(13)V9(02) COMP-3.
           05  IMP-DIFERENCIA-ARQ           PIC S9(13)V9(02) COMP-3.
           05  EST-ARQUEO                   PIC X(01).
           05  COD-USUARIO-CUENTA           PIC X(08).
           05  COD-USUARIO-VERIFICA         PIC X(08).
           05  FEC-VERIFICA                 PIC X(08).
