      ******************************************************************
      *  V1GT152 - DCLGEN DE LA TABLA V1DT152 (DEVOLUCIONES DE PAGOS   *
      *             EMITIDOS.  CUANDO EL BANCO BENEFICIARIO DEVUELVE   *
      *             UN MT103 NUESTRO EL DINERO REGRESA AL NOSTRO COMO  *
      *             PARTIDA CREDITO (V1DT064).  V13C74B RECONOCE LA    *
      *             PARTIDA CONTRA LA INSTRUCCION DE V1DT020 Y LA DEJA *
      *             PENDIENTE DE CONFIRMAR; OPERACIONES LA CONFIRMA EN *
      *             LA PANTALLA V13C74Z, QUE REINTEGRA AL CLIENTE CON  *
      *             UNA OPERACION COMPENSATORIA (AUDITADA EN V1DT012), *
      *             MARCA LA INSTRUCCION COMO DEVUELTA Y ANOTA EL      *
      *             AVISO AL CLIENTE EN V1DT136.                       *
      *             EST_DEVOLUCION: 'P' PENDIENTE DE CONFIRMAR         *
      *             'C' CONFIRMADA Y REINTEGRADA  'D' DESCARTADA.      *
      *             TIP_RECONOCE: 'R' POR REFERENCIA  'M' POR MONTO.   *
      *             LOS NOMBRES DE CAMPO LLEVAN SUFIJO PARA NO CHOCAR  *
      *             CON DCLV1DT064 NI CON DCLV1DT020)                  *
      ******************************************************************
       01  DCLV1DT152.
           05  COD-CORRESP-DEV              PIC X(11).
           05  FEC-EXTRACTO-DEV             PIC X(08).
           05  REF-EXTRACTO-DEV             PIC X(16).
           05  COD-DIV-DEV                  PIC X(03).
           05  IMP-DEVUELTO                 PIC S9(13)V9(02) COMP-3.
           05  NOM-ORDENANTE-DEV            PIC X(35).
           05  NUM-INSTRUCCION-DEV          PIC S9(09)   COMP-3.
           05  NUM-REF-DEV                  PIC S9(10)   COMP-3.
           05  IMP-INSTRUIDO-DEV            PIC S9(13)V9(02) COMP-3.
           05  EST-DEVOLUCION               PIC X(01).
           05  TIP-RECONOCE                 PIC X(01).
           05  FEC-DETECTADO-DEV            PIC X(08).
           05  NUM-REF-REINTEGRO            PIC S9(10)   COMP-3.
           05  COD-MOTIVO-DEV               PIC X(02).
           05  FEC-CONFIRMA                 PIC X(08).
           05  COD-USUARIO-CONFIRMA         PIC X(08).
