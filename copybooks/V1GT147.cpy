      ******************************************************************
      *  V1GT147 - DCLGEN DE LA TABLA V1DT147 (SOLICITUDES DE COMPRA   *
      *             DE DIVISAS DE CLIENTES EN ESPERA DE ASIGNACION DE  *
      *             DIVISAS DE INTERVENCION DEL BCV.  SE REGISTRAN EN  *
      *             V13C71M CON EL CONTRAVALOR EN BOLIVARES BLOQUEADO  *
      *             EN CTA_PASIVO_CL Y LAS ATIENDE EL PROCESO DE       *
      *             ASIGNACION V13C71B.                                *
      *             EST_SOLICITUD: 'P' PENDIENTE  'A' ASIGNADA TOTAL   *
      *             'T' CERRADA CON REMANENTE LIBERADO  'N' ANULADA.   *
      *             EST_BLOQUEO: 'S' SOLICITADO  'B' BLOQUEADO EN LA   *
      *             CUENTA  'L' LIBERADO.  NUM_PRIORIDAD E IMP_TOPE    *
      *             SON LOS DE LA REGLA DE V1DT148 APLICADA EN LA      *
      *             ULTIMA ASIGNACION)                                 *
      ******************************************************************
       01  DCLV1DT147.
           05  NUM-SOLICITUD-SOL            PIC S9(09)   COMP-3.
           05  FEC-SOLICITUD-SOL            PIC X(08).
           05  HOR-SOLICITUD-SOL            PIC X(06).
           05  COD-OFICINA-SOL              PIC X(04).
           05  NUM-DOC-SOL                  PIC X(15).
           05  COD-CPT-SOL                  PIC X(03).
           05  COD-DIV-SOL                  PIC X(03).
           05  IMP-SOLICITADO-SOL           PIC S9(13)V9(02) COMP-3.
           05  IMP-ASIGNADO-SOL             PIC S9(13)V9(02) COMP-3.
           05  IDF-RIF-BENEF-SOL            PIC X(15).
           05  NOM-BENEF-SOL                PIC X(40).
           05  COD-PAIS-CORR-SOL            PIC X(03).
           05  COD-PAIS-DEST-SOL            PIC X(03).
           05  CTA-PASIVO-SOL               PIC X(20).
           05  TIP-PAGO-SOL                 PIC X(01).
           05  TAS-REFERENCIA-SOL           PIC S9(07)V9(04) COMP-3.
           05  IMP-BLOQUEADO-SOL            PIC S9(13)V9(02) COMP-3.
           05  IMP-CONSUMIDO-SOL            PIC S9(13)V9(02) COMP-3.
           05  EST-SOLICITUD-SOL            PIC X(01).
           05  EST-BLOQUEO-SOL              PIC X(01).
           05  NUM-PRIORIDAD-SOL            PIC S9(03)   COMP-3.
           05  IMP-TOPE-SOL                 PIC S9(13)V9(02) COMP-3.
           05  COD-USUARIO-SOL              PIC X(08).
           05  COD-ENT-SOL                  PIC X(04).
