      ******************************************************************
      *  V1GT179 - DCLGEN DE LA TABLA V1DT179 (ORDENES DE PAGO DE      *
      *             REMESAS FAMILIARES RECIBIDAS, CLAVE EMPRESA +      *
      *             NUMERO DE ORDEN).  LA CARGA V13C92B LAS GRABA      *
      *             'D' DISPONIBLE, 'R' RETENIDA POR EL FILTRO DE      *
      *             LISTAS O 'X' RECHAZADA CON SU MOTIVO; EL PAGO EN   *
      *             V13C93M LAS DEJA 'P' PAGADA CON LA OPERACION DE    *
      *             V1DT001 QUE LAS REGISTRA, Y V13C94B ANOTA EL       *
      *             ENVIO DEL REPORTE AL BCV                           *
      ******************************************************************
       01  DCLV1DT179.
           05  COD-EMPRESA-ORD              PIC X(04).
           05  NUM-ORDEN-REM                PIC X(15).
           05  FEC-ORDEN-REM                PIC X(08).
           05  FEC-CARGA-REM                PIC X(08).
           05  NUM-SEC-ARCHIVO              PIC S9(09)   COMP-3.
           05  NOM-REMITENTE                PIC X(40).
           05  NUM-DOC-REMITENTE            PIC X(15).
           05  COD-PAIS-ORIGEN              PIC X(03).
           05  NOM-BENEF-REM                PIC X(40).
           05  NUM-DOC-BENEF-REM            PIC X(15).
           05  COD-DIV-REM                  PIC X(03).
           05  IMP-REMESA                   PIC S9(13)V9(02) COMP-3.
           05  IMP-REMESA-USD               PIC S9(13)V9(02) COMP-3.
           05  EST-ORDEN-REM                PIC X(01).
           05  COD-MOTIVO-REM               PIC X(03).
           05  COD-USUARIO-LIBERA           PIC X(08).
           05  FEC-LIBERA-REM               PIC X(08).
           05  TIP-PAGO-REM                 PIC X(01).
           05  CTA-ABONO-REM                PIC X(20).
           05  COD-OFICINA-PAGO             PIC X(04).
           05  NUM-REF-REM                  PIC S9(10)   COMP-3.
           05  FEC-PAGO-REM                 PIC X(08).
           05  HOR-PAGO-REM                 PIC X(06).
           05  COD-USUARIO-PAGO             PIC X(08).
           05  TAS-PAGO-REM                 PIC S9(07)V9(04) COMP-3.
           05  IMP-BOLIVARES-REM            PIC S9(15)V9(02) COMP-3.
           05  FEC-REPORTE-BCV              PIC X(08).
           05  NUM-ENVIO-BCV                PIC S9(09)   COMP-3.
