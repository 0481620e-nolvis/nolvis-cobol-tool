      ******************************************************************
      *  V1GT146 - DCLGEN DE LA TABLA V1DT146 (EXCESOS DE LIMITE DE    *
      *             LIQUIDACION AUTORIZADOS: CADA CUADRE QUE EL JEFE   *
      *             DE TESORERIA FORZO POR ENCIMA DEL LIMITE DE        *
      *             V1DT145, CON EL LIMITE Y LA EXPOSICION ABIERTA AL  *
      *             MOMENTO, QUIEN LO AUTORIZO Y POR QUE)              *
      ******************************************************************
       01  DCLV1DT146.
           05  NUM-REF-EXL                  PIC S9(10)   COMP-3.
           05  COD-BANCO-EXL                PIC X(08).
           05  COD-DIV-EXL                  PIC X(03).
           05  IMP-LIMITE-EXL               PIC S9(13)V9(02) COMP-3.
           05  IMP-EXPOSICION-EXL           PIC S9(13)V9(02) COMP-3.
           05  IMP-OPE-EXL                  PIC S9(13)V9(02) COMP-3.
           05  COD-AUTORIZANTE-EXL          PIC X(08).
           05  FEC-EXCESO-EXL               PIC X(08).
           05  HOR-EXCESO-EXL               PIC X(06).
           05  TXT-JUSTIFICACION-EXL        PIC X(60).
