      ******************************************************************
      *  V1GT149 - DCLGEN DE LA TABLA V1DT149 (LOTES DE DIVISAS DE     *
      *             INTERVENCION VENDIDOS POR EL BCV AL BANCO,         *
      *             IDENTIFICADOS POR LA REFERENCIA DEL BCV, CON LO    *
      *             QUE EL PROCESO V13C71B LLEGO A ASIGNAR)            *
      ******************************************************************
       01  DCLV1DT149.
           05  NUM-LOTE-LOT                 PIC X(12).
           05  FEC-LOTE-LOT                 PIC X(08).
           05  COD-DIV-LOT                  PIC X(03).
           05  IMP-LOTE-LOT                 PIC S9(13)V9(02) COMP-3.
           05  TAS-INTERVENCION-LOT         PIC S9(07)V9(04) COMP-3.
           05  IMP-ASIGNADO-LOT             PIC S9(13)V9(02) COMP-3.
           05  CANT-SOLICITUDES-LOT         PIC S9(07)   COMP-3.
           05  IND-CIERRE-LOT               PIC X(01).
