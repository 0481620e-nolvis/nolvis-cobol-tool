      ******************************************************************
      *  V1GT100 - DCLGEN DE LA TABLA V1DT100 (ALICUOTAS DEL IMPUESTO  *
      *             A LAS GRANDES TRANSACCIONES FINANCIERAS (IGTF) CON *
      *             SU VIGENCIA.  EL CALCULO V13C38B APLICA A CADA     *
      *             OPERACION LA ALICUOTA VIGENTE EN SU FEC_OPE)       *
      ******************************************************************
       01  DCLV1DT100.
           05  FEC-DESDE-IGTF               PIC X(08).
           05  FEC-HASTA-IGTF               PIC X(08).
           05  PCT-IGTF                     PIC S9(03)V9(02) COMP-3.
           05  TXT-BASE-LEGAL-IGTF          PIC X(60).
