      ******************************************************************
      *  V1GT156 - DCLGEN DE LA TABLA V1DT156 (ALICUOTAS DEL IMPUESTO  *
      *             AL VALOR AGREGADO (IVA) CON SU VIGENCIA.  LA       *
      *             FACTURACION V13C78B APLICA A CADA COMISION LA      *
      *             ALICUOTA VIGENTE EN LA FECHA DEL COBRO)            *
      ******************************************************************
       01  DCLV1DT156.
           05  FEC-DESDE-IVA                PIC X(08).
           05  FEC-HASTA-IVA                PIC X(08).
           05  PCT-IVA                      PIC S9(03)V9(02) COMP-3.
           05  TXT-BASE-LEGAL-IVA           PIC X(60).
