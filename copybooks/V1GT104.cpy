      ******************************************************************
      *  V1GT104 - DCLGEN DE LA TABLA V1DT104 (INVENTARIO DE EFECTIVO  *
      *             EN DIVISAS POR OFICINA Y DENOMINACION: CUANTOS     *
      *             BILLETES DE CADA VALOR FACIAL HAY EN LAS CAJAS.    *
      *             SU SUMA VALORIZADA CORRESPONDE AL IMPORTE DE       *
      *             V1DT095.  LO AJUSTAN V13C34M (MOVIMIENTOS DE       *
      *             BOVEDA) Y V13C34B (EFECTIVO DEL DIA, ESTIMADO)     *
      ******************************************************************
       01  DCLV1DT104.
           05  COD-OFI-DENOM                PIC X(04).
           05  COD-DIV-DENOM                PIC X(03).
           05  VAL-DENOMINACION             PIC S9(05)       COMP-3.
           05  CAN-BILLETES                 PIC S9(09)       COMP-3.
           05  FEC-ACTUALIZADO-DENOM        PIC X(08).
