      ******************************************************************
      *  V1GT151 - DCLGEN DE LA TABLA V1DT151 (CATEGORIA DE BALANZA DE *
      *             PAGOS DE CADA CONCEPTO DE COMPRA/VENTA, CON        *
      *             VIGENCIA.  UN CONCEPTO TIENE A LO SUMO UN PERIODO  *
      *             ABIERTO (FEC_HASTA 99991231); AL ENTRAR EN VIGOR   *
      *             UNA CATEGORIA NUEVA EL PERIODO ANTERIOR SE CIERRA  *
      *             EL DIA PREVIO.  LA OPERACION TOMA LA CATEGORIA     *
      *             VIGENTE A SU FEC_OPE.  LA LEE EL REPORTE MENSUAL   *
      *             V13C73B.  SE MANTIENE BAJO DOBLE CONTROL:          *
      *             V13C73M -> V1DT037 -> V12C72Z)                     *
      ******************************************************************
       01  DCLV1DT151.
           05  COD-CPT-BDP                  PIC X(03).
           05  FEC-DESDE-BDP                PIC X(08).
           05  FEC-HASTA-BDP                PIC X(08).
           05  COD-CATEGORIA-BDP            PIC X(06).
           05  DES-CATEGORIA-BDP            PIC X(40).
