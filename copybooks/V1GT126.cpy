      ******************************************************************
      *  V1GT126 - DCLGEN DE LA TABLA V1DT126 (PRODUCCION MENSUAL DE   *
      *             CADA EJECUTIVO DE CUENTA: VOLUMEN DE DIVISAS Y     *
      *             COMISIONES CALCULADAS, COBRADAS Y EXONERADAS DE    *
      *             SUS CLIENTES (V1DT079), CLIENTES NUEVOS Y          *
      *             PERDIDOS.  IMPORTES EN DOLARES.  LA GRABA V13C56B  *
      *             AL CIERRE DEL MES (COD_ENT_BANCO EN BLANCO ES EL   *
      *             CONSOLIDADO) Y LA LLEVA AL ALMACEN V13C36B)        *
      ******************************************************************
       01  DCLV1DT126.
      *    AAAAMM
           05  ANO-MES-PRODUC               PIC X(06).
           05  COD-ENT-PRODUC               PIC X(04).
           05  COD-SUC-PRODUC               PIC X(04).
           05  COD-EJE-PRODUC               PIC X(08).
           05  CANT-OPE-PRODUC              PIC S9(09)   COMP-3.
           05  IMP-VOL-PRODUC               PIC S9(15)V9(02) COMP-3.
           05  IMP-COM-CALCULADA            PIC S9(13)V9(02) COMP-3.
           05  IMP-COM-COBRADA              PIC S9(13)V9(02) COMP-3.
           05  IMP-COM-EXONERADA            PIC S9(13)V9(02) COMP-3.
           05  CANT-CLI-NUEVOS              PIC S9(07)   COMP-3.
           05  CANT-CLI-PERDIDOS            PIC S9(07)   COMP-3.
           05  FEC-GRABACION-PRD            PIC X(08).
