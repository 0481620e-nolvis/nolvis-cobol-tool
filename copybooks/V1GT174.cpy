      ******************************************************************
      *  V1GT174 - DCLGEN DE LA TABLA V1DT174 (DIFERENCIALES DE LA     *
      *             PIZARRA DE TASAS AL CLIENTE POR DIVISA, SEGMENTO   *
      *             DE NEGOCIO (V1DT045, DOS PRIMEROS CARACTERES) Y    *
      *             TRAMO DE MONTO EN DOLARES.  SEGMENTO EN BLANCO =   *
      *             APLICA A TODOS.  LOS PORCENTAJES SE APLICAN SOBRE  *
      *             LA TASA OFICIAL DE V1DT015: LA COMPRA AL CLIENTE   *
      *             POR DEBAJO Y LA VENTA POR ENCIMA; LA TOLERANCIA ES *
      *             EL DESVIO MAXIMO DE LA TASA CAPTADA SIN MOTIVO.    *
      *             SE MANTIENE BAJO DOBLE CONTROL: V13C90M ->         *
      *             V1DT037 -> V12C72Z)                                *
      ******************************************************************
       01  DCLV1DT174.
           05  COD-DIV-SPR                  PIC X(03).
           05  COD-SEGMENTO-SPR             PIC X(02).
           05  IMP-DESDE-SPR                PIC S9(13)V9(02) COMP-3.
           05  IMP-HASTA-SPR                PIC S9(13)V9(02) COMP-3.
           05  PCT-SPREAD-COMPRA            PIC S9(03)V9(04) COMP-3.
           05  PCT-SPREAD-VENTA             PIC S9(03)V9(04) COMP-3.
           05  PCT-TOLERANCIA-SPR           PIC S9(03)V9(02) COMP-3.
           05  COD-USUARIO-ACT-SPR          PIC X(08).
           05  FEC-ACTUALIZA-SPR            PIC X(08).
