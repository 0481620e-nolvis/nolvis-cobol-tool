      ******************************************************************
      *  V1GT101 - DCLGEN DE LA TABLA V1DT101 (EXENCIONES DEL IGTF POR *
      *             TIPO DE CLIENTE (LETRA INICIAL DEL DOCUMENTO, COMO *
      *             EN V1DT017) Y CONCEPTO DE COMPRA/VENTA, CON        *
      *             VIGENCIA Y BASE LEGAL.  TIPO O CONCEPTO EN BLANCO  *
      *             = APLICA A TODOS)                                  *
      ******************************************************************
       01  DCLV1DT101.
           05  TIP-CLIENTE-EXENTO           PIC X(01).
           05  COD-CPT-EXENTO               PIC X(03).
           05  FEC-DESDE-EXENTO             PIC X(08).
           05  FEC-HASTA-EXENTO             PIC X(08).
           05  TXT-BASE-LEGAL-EXENTO        PIC X(60).
