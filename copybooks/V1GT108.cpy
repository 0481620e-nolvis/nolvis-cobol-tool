      ******************************************************************
      *  V1GT108 - DCLGEN DE LA TABLA V1DT108 (DETALLE POR             *
      *             DENOMINACION DE LOS ARQUEOS DE V1DT107: BILLETES   *
      *             CONTADOS DE CADA VALOR FACIAL)                     *
      ******************************************************************
       01  DCLV1DT108.
           05  SEC-ARQUEO-DEN               PIC S9(09)       COMP-3.
           05  VAL-DENOMINACION-ARQ         PIC S9(05)       COMP-3.
           05  CAN-BILLETES-ARQ             PIC S9(09)       COMP-3.
