      ******************************************************************
      *  V1GT129 - DCLGEN DE LA TABLA V1DT129 (TARIFARIO DE GASTOS DE  *
      *             LOS CORRESPONSALES: GASTO MAXIMO PACTADO POR       *
      *             INSTRUCCION, POR CORRESPONSAL Y DIVISA DEL NOSTRO. *
      *             CONTRA ESTE TOPE V13C59B VALIDA LOS GASTOS QUE EL  *
      *             CORRESPONSAL DEBITA EN EL EXTRACTO (V1DT064))      *
      ******************************************************************
       01  DCLV1DT129.
           05  COD-CORRESP-TARIFA           PIC X(11).
           05  COD-DIV-TARIFA               PIC X(03).
           05  IMP-TARIFA                   PIC S9(13)V9(02) COMP-3.
