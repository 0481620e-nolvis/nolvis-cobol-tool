      ******************************************************************
      *  V1GT106 - DCLGEN DE LA TABLA V1DT106 (PISOS DE EFECTIVO POR   *
      *             OFICINA, DIVISA Y DENOMINACION: CANTIDAD MINIMA    *
      *             DE BILLETES DE CADA VALOR FACIAL QUE LA OFICINA    *
      *             DEBE TENER.  LOS VIGILA V13C34B Y SE MANTIENEN     *
      *             POR V13C35M)                                       *
      ******************************************************************
       01  DCLV1DT106.
           05  COD-OFI-PISO-DEN             PIC X(04).
           05  COD-DIV-PISO-DEN             PIC X(03).
           05  VAL-DENOMINACION-PISO        PIC S9(05)       COMP-3.
           05  CAN-PISO                     PIC S9(09)       COMP-3.
