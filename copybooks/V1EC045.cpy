                                           PIC 9(07)V9(04).
           05  FEE-TIP-PAGO                PIC X(01).
           05  FEE-IDF-SEGURID             PIC X(01).
      *    * AD01-I : OPERACION CRUZADA ENTRE DOS DIVISAS (TIP_OPE '9').
      *    *          SEGUNDA DIVISA Y TASA CRUZADA; EL IMPORTE DE LA
      *    *          SEGUNDA PATA LO CALCULA LA CARGA.  EN BLANCO EN
      *    *          LAS OPERACIONES CONTRA BOLIVARES
           05  FEE-COD-DIV-CONTRA          PIC X(03).
           05  FEE-TAS-CRUZADA             PIC X(11).
           05  FEE-TAS-CRUZADA-R REDEFINES FEE-TAS-CRUZADA
                                           PIC 9(05)V9(06).
           05  FILLER                      PIC X(03).
      *    * AD01-F
