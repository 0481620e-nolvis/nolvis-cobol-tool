      ******************************************************************
      *  V1ND70M - MAPA BMS DE LA PANTALLA DE MANTENIMIENTO DE LOS     *
      *             LIMITES DE EXPOSICION DE LIQUIDACION POR BANCO Y   *
      *             DIVISA (V1DT145), GENERADO A PARTIR DEL MAPSET     *
      *             V1NN70M                                            *
      ******************************************************************
       01  V1ND70MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  CODBANL                      PIC S9(4) COMP.
           02  CODBANF                      PIC X.
           02  FILLER REDEFINES CODBANF.
               03  CODBANA                  PIC X.
           02  CODBANI                      PIC X(08).
           02  CODDIVL                      PIC S9(4) COMP.
           02  CODDIVF                      PIC X.
           02  FILLER REDEFINES CODDIVF.
               03  CODDIVA                  PIC X.
           02  CODDIVI                      PIC X(03).
           02  IMPLIML                      PIC S9(4) COMP.
           02  IMPLIMF                      PIC X.
           02  FILLER REDEFINES IMPLIMF.
               03  IMPLIMA                  PIC X.
           02  IMPLIMI                      PIC X(15).
