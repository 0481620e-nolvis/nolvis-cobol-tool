      ******************************************************************
      *  V1ND73M - MAPA BMS DE LA PANTALLA DE MANTENIMIENTO DE LA      *
      *             CATEGORIA DE BALANZA DE PAGOS POR CONCEPTO         *
      *             (V1DT151), GENERADO A PARTIR DEL MAPSET V1NN73M    *
      ******************************************************************
       01  V1ND73MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  CODCPTL                      PIC S9(4) COMP.
           02  CODCPTF                      PIC X.
           02  FILLER REDEFINES CODCPTF.
               03  CODCPTA                  PIC X.
           02  CODCPTI                      PIC X(03).
           02  FECDESL                      PIC S9(4) COMP.
           02  FECDESF                      PIC X.
           02  FILLER REDEFINES FECDESF.
               03  FECDESA                  PIC X.
           02  FECDESI                      PIC X(08).
           02  CODCATL                      PIC S9(4) COMP.
           02  CODCATF                      PIC X.
           02  FILLER REDEFINES CODCATF.
               03  CODCATA                  PIC X.
           02  CODCATI                      PIC X(06).
           02  DESCATL                      PIC S9(4) COMP.
           02  DESCATF                      PIC X.
           02  FILLER REDEFINES DESCATF.
               03  DESCATA                  PIC X.
           02  DESCATI                      PIC X(40).
