      ******************************************************************
      *  V1ND83M - MAPA BMS DE LA PANTALLA DE MANTENIMIENTO DEL        *
      *             REGISTRO DE EMPLEADOS Y PARTES VINCULADAS          *
      *             (V1DT166), GENERADO A PARTIR DEL MAPSET V1NN83M    *
      ******************************************************************
       01  V1ND83MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  NUMDOCL                      PIC S9(4) COMP.
           02  NUMDOCF                      PIC X.
           02  FILLER REDEFINES NUMDOCF.
               03  NUMDOCA                  PIC X.
           02  NUMDOCI                      PIC X(15).
           02  NOMPERL                      PIC S9(4) COMP.
           02  NOMPERF                      PIC X.
           02  FILLER REDEFINES NOMPERF.
               03  NOMPERA                  PIC X.
           02  NOMPERI                      PIC X(40).
           02  TIPRELL                      PIC S9(4) COMP.
           02  TIPRELF                      PIC X.
           02  FILLER REDEFINES TIPRELF.
               03  TIPRELA                  PIC X.
           02  TIPRELI                      PIC X(01).
           02  CODDEPL                      PIC S9(4) COMP.
           02  CODDEPF                      PIC X.
           02  FILLER REDEFINES CODDEPF.
               03  CODDEPA                  PIC X.
           02  CODDEPI                      PIC X(06).
           02  CODOFIL                      PIC S9(4) COMP.
           02  CODOFIF                      PIC X.
           02  FILLER REDEFINES CODOFIF.
               03  CODOFIA                  PIC X.
           02  CODOFII                      PIC X(04).
           02  CODUSUL                      PIC S9(4) COMP.
           02  CODUSUF                      PIC X.
           02  FILLER REDEFINES CODUSUF.
               03  CODUSUA                  PIC X.
           02  CODUSUI                      PIC X(08).
           02  FECDESL                      PIC S9(4) COMP.
           02  FECDESF                      PIC X.
           02  FILLER REDEFINES FECDESF.
               03  FECDESA                  PIC X.
           02  FECDESI                      PIC X(08).
           02  FECHASL                      PIC S9(4) COMP.
           02  FECHASF                      PIC X.
           02  FILLER REDEFINES FECHASF.
               03  FECHASA                  PIC X.
           02  FECHASI                      PIC X(08).
