      ******************************************************************
      *  V1ND62M - MAPA BMS DE LA PANTALLA DE MANTENIMIENTO DE LAS     *
      *             REGLAS DE DETERMINACION DE CUENTAS CONTABLES       *
      *             (V1DT135), GENERADO A PARTIR DEL MAPSET V1NN62M    *
      ******************************************************************
       01  V1ND62MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  TIPASIL                      PIC S9(4) COMP.
           02  TIPASIF                      PIC X.
           02  FILLER REDEFINES TIPASIF.
               03  TIPASIA                  PIC X.
           02  TIPASII                      PIC X(03).
           02  CODCPTL                      PIC S9(4) COMP.
           02  CODCPTF                      PIC X.
           02  FILLER REDEFINES CODCPTF.
               03  CODCPTA                  PIC X.
           02  CODCPTI                      PIC X(03).
           02  CODOFIL                      PIC S9(4) COMP.
           02  CODOFIF                      PIC X.
           02  FILLER REDEFINES CODOFIF.
               03  CODOFIA                  PIC X.
           02  CODOFII                      PIC X(04).
           02  CODDIVL                      PIC S9(4) COMP.
           02  CODDIVF                      PIC X.
           02  FILLER REDEFINES CODDIVF.
               03  CODDIVA                  PIC X.
           02  CODDIVI                      PIC X(03).
           02  CLACONL                      PIC S9(4) COMP.
           02  CLACONF                      PIC X.
           02  FILLER REDEFINES CLACONF.
               03  CLACONA                  PIC X.
           02  CLACONI                      PIC X(01).
           02  CTADEBL                      PIC S9(4) COMP.
           02  CTADEBF                      PIC X.
           02  FILLER REDEFINES CTADEBF.
               03  CTADEBA                  PIC X.
           02  CTADEBI                      PIC X(20).
           02  TIPDEBL                      PIC S9(4) COMP.
           02  TIPDEBF                      PIC X.
           02  FILLER REDEFINES TIPDEBF.
               03  TIPDEBA                  PIC X.
           02  TIPDEBI                      PIC X(01).
           02  CTAHABL                      PIC S9(4) COMP.
           02  CTAHABF                      PIC X.
           02  FILLER REDEFINES CTAHABF.
               03  CTAHABA                  PIC X.
           02  CTAHABI                      PIC X(20).
           02  TIPHABL                      PIC S9(4) COMP.
           02  TIPHABF                      PIC X.
           02  FILLER REDEFINES TIPHABF.
               03  TIPHABA                  PIC X.
           02  TIPHABI                      PIC X(01).
