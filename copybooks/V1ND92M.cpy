      ******************************************************************
      *  V1ND92M - MAPA BMS DE LA PANTALLA DE MANTENIMIENTO DEL        *
      *             MAESTRO DE EMPRESAS DE REMESAS FAMILIARES          *
      *             (V1DT178), GENERADO A PARTIR DEL MAPSET V1NN92M    *
      ******************************************************************
       01  V1ND92MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  CODEMPL                      PIC S9(4) COMP.
           02  CODEMPF                      PIC X.
           02  FILLER REDEFINES CODEMPF.
               03  CODEMPA                  PIC X.
           02  CODEMPI                      PIC X(04).
           02  NOMEMPL                      PIC S9(4) COMP.
           02  NOMEMPF                      PIC X.
           02  FILLER REDEFINES NOMEMPF.
               03  NOMEMPA                  PIC X.
           02  NOMEMPI                      PIC X(40).
           02  NUMLICL                      PIC S9(4) COMP.
           02  NUMLICF                      PIC X.
           02  FILLER REDEFINES NUMLICF.
               03  NUMLICA                  PIC X.
           02  NUMLICI                      PIC X(15).
           02  PAISEML                      PIC S9(4) COMP.
           02  PAISEMF                      PIC X.
           02  FILLER REDEFINES PAISEMF.
               03  PAISEMA                  PIC X.
           02  PAISEMI                      PIC X(03).
           02  CPTREML                      PIC S9(4) COMP.
           02  CPTREMF                      PIC X.
           02  FILLER REDEFINES CPTREMF.
               03  CPTREMA                  PIC X.
           02  CPTREMI                      PIC X(03).
           02  CTALIQL                      PIC S9(4) COMP.
           02  CTALIQF                      PIC X.
           02  FILLER REDEFINES CTALIQF.
               03  CTALIQA                  PIC X.
           02  CTALIQI                      PIC X(20).
           02  DIASVIL                      PIC S9(4) COMP.
           02  DIASVIF                      PIC X.
           02  FILLER REDEFINES DIASVIF.
               03  DIASVIA                  PIC X.
           02  DIASVII                      PIC X(03).
           02  INDACTL                      PIC S9(4) COMP.
           02  INDACTF                      PIC X.
           02  FILLER REDEFINES INDACTF.
               03  INDACTA                  PIC X.
           02  INDACTI                      PIC X(01).
