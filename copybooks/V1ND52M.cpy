      ******************************************************************
      *  V1ND52M - MAPA BMS DE LA PANTALLA DEL REGISTRO DE             *
      *             ORDENES JUDICIALES DE BLOQUEO (V1DT121),           *
      *             GENERADO A PARTIR DEL MAPSET V1NN52M               *
      ******************************************************************
       01  V1ND52MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  NUMORDL                      PIC S9(4) COMP.
           02  NUMORDF                      PIC X.
           02  FILLER REDEFINES NUMORDF.
               03  NUMORDA                  PIC X.
           02  NUMORDI                      PIC X(09).
           02  NUMDOCL                      PIC S9(4) COMP.
           02  NUMDOCF                      PIC X.
           02  FILLER REDEFINES NUMDOCF.
               03  NUMDOCA                  PIC X.
           02  NUMDOCI                      PIC X(15).
           02  REFORDL                      PIC S9(4) COMP.
           02  REFORDF                      PIC X.
           02  FILLER REDEFINES REFORDF.
               03  REFORDA                  PIC X.
           02  REFORDI                      PIC X(30).
           02  TRIBUNL                      PIC S9(4) COMP.
           02  TRIBUNF                      PIC X.
           02  FILLER REDEFINES TRIBUNF.
               03  TRIBUNA                  PIC X.
           02  TRIBUNI                      PIC X(40).
           02  ALCANCL                      PIC S9(4) COMP.
           02  ALCANCF                      PIC X.
           02  FILLER REDEFINES ALCANCF.
               03  ALCANCA                  PIC X.
           02  ALCANCI                      PIC X(01).
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
           02  ESTORDL                      PIC S9(4) COMP.
           02  ESTORDF                      PIC X.
           02  FILLER REDEFINES ESTORDF.
               03  ESTORDA                  PIC X.
           02  ESTORDI                      PIC X(01).
           02  FECALTL                      PIC S9(4) COMP.
           02  FECALTF                      PIC X.
           02  FILLER REDEFINES FECALTF.
               03  FECALTA                  PIC X.
           02  FECALTI                      PIC X(08).
           02  USUALTL                      PIC S9(4) COMP.
           02  USUALTF                      PIC X.
           02  FILLER REDEFINES USUALTF.
               03  USUALTA                  PIC X.
           02  USUALTI                      PIC X(08).
           02  FECLIBL                      PIC S9(4) COMP.
           02  FECLIBF                      PIC X.
           02  FILLER REDEFINES FECLIBF.
               03  FECLIBA                  PIC X.
           02  FECLIBI                      PIC X(08).
           02  REFLIBL                      PIC S9(4) COMP.
           02  REFLIBF                      PIC X.
           02  FILLER REDEFINES REFLIBF.
               03  REFLIBA                  PIC X.
           02  REFLIBI                      PIC X(30).
           02  USULIBL                      PIC S9(4) COMP.
           02  USULIBF                      PIC X.
           02  FILLER REDEFINES USULIBF.
               03  USULIBA                  PIC X.
           02  USULIBI                      PIC X(08).
           02  INTENTL                      PIC S9(4) COMP.
           02  INTENTF                      PIC X.
           02  FILLER REDEFINES INTENTF.
               03  INTENTA                  PIC X.
           02  INTENTI                      PIC X(05).
