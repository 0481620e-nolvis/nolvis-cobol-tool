      ******************************************************************
      *  V1ND44M - MAPA BMS DE LA PANTALLA DE REVISIONES KYC           *
      *             (V1DT112 / V1DT113) Y DE LA POLITICA POR           *
      *             CATEGORIA (V1DT111), GENERADO A PARTIR DEL         *
      *             MAPSET V1NN44M                                     *
      ******************************************************************
       01  V1ND44MI.
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
           02  RESULTL                      PIC S9(4) COMP.
           02  RESULTF                      PIC X.
           02  FILLER REDEFINES RESULTF.
               03  RESULTA                  PIC X.
           02  RESULTI                      PIC X(01).
           02  OBSERVL                      PIC S9(4) COMP.
           02  OBSERVF                      PIC X.
           02  FILLER REDEFINES OBSERVF.
               03  OBSERVA                  PIC X.
           02  OBSERVI                      PIC X(40).
           02  CATEGOL                      PIC S9(4) COMP.
           02  CATEGOF                      PIC X.
           02  FILLER REDEFINES CATEGOF.
               03  CATEGOA                  PIC X.
           02  CATEGOI                      PIC X(01).
           02  FECULTL                      PIC S9(4) COMP.
           02  FECULTF                      PIC X.
           02  FILLER REDEFINES FECULTF.
               03  FECULTA                  PIC X.
           02  FECULTI                      PIC X(08).
           02  FECPROL                      PIC S9(4) COMP.
           02  FECPROF                      PIC X.
           02  FILLER REDEFINES FECPROF.
               03  FECPROA                  PIC X.
           02  FECPROI                      PIC X(08).
           02  FECLIML                      PIC S9(4) COMP.
           02  FECLIMF                      PIC X.
           02  FILLER REDEFINES FECLIMF.
               03  FECLIMA                  PIC X.
           02  FECLIMI                      PIC X(08).
           02  ESTADOL                      PIC S9(4) COMP.
           02  ESTADOF                      PIC X.
           02  FILLER REDEFINES ESTADOF.
               03  ESTADOA                  PIC X.
           02  ESTADOI                      PIC X(01).
           02  USUREVL                      PIC S9(4) COMP.
           02  USUREVF                      PIC X.
           02  FILLER REDEFINES USUREVF.
               03  USUREVA                  PIC X.
           02  USUREVI                      PIC X(08).
           02  DIASCIL                      PIC S9(4) COMP.
           02  DIASCIF                      PIC X.
           02  FILLER REDEFINES DIASCIF.
               03  DIASCIA                  PIC X.
           02  DIASCII                      PIC X(05).
           02  DIASGRL                      PIC S9(4) COMP.
           02  DIASGRF                      PIC X.
           02  FILLER REDEFINES DIASGRF.
               03  DIASGRA                  PIC X.
           02  DIASGRI                      PIC X(03).
           02  BLOQUEL                      PIC S9(4) COMP.
           02  BLOQUEF                      PIC X.
           02  FILLER REDEFINES BLOQUEF.
               03  BLOQUEA                  PIC X.
           02  BLOQUEI                      PIC X(01).
