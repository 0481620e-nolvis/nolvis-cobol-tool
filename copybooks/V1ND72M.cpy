      ******************************************************************
      *  V1ND72M - MAPA BMS DE LA PANTALLA DE MANTENIMIENTO DE LAS     *
      *             REGLAS DE ASIGNACION DE DIVISAS DE INTERVENCION    *
      *             POR CONCEPTO (V1DT148), GENERADO A PARTIR DEL      *
      *             MAPSET V1NN72M                                     *
      ******************************************************************
       01  V1ND72MI.
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
           02  PRIORIL                      PIC S9(4) COMP.
           02  PRIORIF                      PIC X.
           02  FILLER REDEFINES PRIORIF.
               03  PRIORIA                  PIC X.
           02  PRIORII                      PIC X(03).
           02  TOPCLIL                      PIC S9(4) COMP.
           02  TOPCLIF                      PIC X.
           02  FILLER REDEFINES TOPCLIF.
               03  TOPCLIA                  PIC X.
           02  TOPCLII                      PIC X(15).
