      ******************************************************************
      *  V1ND35M - MAPA BMS DE LA PANTALLA DE UMBRALES DE EFECTIVO     *
      *             POR OFICINA Y DIVISA (V1DT097) Y DE PISOS POR      *
      *             DENOMINACION (V1DT106), GENERADO A PARTIR DEL      *
      *             MAPSET V1NN35M                                     *
      ******************************************************************
       01  V1ND35MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  FILLER REDEFINES IMPTECF.
               03  IMPTECA                  PIC X.
           02  IMPTECI                      PIC X(15).
           02  DENOML                       PIC S9(4) COMP.
           02  DENOMF                       PIC X.
           02  FILLER REDEFINES DENOMF.
               03  DENOMA                   PIC X.
           02  DENOMI                       PIC X(05).
           02  CANPISL                      PIC S9(4) COMP.
           02  CANPISF                      PIC X.
           02  FILLER REDEFINES CANPISF.
               03  CANPISA                  PIC X.
           02  CANPISI                      PIC X(07).
