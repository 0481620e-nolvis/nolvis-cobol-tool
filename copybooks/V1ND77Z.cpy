      ******************************************************************
      *  V1ND77Z - MAPA BMS DE LAS PARTIDAS DE EXCEPCION DE LOS        *
      *             CONTROLES NOCTURNOS (V1DT154): FILTRO POR ESTADO,  *
      *             PROGRAMA Y RESPONSABLE, ACCION SOBRE UNA PARTIDA,  *
      *             LISTA DE PARTIDAS Y DETALLE CON LOS ULTIMOS        *
      *             COMENTARIOS, GENERADO A PARTIR DEL MAPSET V1NN77Z  *
      ******************************************************************
       01  V1ND77ZI.
           02  ESTSELL                      PIC S9(4) COMP.
           02  ESTSELF                      PIC X.
           02  FILLER REDEFINES ESTSELF.
               03  ESTSELA                  PIC X.
           02  ESTSELI                      PIC X(01).
           02  PRGSELL                      PIC S9(4) COMP.
           02  PRGSELF                      PIC X.
           02  FILLER REDEFINES PRGSELF.
               03  PRGSELA                  PIC X.
           02  PRGSELI                      PIC X(08).
           02  RESSELL                      PIC S9(4) COMP.
           02  RESSELF                      PIC X.
           02  FILLER REDEFINES RESSELF.
               03  RESSELA                  PIC X.
           02  RESSELI                      PIC X(08).
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  NUMPARL                      PIC S9(4) COMP.
           02  NUMPARF                      PIC X.
           02  FILLER REDEFINES NUMPARF.
               03  NUMPARA                  PIC X.
           02  NUMPARI                      PIC X(09).
           02  RESPONL                      PIC S9(4) COMP.
           02  RESPONF                      PIC X.
           02  FILLER REDEFINES RESPONF.
               03  RESPONA                  PIC X.
           02  RESPONI                      PIC X(08).
           02  MOTIVOL                      PIC S9(4) COMP.
           02  MOTIVOF                      PIC X.
           02  FILLER REDEFINES MOTIVOF.
               03  MOTIVOA                  PIC X.
           02  MOTIVOI                      PIC X(02).
           02  TEXTOL                       PIC S9(4) COMP.
           02  TEXTOF                       PIC X.
           02  FILLER REDEFINES TEXTOF.
               03  TEXTOA                   PIC X.
           02  TEXTOI                       PIC X(60).
           02  FILAS-PARTIDA OCCURS 12 TIMES
                                            PIC X(78).
           02  FILAS-DETALLE OCCURS 5 TIMES
                                            PIC X(78).
