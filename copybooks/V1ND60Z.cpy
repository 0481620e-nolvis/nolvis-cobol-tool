      ******************************************************************
      *  V1ND60Z - MAPA BMS DE LA LISTA DE CREDITOS RECIBIDOS EN       *
      *             SUSPENSO (V1DT131) Y SU ASIGNACION A UNA COMPRA,   *
      *             GENERADO A PARTIR DEL MAPSET V1NN60Z               *
      ******************************************************************
       01  V1ND60ZI.
           02  FILAL                        PIC S9(4) COMP.
           02  FILAF                        PIC X.
           02  FILLER REDEFINES FILAF.
               03  FILAA                    PIC X.
           02  FILAI                        PIC X(02).
           02  NUMREFL                      PIC S9(4) COMP.
           02  NUMREFF                      PIC X.
           02  FILLER REDEFINES NUMREFF.
               03  NUMREFA                  PIC X.
           02  NUMREFI                      PIC X(10).
           02  FILAS-CREDITO OCCURS 12 TIMES
                                            PIC X(78).
