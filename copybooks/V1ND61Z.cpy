      ******************************************************************
      *  V1ND61Z - MAPA BMS DE LA COLA DE LIBERACION DE MENSAJES MT103 *
      *             (V1DT132): FILA ELEGIDA Y ACCION ('L' LIBERAR, 'X' *
      *             RECHAZAR), GENERADO A PARTIR DEL MAPSET V1NN61Z    *
      ******************************************************************
       01  V1ND61ZI.
           02  FILAL                        PIC S9(4) COMP.
           02  FILAF                        PIC X.
           02  FILLER REDEFINES FILAF.
               03  FILAA                    PIC X.
           02  FILAI                        PIC X(02).
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  FILAS-COLA OCCURS 12 TIMES
                                            PIC X(78).
