      ******************************************************************
      *  V1ND74Z - MAPA BMS DE LA LISTA DE DEVOLUCIONES DE PAGOS       *
      *             EMITIDOS PENDIENTES DE CONFIRMAR (V1DT152) Y SU    *
      *             CONFIRMACION O DESCARTE, GENERADO A PARTIR DEL     *
      *             MAPSET V1NN74Z                                     *
      ******************************************************************
       01  V1ND74ZI.
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
           02  NUMREVL                      PIC S9(4) COMP.
           02  NUMREVF                      PIC X.
           02  FILLER REDEFINES NUMREVF.
               03  NUMREVA                  PIC X.
           02  NUMREVI                      PIC X(10).
           02  CODMOTL                      PIC S9(4) COMP.
           02  CODMOTF                      PIC X.
           02  FILLER REDEFINES CODMOTF.
               03  CODMOTA                  PIC X.
           02  CODMOTI                      PIC X(02).
           02  FILAS-DEVOLUCION OCCURS 12 TIMES
                                            PIC X(78).
