      ******************************************************************
      *  V1ND75Z - MAPA BMS DE LA SOLICITUD DE REPORTES BATCH A        *
      *             PEDIDO (V1DT153): REPORTES PERMITIDOS AL USUARIO,  *
      *             PARAMETROS DE LA SOLICITUD Y ESTADO DE SUS ULTIMAS *
      *             SOLICITUDES, GENERADO A PARTIR DEL MAPSET V1NN75Z  *
      ******************************************************************
       01  V1ND75ZI.
           02  REPORTL                      PIC S9(4) COMP.
           02  REPORTF                      PIC X.
           02  FILLER REDEFINES REPORTF.
               03  REPORTA                  PIC X.
           02  REPORTI                      PIC X(01).
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
           02  NUMDOCL                      PIC S9(4) COMP.
           02  NUMDOCF                      PIC X.
           02  FILLER REDEFINES NUMDOCF.
               03  NUMDOCA                  PIC X.
           02  NUMDOCI                      PIC X(15).
           02  PCTBANL                      PIC S9(4) COMP.
           02  PCTBANF                      PIC X.
           02  FILLER REDEFINES PCTBANF.
               03  PCTBANA                  PIC X.
           02  PCTBANI                      PIC X(05).
           02  LISTA-REPORTES OCCURS 4 TIMES
                                            PIC X(40).
           02  FILAS-SOLICITUD OCCURS 10 TIMES
                                            PIC X(78).
