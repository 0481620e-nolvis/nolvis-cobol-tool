      ******************************************************************
      *  V1ND57Z - MAPA BMS DE LA PANTALLA DE CONSULTA DE RENTABILIDAD *
      *             DEL CLIENTE (V1DT127) EN LOS ULTIMOS 12 MESES,     *
      *             GENERADO A PARTIR DEL MAPSET V1NN57Z               *
      ******************************************************************
       01  V1ND57ZI.
           02  NUMDOCL                      PIC S9(4) COMP.
           02  NUMDOCF                      PIC X.
           02  FILLER REDEFINES NUMDOCF.
               03  NUMDOCA                  PIC X.
           02  NUMDOCI                      PIC X(15).
           02  FILAS-DATO OCCURS 16 TIMES   PIC X(78).
