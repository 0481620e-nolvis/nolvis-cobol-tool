      ******************************************************************
      *  V1ND69M - MAPA BMS DE LA PANTALLA DE MANTENIMIENTO DE LA      *
      *             MATRIZ DE CONFLICTOS DE SEGREGACION DE FUNCIONES   *
      *             (V1DT143), GENERADO A PARTIR DEL MAPSET V1NN69M    *
      ******************************************************************
       01  V1ND69MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  TIPDEAL                      PIC S9(4) COMP.
           02  TIPDEAF                      PIC X.
           02  FILLER REDEFINES TIPDEAF.
               03  TIPDEAA                  PIC X.
           02  TIPDEAI                      PIC X(01).
           02  CODDEAL                      PIC S9(4) COMP.
           02  CODDEAF                      PIC X.
           02  FILLER REDEFINES CODDEAF.
               03  CODDEAA                  PIC X.
           02  CODDEAI                      PIC X(04).
           02  TIPDEBL                      PIC S9(4) COMP.
           02  TIPDEBF                      PIC X.
           02  FILLER REDEFINES TIPDEBF.
               03  TIPDEBA                  PIC X.
           02  TIPDEBI                      PIC X(01).
           02  CODDEBL                      PIC S9(4) COMP.
           02  CODDEBF                      PIC X.
           02  FILLER REDEFINES CODDEBF.
               03  CODDEBA                  PIC X.
           02  CODDEBI                      PIC X(04).
           02  DESCONL                      PIC S9(4) COMP.
           02  DESCONF                      PIC X.
           02  FILLER REDEFINES DESCONF.
               03  DESCONA                  PIC X.
           02  DESCONI                      PIC X(40).
