      ******************************************************************
      *  V1ND53M - MAPA BMS DE LA PANTALLA DE ENTIDADES JURIDICAS      *
      *             POR USUARIO (V1DT123), GENERADO A PARTIR DEL       *
      *             MAPSET V1NN53M                                     *
      ******************************************************************
       01  V1ND53MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  USUARIL                      PIC S9(4) COMP.
           02  USUARIF                      PIC X.
           02  FILLER REDEFINES USUARIF.
               03  USUARIA                  PIC X.
           02  USUARII                      PIC X(08).
           02  CODENTL                      PIC S9(4) COMP.
           02  CODENTF                      PIC X.
           02  FILLER REDEFINES CODENTF.
               03  CODENTA                  PIC X.
           02  CODENTI                      PIC X(04).
           02  INDPRIL                      PIC S9(4) COMP.
           02  INDPRIF                      PIC X.
           02  FILLER REDEFINES INDPRIF.
               03  INDPRIA                  PIC X.
           02  INDPRII                      PIC X(01).
           02  LISTAL                       PIC S9(4) COMP.
           02  LISTAF                       PIC X.
           02  FILLER REDEFINES LISTAF.
               03  LISTAA                   PIC X.
           02  LISTAI                       PIC X(60).
