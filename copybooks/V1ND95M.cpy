      ******************************************************************
      *  V1ND95M - MAPA BMS DE LA PANTALLA DE CAPTURA DE TRAMOS DE     *
      *             LIQUIDACION DE UNA OPERACION (V1DT180), GENERADO   *
      *             A PARTIR DEL MAPSET V1NN95M                        *
      ******************************************************************
       01  V1ND95MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  NUMREFL                      PIC S9(4) COMP.
           02  NUMREFF                      PIC X.
           02  FILLER REDEFINES NUMREFF.
               03  NUMREFA                  PIC X.
           02  NUMREFI                      PIC X(10).
           02  NUMTRAL                      PIC S9(4) COMP.
           02  NUMTRAF                      PIC X.
           02  FILLER REDEFINES NUMTRAF.
               03  NUMTRAA                  PIC X.
           02  NUMTRAI                      PIC X(03).
           02  IMPTRAL                      PIC S9(4) COMP.
           02  IMPTRAF                      PIC X.
           02  FILLER REDEFINES IMPTRAF.
               03  IMPTRAA                  PIC X.
           02  IMPTRAI                      PIC X(15).
           02  FECVALL                      PIC S9(4) COMP.
           02  FECVALF                      PIC X.
           02  FILLER REDEFINES FECVALF.
               03  FECVALA                  PIC X.
           02  FECVALI                      PIC X(08).
           02  RIFBENL                      PIC S9(4) COMP.
           02  RIFBENF                      PIC X.
           02  FILLER REDEFINES RIFBENF.
               03  RIFBENA                  PIC X.
           02  RIFBENI                      PIC X(15).
           02  NOMBENL                      PIC S9(4) COMP.
           02  NOMBENF                      PIC X.
           02  FILLER REDEFINES NOMBENF.
               03  NOMBENA                  PIC X.
           02  NOMBENI                      PIC X(40).
           02  PAISDEL                      PIC S9(4) COMP.
           02  PAISDEF                      PIC X.
           02  FILLER REDEFINES PAISDEF.
               03  PAISDEA                  PIC X.
           02  PAISDEI                      PIC X(03).
           02  IMPOPEL                      PIC S9(4) COMP.
           02  IMPOPEF                      PIC X.
           02  FILLER REDEFINES IMPOPEF.
               03  IMPOPEA                  PIC X.
           02  IMPOPEI                      PIC X(20).
           02  IMPASIL                      PIC S9(4) COMP.
           02  IMPASIF                      PIC X.
           02  FILLER REDEFINES IMPASIF.
               03  IMPASIA                  PIC X.
           02  IMPASII                      PIC X(20).
           02  IMPRESL                      PIC S9(4) COMP.
           02  IMPRESF                      PIC X.
           02  FILLER REDEFINES IMPRESF.
               03  IMPRESA                  PIC X.
           02  IMPRESI                      PIC X(20).
