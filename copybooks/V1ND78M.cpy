      ******************************************************************
      *  V1ND78M - MAPA BMS DE LA PANTALLA DE MODALIDAD DE FACTURACION *
      *             DE LAS COMISIONES POR CLIENTE (V1DT158), GENERADO  *
      *             A PARTIR DEL MAPSET V1NN78M                        *
      ******************************************************************
       01  V1ND78MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  NUMDOCL                      PIC S9(4) COMP.
           02  NUMDOCF                      PIC X.
           02  FILLER REDEFINES NUMDOCF.
               03  NUMDOCA                  PIC X.
           02  NUMDOCI                      PIC X(15).
           02  MODFACL                      PIC S9(4) COMP.
           02  MODFACF                      PIC X.
           02  FILLER REDEFINES MODFACF.
               03  MODFACA                  PIC X.
           02  MODFACI                      PIC X(01).
           02  NOMCLIL                      PIC S9(4) COMP.
           02  NOMCLIF                      PIC X.
           02  FILLER REDEFINES NOMCLIF.
               03  NOMCLIA                  PIC X.
           02  NOMCLII                      PIC X(40).
           02  FECACTL                      PIC S9(4) COMP.
           02  FECACTF                      PIC X.
           02  FILLER REDEFINES FECACTF.
               03  FECACTA                  PIC X.
           02  FECACTI                      PIC X(08).
           02  USUACTL                      PIC S9(4) COMP.
           02  USUACTF                      PIC X.
           02  FILLER REDEFINES USUACTF.
               03  USUACTA                  PIC X.
           02  USUACTI                      PIC X(08).
