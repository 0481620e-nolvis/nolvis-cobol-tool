      ******************************************************************
      *  V1ND46M - MAPA BMS DE LA PANTALLA DE PERSONAS VINCULADAS      *
      *             A CLIENTES JURIDICOS (V1DT116), GENERADO A         *
      *             PARTIR DEL MAPSET V1NN46M                          *
      ******************************************************************
       01  V1ND46MI.
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
           02  NOMRAZL                      PIC S9(4) COMP.
           02  NOMRAZF                      PIC X.
           02  FILLER REDEFINES NOMRAZF.
               03  NOMRAZA                  PIC X.
           02  NOMRAZI                      PIC X(40).
           02  DOCVINL                      PIC S9(4) COMP.
           02  DOCVINF                      PIC X.
           02  FILLER REDEFINES DOCVINF.
               03  DOCVINA                  PIC X.
           02  DOCVINI                      PIC X(15).
           02  NOMVINL                      PIC S9(4) COMP.
           02  NOMVINF                      PIC X.
           02  FILLER REDEFINES NOMVINF.
               03  NOMVINA                  PIC X.
           02  NOMVINI                      PIC X(40).
           02  VINCULL                      PIC S9(4) COMP.
           02  VINCULF                      PIC X.
           02  FILLER REDEFINES VINCULF.
               03  VINCULA                  PIC X.
           02  VINCULI                      PIC X(01).
           02  PORPARL                      PIC S9(4) COMP.
           02  PORPARF                      PIC X.
           02  FILLER REDEFINES PORPARF.
               03  PORPARA                  PIC X.
           02  PORPARI                      PIC X(05).
           02  ESTCOTL                      PIC S9(4) COMP.
           02  ESTCOTF                      PIC X.
           02  FILLER REDEFINES ESTCOTF.
               03  ESTCOTA                  PIC X.
           02  ESTCOTI                      PIC X(01).
           02  FECCOTL                      PIC S9(4) COMP.
           02  FECCOTF                      PIC X.
           02  FILLER REDEFINES FECCOTF.
               03  FECCOTA                  PIC X.
           02  FECCOTI                      PIC X(08).
           02  INDCASL                      PIC S9(4) COMP.
           02  INDCASF                      PIC X.
           02  FILLER REDEFINES INDCASF.
               03  INDCASA                  PIC X.
           02  INDCASI                      PIC X(01).
           02  TOTPARL                      PIC S9(4) COMP.
           02  TOTPARF                      PIC X.
           02  FILLER REDEFINES TOTPARF.
               03  TOTPARA                  PIC X.
           02  TOTPARI                      PIC X(06).
