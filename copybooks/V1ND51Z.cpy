      ******************************************************************
      *  V1ND51Z - MAPA BMS DE LA LISTA DE OFICIOS DE                  *
      *             AUTORIDADES (V1DT119/V1DT120), GENERADO            *
      *             A PARTIR DEL MAPSET V1NN51Z                        *
      ******************************************************************
       01  V1ND51ZI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  NUMOFIL                      PIC S9(4) COMP.
           02  NUMOFIF                      PIC X.
           02  FILLER REDEFINES NUMOFIF.
               03  NUMOFIA                  PIC X.
           02  NUMOFII                      PIC X(09).
           02  AUTORIL                      PIC S9(4) COMP.
           02  AUTORIF                      PIC X.
           02  FILLER REDEFINES AUTORIF.
               03  AUTORIA                  PIC X.
           02  AUTORII                      PIC X(01).
           02  REFEREL                      PIC S9(4) COMP.
           02  REFEREF                      PIC X.
           02  FILLER REDEFINES REFEREF.
               03  REFEREA                  PIC X.
           02  REFEREI                      PIC X(30).
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
           02  PLAZOL                       PIC S9(4) COMP.
           02  PLAZOF                       PIC X.
           02  FILLER REDEFINES PLAZOF.
               03  PLAZOA                   PIC X.
           02  PLAZOI                       PIC X(03).
           02  NUMDOCL                      PIC S9(4) COMP.
           02  NUMDOCF                      PIC X.
           02  FILLER REDEFINES NUMDOCF.
               03  NUMDOCA                  PIC X.
           02  NUMDOCI                      PIC X(15).
           02  NOMPERL                      PIC S9(4) COMP.
           02  NOMPERF                      PIC X.
           02  FILLER REDEFINES NOMPERF.
               03  NOMPERA                  PIC X.
           02  NOMPERI                      PIC X(40).
           02  FILAS-OFICIO OCCURS 12 TIMES
                                            PIC X(78).
