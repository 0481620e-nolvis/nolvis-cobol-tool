      ******************************************************************
      *  V1ND58M - MAPA BMS DE LA PANTALLA DE MANTENIMIENTO DEL        *
      *             PERFIL DE ACTIVIDAD ESPERADA DEL CLIENTE           *
      *             (V1DT128), GENERADO A PARTIR DEL MAPSET V1NN58M    *
      ******************************************************************
       01  V1ND58MI.
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
           02  IMPMESL                      PIC S9(4) COMP.
           02  IMPMESF                      PIC X.
           02  FILLER REDEFINES IMPMESF.
               03  IMPMESA                  PIC X.
           02  IMPMESI                      PIC X(15).
           02  PROPOSL                      PIC S9(4) COMP.
           02  PROPOSF                      PIC X.
           02  FILLER REDEFINES PROPOSF.
               03  PROPOSA                  PIC X.
           02  PROPOSI                      PIC X(30).
           02  PAIS1L                       PIC S9(4) COMP.
           02  PAIS1F                       PIC X.
           02  FILLER REDEFINES PAIS1F.
               03  PAIS1A                   PIC X.
           02  PAIS1I                       PIC X(03).
           02  PAIS2L                       PIC S9(4) COMP.
           02  PAIS2F                       PIC X.
           02  FILLER REDEFINES PAIS2F.
               03  PAIS2A                   PIC X.
           02  PAIS2I                       PIC X(03).
           02  PAIS3L                       PIC S9(4) COMP.
           02  PAIS3F                       PIC X.
           02  FILLER REDEFINES PAIS3F.
               03  PAIS3A                   PIC X.
           02  PAIS3I                       PIC X(03).
           02  TIPPAGL                      PIC S9(4) COMP.
           02  TIPPAGF                      PIC X.
           02  FILLER REDEFINES TIPPAGF.
               03  TIPPAGA                  PIC X.
           02  TIPPAGI                      PIC X(01).
           02  FECDECL                      PIC S9(4) COMP.
           02  FECDECF                      PIC X.
           02  FILLER REDEFINES FECDECF.
               03  FECDECA                  PIC X.
           02  FECDECI                      PIC X(08).
