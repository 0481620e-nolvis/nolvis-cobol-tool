      ******************************************************************
      *  V1ND47M - MAPA BMS DE LA PANTALLA DE MANTENIMIENTO DE         *
      *             ESCENARIOS DE DETECCION (V1DT117), GENERADO        *
      *             A PARTIR DEL MAPSET V1NN47M                        *
      ******************************************************************
       01  V1ND47MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  CODESCL                      PIC S9(4) COMP.
           02  CODESCF                      PIC X.
           02  FILLER REDEFINES CODESCF.
               03  CODESCA                  PIC X.
           02  CODESCI                      PIC X(06).
           02  DESESCL                      PIC S9(4) COMP.
           02  DESESCF                      PIC X.
           02  FILLER REDEFINES DESESCF.
               03  DESESCA                  PIC X.
           02  DESESCI                      PIC X(40).
           02  INDACTL                      PIC S9(4) COMP.
           02  INDACTF                      PIC X.
           02  FILLER REDEFINES INDACTF.
               03  INDACTA                  PIC X.
           02  INDACTI                      PIC X(01).
           02  CPTFILL                      PIC S9(4) COMP.
           02  CPTFILF                      PIC X.
           02  FILLER REDEFINES CPTFILF.
               03  CPTFILA                  PIC X.
           02  CPTFILI                      PIC X(03).
           02  RIEFILL                      PIC S9(4) COMP.
           02  RIEFILF                      PIC X.
           02  FILLER REDEFINES RIEFILF.
               03  RIEFILA                  PIC X.
           02  RIEFILI                      PIC X(01).
           02  PAGFILL                      PIC S9(4) COMP.
           02  PAGFILF                      PIC X.
           02  FILLER REDEFINES PAGFILF.
               03  PAGFILA                  PIC X.
           02  PAGFILI                      PIC X(01).
           02  SEGFILL                      PIC S9(4) COMP.
           02  SEGFILF                      PIC X.
           02  FILLER REDEFINES SEGFILF.
               03  SEGFILA                  PIC X.
           02  SEGFILI                      PIC X(01).
           02  AGRUPAL                      PIC S9(4) COMP.
           02  AGRUPAF                      PIC X.
           02  FILLER REDEFINES AGRUPAF.
               03  AGRUPAA                  PIC X.
           02  AGRUPAI                      PIC X(01).
           02  DIASVEL                      PIC S9(4) COMP.
           02  DIASVEF                      PIC X.
           02  FILLER REDEFINES DIASVEF.
               03  DIASVEA                  PIC X.
           02  DIASVEI                      PIC X(03).
           02  CANMINL                      PIC S9(4) COMP.
           02  CANMINF                      PIC X.
           02  FILLER REDEFINES CANMINF.
               03  CANMINA                  PIC X.
           02  CANMINI                      PIC X(04).
           02  IMPMINL                      PIC S9(4) COMP.
           02  IMPMINF                      PIC X.
           02  FILLER REDEFINES IMPMINF.
               03  IMPMINA                  PIC X.
           02  IMPMINI                      PIC X(15).
