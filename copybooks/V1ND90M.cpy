      ******************************************************************
      *  V1ND90M - MAPA BMS DE LA PANTALLA DE MANTENIMIENTO DE LOS     *
      *             DIFERENCIALES DE LA PIZARRA DE TASAS AL CLIENTE    *
      *             POR DIVISA, SEGMENTO Y TRAMO (V1DT174), GENERADO A *
      *             PARTIR DEL MAPSET V1NN90M                          *
      ******************************************************************
       01  V1ND90MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  CODDIVL                      PIC S9(4) COMP.
           02  CODDIVF                      PIC X.
           02  FILLER REDEFINES CODDIVF.
               03  CODDIVA                  PIC X.
           02  CODDIVI                      PIC X(03).
           02  CODSEGL                      PIC S9(4) COMP.
           02  CODSEGF                      PIC X.
           02  FILLER REDEFINES CODSEGF.
               03  CODSEGA                  PIC X.
           02  CODSEGI                      PIC X(02).
           02  IMPDESL                      PIC S9(4) COMP.
           02  IMPDESF                      PIC X.
           02  FILLER REDEFINES IMPDESF.
               03  IMPDESA                  PIC X.
           02  IMPDESI                      PIC X(15).
           02  IMPHASL                      PIC S9(4) COMP.
           02  IMPHASF                      PIC X.
           02  FILLER REDEFINES IMPHASF.
               03  IMPHASA                  PIC X.
           02  IMPHASI                      PIC X(15).
           02  PCTCOML                      PIC S9(4) COMP.
           02  PCTCOMF                      PIC X.
           02  FILLER REDEFINES PCTCOMF.
               03  PCTCOMA                  PIC X.
           02  PCTCOMI                      PIC X(07).
           02  PCTVENL                      PIC S9(4) COMP.
           02  PCTVENF                      PIC X.
           02  FILLER REDEFINES PCTVENF.
               03  PCTVENA                  PIC X.
           02  PCTVENI                      PIC X(07).
           02  PCTTOLL                      PIC S9(4) COMP.
           02  PCTTOLF                      PIC X.
           02  FILLER REDEFINES PCTTOLF.
               03  PCTTOLA                  PIC X.
           02  PCTTOLI                      PIC X(05).
