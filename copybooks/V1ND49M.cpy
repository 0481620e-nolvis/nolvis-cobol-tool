      ******************************************************************
      *  V1ND49M - MAPA BMS DE LA PANTALLA DE CONTROL DE CALIDAD       *
      *             DE CASOS CERRADOS (V1DT118), GENERADO A            *
      *             PARTIR DEL MAPSET V1NN49M                          *
      ******************************************************************
       01  V1ND49MI.
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
           02  ANALISL                      PIC S9(4) COMP.
           02  ANALISF                      PIC X.
           02  FILLER REDEFINES ANALISF.
               03  ANALISA                  PIC X.
           02  ANALISI                      PIC X(08).
           02  FECCIEL                      PIC S9(4) COMP.
           02  FECCIEF                      PIC X.
           02  FILLER REDEFINES FECCIEF.
               03  FECCIEA                  PIC X.
           02  FECCIEI                      PIC X(08).
           02  DETECTL                      PIC S9(4) COMP.
           02  DETECTF                      PIC X.
           02  FILLER REDEFINES DETECTF.
               03  DETECTA                  PIC X.
           02  DETECTI                      PIC X(08).
           02  RESOLUL                      PIC S9(4) COMP.
           02  RESOLUF                      PIC X.
           02  FILLER REDEFINES RESOLUF.
               03  RESOLUA                  PIC X.
           02  RESOLUI                      PIC X(70).
           02  ESTQAL                       PIC S9(4) COMP.
           02  ESTQAF                       PIC X.
           02  FILLER REDEFINES ESTQAF.
               03  ESTQAA                   PIC X.
           02  ESTQAI                       PIC X(01).
           02  FECMUEL                      PIC S9(4) COMP.
           02  FECMUEF                      PIC X.
           02  FILLER REDEFINES FECMUEF.
               03  FECMUEA                  PIC X.
           02  FECMUEI                      PIC X(08).
           02  PUNTAJL                      PIC S9(4) COMP.
           02  PUNTAJF                      PIC X.
           02  FILLER REDEFINES PUNTAJF.
               03  PUNTAJA                  PIC X.
           02  PUNTAJI                      PIC X(01).
           02  RESULTL                      PIC S9(4) COMP.
           02  RESULTF                      PIC X.
           02  FILLER REDEFINES RESULTF.
               03  RESULTA                  PIC X.
           02  RESULTI                      PIC X(01).
           02  HALLAZL                      PIC S9(4) COMP.
           02  HALLAZF                      PIC X.
           02  FILLER REDEFINES HALLAZF.
               03  HALLAZA                  PIC X.
           02  HALLAZI                      PIC X(70).
           02  REVISOL                      PIC S9(4) COMP.
           02  REVISOF                      PIC X.
           02  FILLER REDEFINES REVISOF.
               03  REVISOA                  PIC X.
           02  REVISOI                      PIC X(08).
           02  FECREVL                      PIC S9(4) COMP.
           02  FECREVF                      PIC X.
           02  FILLER REDEFINES FECREVF.
               03  FECREVA                  PIC X.
           02  FECREVI                      PIC X(08).
           02  PENDIEL                      PIC S9(4) COMP.
           02  PENDIEF                      PIC X.
           02  FILLER REDEFINES PENDIEF.
               03  PENDIEA                  PIC X.
           02  PENDIEI                      PIC X(05).
