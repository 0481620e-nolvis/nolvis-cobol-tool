      ******************************************************************
      *  V1ND89M - MAPA BMS DE LA PANTALLA DE DOBLE CAPTURA A CIEGAS   *
      *             DE OPERACIONES (V1DT172) Y DEL UMBRAL QUE LA       *
      *             EXIGE (V1DT171), GENERADO A PARTIR DEL MAPSET      *
      *             V1NN89M                                            *
      ******************************************************************
       01  V1ND89MI.
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
           02  ESTADOL                      PIC S9(4) COMP.
           02  ESTADOF                      PIC X.
           02  FILLER REDEFINES ESTADOF.
               03  ESTADOA                  PIC X.
           02  ESTADOI                      PIC X(10).
           02  USUCAPL                      PIC S9(4) COMP.
           02  USUCAPF                      PIC X.
           02  FILLER REDEFINES USUCAPF.
               03  USUCAPA                  PIC X.
           02  USUCAPI                      PIC X(08).
           02  INTENTL                      PIC S9(4) COMP.
           02  INTENTF                      PIC X.
           02  FILLER REDEFINES INTENTF.
               03  INTENTA                  PIC X.
           02  INTENTI                      PIC X(03).
           02  IMPOPEL                      PIC S9(4) COMP.
           02  IMPOPEF                      PIC X.
           02  FILLER REDEFINES IMPOPEF.
               03  IMPOPEA                  PIC X.
           02  IMPOPEI                      PIC X(15).
           02  CODDIVL                      PIC S9(4) COMP.
           02  CODDIVF                      PIC X.
           02  FILLER REDEFINES CODDIVF.
               03  CODDIVA                  PIC X.
           02  CODDIVI                      PIC X(03).
           02  CTAPASL                      PIC S9(4) COMP.
           02  CTAPASF                      PIC X.
           02  FILLER REDEFINES CTAPASF.
               03  CTAPASA                  PIC X.
           02  CTAPASI                      PIC X(20).
           02  RIFBENL                      PIC S9(4) COMP.
           02  RIFBENF                      PIC X.
           02  FILLER REDEFINES RIFBENF.
               03  RIFBENA                  PIC X.
           02  RIFBENI                      PIC X(15).
           02  TASCAML                      PIC S9(4) COMP.
           02  TASCAMF                      PIC X.
           02  FILLER REDEFINES TASCAMF.
               03  TASCAMA                  PIC X.
           02  TASCAMI                      PIC X(11).
           02  UMBRALL                      PIC S9(4) COMP.
           02  UMBRALF                      PIC X.
           02  FILLER REDEFINES UMBRALF.
               03  UMBRALA                  PIC X.
           02  UMBRALI                      PIC X(15).
           02  UMBDESL                      PIC S9(4) COMP.
           02  UMBDESF                      PIC X.
           02  FILLER REDEFINES UMBDESF.
               03  UMBDESA                  PIC X.
           02  UMBDESI                      PIC X(08).
           02  UMBHASL                      PIC S9(4) COMP.
           02  UMBHASF                      PIC X.
           02  FILLER REDEFINES UMBHASF.
               03  UMBHASA                  PIC X.
           02  UMBHASI                      PIC X(08).
