      ******************************************************************
      *  V1ND54M - MAPA BMS DE LA PANTALLA DE PRESUPUESTO DE OFICINAS  *
      *             (V1DT124), GENERADO A PARTIR DEL MAPSET V1NN54M    *
      ******************************************************************
       01  V1ND54MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  OFICINL                      PIC S9(4) COMP.
           02  OFICINF                      PIC X.
           02  FILLER REDEFINES OFICINF.
               03  OFICINA                  PIC X.
           02  OFICINI                      PIC X(04).
           02  ANOMESL                      PIC S9(4) COMP.
           02  ANOMESF                      PIC X.
           02  FILLER REDEFINES ANOMESF.
               03  ANOMESA                  PIC X.
           02  ANOMESI                      PIC X(06).
           02  GRUPOL                       PIC S9(4) COMP.
           02  GRUPOF                       PIC X.
           02  FILLER REDEFINES GRUPOF.
               03  GRUPOA                   PIC X.
           02  GRUPOI                       PIC X(03).
           02  VOLPREL                      PIC S9(4) COMP.
           02  VOLPREF                      PIC X.
           02  FILLER REDEFINES VOLPREF.
               03  VOLPREA                  PIC X.
           02  VOLPREI                      PIC X(15).
           02  COMPREL                      PIC S9(4) COMP.
           02  COMPREF                      PIC X.
           02  FILLER REDEFINES COMPREF.
               03  COMPREA                  PIC X.
           02  COMPREI                      PIC X(15).
           02  VOLREAL                      PIC S9(4) COMP.
           02  VOLREAF                      PIC X.
           02  FILLER REDEFINES VOLREAF.
               03  VOLREAA                  PIC X.
           02  VOLREAI                      PIC X(22).
           02  COMREAL                      PIC S9(4) COMP.
           02  COMREAF                      PIC X.
           02  FILLER REDEFINES COMREAF.
               03  COMREAA                  PIC X.
           02  COMREAI                      PIC X(18).
           02  PCTVOLL                      PIC S9(4) COMP.
           02  PCTVOLF                      PIC X.
           02  FILLER REDEFINES PCTVOLF.
               03  PCTVOLA                  PIC X.
           02  PCTVOLI                      PIC X(07).
           02  PCTCOML                      PIC S9(4) COMP.
           02  PCTCOMF                      PIC X.
           02  FILLER REDEFINES PCTCOMF.
               03  PCTCOMA                  PIC X.
           02  PCTCOMI                      PIC X(07).
           02  ORIGENL                      PIC S9(4) COMP.
           02  ORIGENF                      PIC X.
           02  FILLER REDEFINES ORIGENF.
               03  ORIGENA                  PIC X.
           02  ORIGENI                      PIC X(01).
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
