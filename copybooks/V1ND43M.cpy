      ******************************************************************
      *  V1ND43M - MAPA BMS DE LA PANTALLA DE DEBIDA DILIGENCIA DE     *
      *             CORRESPONSALES (V1DT110), GENERADO A PARTIR DEL    *
      *             MAPSET V1NN43M                                     *
      ******************************************************************
       01  V1ND43MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  BICCORL                      PIC S9(4) COMP.
           02  BICCORF                      PIC X.
           02  FILLER REDEFINES BICCORF.
               03  BICCORA                  PIC X.
           02  BICCORI                      PIC X(11).
           02  CODBANL                      PIC S9(4) COMP.
           02  CODBANF                      PIC X.
           02  FILLER REDEFINES CODBANF.
               03  CODBANA                  PIC X.
           02  CODBANI                      PIC X(08).
           02  FECREVL                      PIC S9(4) COMP.
           02  FECREVF                      PIC X.
           02  FILLER REDEFINES FECREVF.
               03  FECREVA                  PIC X.
           02  FECREVI                      PIC X(08).
           02  FECVENL                      PIC S9(4) COMP.
           02  FECVENF                      PIC X.
           02  FILLER REDEFINES FECVENF.
               03  FECVENA                  PIC X.
           02  FECVENI                      PIC X(08).
           02  WOLFSBL                      PIC S9(4) COMP.
           02  WOLFSBF                      PIC X.
           02  FILLER REDEFINES WOLFSBF.
               03  WOLFSBA                  PIC X.
           02  WOLFSBI                      PIC X(01).
           02  LICENCL                      PIC S9(4) COMP.
           02  LICENCF                      PIC X.
           02  FILLER REDEFINES LICENCF.
               03  LICENCA                  PIC X.
           02  LICENCI                      PIC X(01).
           02  SANCIOL                      PIC S9(4) COMP.
           02  SANCIOF                      PIC X.
           02  FILLER REDEFINES SANCIOF.
               03  SANCIOA                  PIC X.
           02  SANCIOI                      PIC X(01).
           02  RIESGOL                      PIC S9(4) COMP.
           02  RIESGOF                      PIC X.
           02  FILLER REDEFINES RIESGOF.
               03  RIESGOA                  PIC X.
           02  RIESGOI                      PIC X(01).
           02  USUREVL                      PIC S9(4) COMP.
           02  USUREVF                      PIC X.
           02  FILLER REDEFINES USUREVF.
               03  USUREVA                  PIC X.
           02  USUREVI                      PIC X(08).
