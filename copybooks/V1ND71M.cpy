      ******************************************************************
      *  V1ND71M - MAPA BMS DE LA PANTALLA DE REGISTRO DE SOLICITUDES  *
      *             DE COMPRA DE DIVISAS DE INTERVENCION (V1DT147),    *
      *             GENERADO A PARTIR DEL MAPSET V1NN71M               *
      ******************************************************************
       01  V1ND71MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  NUMSOLL                      PIC S9(4) COMP.
           02  NUMSOLF                      PIC X.
           02  FILLER REDEFINES NUMSOLF.
               03  NUMSOLA                  PIC X.
           02  NUMSOLI                      PIC X(09).
           02  CODOFIL                      PIC S9(4) COMP.
           02  CODOFIF                      PIC X.
           02  FILLER REDEFINES CODOFIF.
               03  CODOFIA                  PIC X.
           02  CODOFII                      PIC X(04).
           02  NUMDOCL                      PIC S9(4) COMP.
           02  NUMDOCF                      PIC X.
           02  FILLER REDEFINES NUMDOCF.
               03  NUMDOCA                  PIC X.
           02  NUMDOCI                      PIC X(15).
           02  CODCPTL                      PIC S9(4) COMP.
           02  CODCPTF                      PIC X.
           02  FILLER REDEFINES CODCPTF.
               03  CODCPTA                  PIC X.
           02  CODCPTI                      PIC X(03).
           02  CODDIVL                      PIC S9(4) COMP.
           02  CODDIVF                      PIC X.
           02  FILLER REDEFINES CODDIVF.
               03  CODDIVA                  PIC X.
           02  CODDIVI                      PIC X(03).
           02  IMPSOLL                      PIC S9(4) COMP.
           02  IMPSOLF                      PIC X.
           02  FILLER REDEFINES IMPSOLF.
               03  IMPSOLA                  PIC X.
           02  IMPSOLI                      PIC X(15).
           02  RIFBENL                      PIC S9(4) COMP.
           02  RIFBENF                      PIC X.
           02  FILLER REDEFINES RIFBENF.
               03  RIFBENA                  PIC X.
           02  RIFBENI                      PIC X(15).
           02  NOMBENL                      PIC S9(4) COMP.
           02  NOMBENF                      PIC X.
           02  FILLER REDEFINES NOMBENF.
               03  NOMBENA                  PIC X.
           02  NOMBENI                      PIC X(40).
           02  PAISCOL                      PIC S9(4) COMP.
           02  PAISCOF                      PIC X.
           02  FILLER REDEFINES PAISCOF.
               03  PAISCOA                  PIC X.
           02  PAISCOI                      PIC X(03).
           02  PAISDEL                      PIC S9(4) COMP.
           02  PAISDEF                      PIC X.
           02  FILLER REDEFINES PAISDEF.
               03  PAISDEA                  PIC X.
           02  PAISDEI                      PIC X(03).
           02  CTAPASL                      PIC S9(4) COMP.
           02  CTAPASF                      PIC X.
           02  FILLER REDEFINES CTAPASF.
               03  CTAPASA                  PIC X.
           02  CTAPASI                      PIC X(20).
           02  TIPPAGL                      PIC S9(4) COMP.
           02  TIPPAGF                      PIC X.
           02  FILLER REDEFINES TIPPAGF.
               03  TIPPAGA                  PIC X.
           02  TIPPAGI                      PIC X(01).
           02  IMPBLQL                      PIC S9(4) COMP.
           02  IMPBLQF                      PIC X.
           02  FILLER REDEFINES IMPBLQF.
               03  IMPBLQA                  PIC X.
           02  IMPBLQI                      PIC X(18).
