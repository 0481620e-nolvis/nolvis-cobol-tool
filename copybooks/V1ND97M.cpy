      ******************************************************************
      *  V1ND97M - MAPA BMS DE LA PANTALLA DEL REGISTRO DE EVENTOS DE  *
      *             PERDIDA OPERACIONAL (V1DT182), GENERADO A PARTIR   *
      *             DEL MAPSET V1NN97M                                 *
      ******************************************************************
       01  V1ND97MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  NUMEVEL                      PIC S9(4) COMP.
           02  NUMEVEF                      PIC X.
           02  FILLER REDEFINES NUMEVEF.
               03  NUMEVEA                  PIC X.
           02  NUMEVEI                      PIC X(09).
           02  ORIGENL                      PIC S9(4) COMP.
           02  ORIGENF                      PIC X.
           02  FILLER REDEFINES ORIGENF.
               03  ORIGENA                  PIC X.
           02  ORIGENI                      PIC X(03).
           02  NUMORIL                      PIC S9(4) COMP.
           02  NUMORIF                      PIC X.
           02  FILLER REDEFINES NUMORIF.
               03  NUMORIA                  PIC X.
           02  NUMORII                      PIC X(10).
           02  ESTADOL                      PIC S9(4) COMP.
           02  ESTADOF                      PIC X.
           02  FILLER REDEFINES ESTADOF.
               03  ESTADOA                  PIC X.
           02  ESTADOI                      PIC X(10).
           02  NUMREFL                      PIC S9(4) COMP.
           02  NUMREFF                      PIC X.
           02  FILLER REDEFINES NUMREFF.
               03  NUMREFA                  PIC X.
           02  NUMREFI                      PIC X(10).
           02  CODOFIL                      PIC S9(4) COMP.
           02  CODOFIF                      PIC X.
           02  FILLER REDEFINES CODOFIF.
               03  CODOFIA                  PIC X.
           02  CODOFII                      PIC X(04).
           02  FECEVEL                      PIC S9(4) COMP.
           02  FECEVEF                      PIC X.
           02  FILLER REDEFINES FECEVEF.
               03  FECEVEA                  PIC X.
           02  FECEVEI                      PIC X(08).
           02  FECDESL                      PIC S9(4) COMP.
           02  FECDESF                      PIC X.
           02  FILLER REDEFINES FECDESF.
               03  FECDESA                  PIC X.
           02  FECDESI                      PIC X(08).
           02  FECREGL                      PIC S9(4) COMP.
           02  FECREGF                      PIC X.
           02  FILLER REDEFINES FECREGF.
               03  FECREGA                  PIC X.
           02  FECREGI                      PIC X(08).
           02  TIPBASL                      PIC S9(4) COMP.
           02  TIPBASF                      PIC X.
           02  FILLER REDEFINES TIPBASF.
               03  TIPBASA                  PIC X.
           02  TIPBASI                      PIC X(02).
           02  LINNEGL                      PIC S9(4) COMP.
           02  LINNEGF                      PIC X.
           02  FILLER REDEFINES LINNEGF.
               03  LINNEGA                  PIC X.
           02  LINNEGI                      PIC X(02).
           02  CAURAIL                      PIC S9(4) COMP.
           02  CAURAIF                      PIC X.
           02  FILLER REDEFINES CAURAIF.
               03  CAURAIA                  PIC X.
           02  CAURAII                      PIC X(02).
           02  TXTCAUL                      PIC S9(4) COMP.
           02  TXTCAUF                      PIC X.
           02  FILLER REDEFINES TXTCAUF.
               03  TXTCAUA                  PIC X.
           02  TXTCAUI                      PIC X(60).
           02  CODDIVL                      PIC S9(4) COMP.
           02  CODDIVF                      PIC X.
           02  FILLER REDEFINES CODDIVF.
               03  CODDIVA                  PIC X.
           02  CODDIVI                      PIC X(03).
           02  IMPBRUL                      PIC S9(4) COMP.
           02  IMPBRUF                      PIC X.
           02  FILLER REDEFINES IMPBRUF.
               03  IMPBRUA                  PIC X.
           02  IMPBRUI                      PIC X(15).
           02  IMPRECL                      PIC S9(4) COMP.
           02  IMPRECF                      PIC X.
           02  FILLER REDEFINES IMPRECF.
               03  IMPRECA                  PIC X.
           02  IMPRECI                      PIC X(15).
           02  TASOFIL                      PIC S9(4) COMP.
           02  TASOFIF                      PIC X.
           02  FILLER REDEFINES TASOFIF.
               03  TASOFIA                  PIC X.
           02  TASOFII                      PIC X(12).
           02  BRUBSL                       PIC S9(4) COMP.
           02  BRUBSF                       PIC X.
           02  FILLER REDEFINES BRUBSF.
               03  BRUBSA                   PIC X.
           02  BRUBSI                       PIC X(20).
           02  RECBSL                       PIC S9(4) COMP.
           02  RECBSF                       PIC X.
           02  FILLER REDEFINES RECBSF.
               03  RECBSA                   PIC X.
           02  RECBSI                       PIC X(20).
           02  NETBSL                       PIC S9(4) COMP.
           02  NETBSF                       PIC X.
           02  FILLER REDEFINES NETBSF.
               03  NETBSA                   PIC X.
           02  NETBSI                       PIC X(20).
           02  USUARIL                      PIC S9(4) COMP.
           02  USUARIF                      PIC X.
           02  FILLER REDEFINES USUARIF.
               03  USUARIA                  PIC X.
           02  USUARII                      PIC X(08).
           02  FECCONL                      PIC S9(4) COMP.
           02  FECCONF                      PIC X.
           02  FILLER REDEFINES FECCONF.
               03  FECCONA                  PIC X.
           02  FECCONI                      PIC X(08).
