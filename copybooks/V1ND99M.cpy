      ******************************************************************
      *  V1ND99M - MAPA BMS DE LA PANTALLA DEL REGISTRO DE             *
      *             DECLARACIONES DE ADUANA (V1DT184) Y SU VINCULO CON *
      *             LAS VENTAS DE IMPORTACION (V1DT185), GENERADO A    *
      *             PARTIR DEL MAPSET V1NN99M                          *
      ******************************************************************
       01  V1ND99MI.
           02  ACCIONL                      PIC S9(4) COMP.
           02  ACCIONF                      PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                  PIC X.
           02  ACCIONI                      PIC X(01).
           02  SECDUAL                      PIC S9(4) COMP.
           02  SECDUAF                      PIC X.
           02  FILLER REDEFINES SECDUAF.
               03  SECDUAA                  PIC X.
           02  SECDUAI                      PIC X(09).
           02  ESTADOL                      PIC S9(4) COMP.
           02  ESTADOF                      PIC X.
           02  FILLER REDEFINES ESTADOF.
               03  ESTADOA                  PIC X.
           02  ESTADOI                      PIC X(10).
           02  DOCCLIL                      PIC S9(4) COMP.
           02  DOCCLIF                      PIC X.
           02  FILLER REDEFINES DOCCLIF.
               03  DOCCLIA                  PIC X.
           02  DOCCLII                      PIC X(15).
           02  NUMDUAL                      PIC S9(4) COMP.
           02  NUMDUAF                      PIC X.
           02  FILLER REDEFINES NUMDUAF.
               03  NUMDUAA                  PIC X.
           02  NUMDUAI                      PIC X(20).
           02  ADUANAL                      PIC S9(4) COMP.
           02  ADUANAF                      PIC X.
           02  FILLER REDEFINES ADUANAF.
               03  ADUANAA                  PIC X.
           02  ADUANAI                      PIC X(03).
           02  FECDUAL                      PIC S9(4) COMP.
           02  FECDUAF                      PIC X.
           02  FILLER REDEFINES FECDUAF.
               03  FECDUAA                  PIC X.
           02  FECDUAI                      PIC X(08).
           02  NUMFACL                      PIC S9(4) COMP.
           02  NUMFACF                      PIC X.
           02  FILLER REDEFINES NUMFACF.
               03  NUMFACA                  PIC X.
           02  NUMFACI                      PIC X(20).
           02  CODDIVL                      PIC S9(4) COMP.
           02  CODDIVF                      PIC X.
           02  FILLER REDEFINES CODDIVF.
               03  CODDIVA                  PIC X.
           02  CODDIVI                      PIC X(03).
           02  IMPCIFL                      PIC S9(4) COMP.
           02  IMPCIFF                      PIC X.
           02  FILLER REDEFINES IMPCIFF.
               03  IMPCIFA                  PIC X.
           02  IMPCIFI                      PIC X(15).
           02  IMPUSAL                      PIC S9(4) COMP.
           02  IMPUSAF                      PIC X.
           02  FILLER REDEFINES IMPUSAF.
               03  IMPUSAA                  PIC X.
           02  IMPUSAI                      PIC X(20).
           02  IMPDISL                      PIC S9(4) COMP.
           02  IMPDISF                      PIC X.
           02  FILLER REDEFINES IMPDISF.
               03  IMPDISA                  PIC X.
           02  IMPDISI                      PIC X(20).
           02  USUARIL                      PIC S9(4) COMP.
           02  USUARIF                      PIC X.
           02  FILLER REDEFINES USUARIF.
               03  USUARIA                  PIC X.
           02  USUARII                      PIC X(08).
           02  FECREGL                      PIC S9(4) COMP.
           02  FECREGF                      PIC X.
           02  FILLER REDEFINES FECREGF.
               03  FECREGA                  PIC X.
           02  FECREGI                      PIC X(08).
           02  NUMREFL                      PIC S9(4) COMP.
           02  NUMREFF                      PIC X.
           02  FILLER REDEFINES NUMREFF.
               03  NUMREFA                  PIC X.
           02  NUMREFI                      PIC X(10).
           02  IMPAPLL                      PIC S9(4) COMP.
           02  IMPAPLF                      PIC X.
           02  FILLER REDEFINES IMPAPLF.
               03  IMPAPLA                  PIC X.
           02  IMPAPLI                      PIC X(15).
           02  DIVOPEL                      PIC S9(4) COMP.
           02  DIVOPEF                      PIC X.
           02  FILLER REDEFINES DIVOPEF.
               03  DIVOPEA                  PIC X.
           02  DIVOPEI                      PIC X(03).
           02  IMPOPEL                      PIC S9(4) COMP.
           02  IMPOPEF                      PIC X.
           02  FILLER REDEFINES IMPOPEF.
               03  IMPOPEA                  PIC X.
           02  IMPOPEI                      PIC X(20).
           02  SOPOPEL                      PIC S9(4) COMP.
           02  SOPOPEF                      PIC X.
           02  FILLER REDEFINES SOPOPEF.
               03  SOPOPEA                  PIC X.
           02  SOPOPEI                      PIC X(20).
           02  PENOPEL                      PIC S9(4) COMP.
           02  PENOPEF                      PIC X.
           02  FILLER REDEFINES PENOPEF.
               03  PENOPEA                  PIC X.
           02  PENOPEI                      PIC X(20).
