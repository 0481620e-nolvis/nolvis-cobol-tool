      ******************************************************************
      *  V1ND82M - MAPA BMS DE LA PANTALLA DE SOLICITUDES DE          *
      *             RESTAURACION DE OPERACIONES ARCHIVADAS (V1DT165),  *
      *             GENERADO A PARTIR DEL MAPSET V1NN82M               *
      ******************************************************************
       01  V1ND82MI.
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
           02  NUMREFL                      PIC S9(4) COMP.
           02  NUMREFF                      PIC X.
           02  FILLER REDEFINES NUMREFF.
               03  NUMREFA                  PIC X.
           02  NUMREFI                      PIC X(10).
           02  FECOPEL                      PIC S9(4) COMP.
           02  FECOPEF                      PIC X.
           02  FILLER REDEFINES FECOPEF.
               03  FECOPEA                  PIC X.
           02  FECOPEI                      PIC X(08).
           02  MOTIVOL                      PIC S9(4) COMP.
           02  MOTIVOF                      PIC X.
           02  FILLER REDEFINES MOTIVOF.
               03  MOTIVOA                  PIC X.
           02  MOTIVOI                      PIC X(60).
           02  ESTSOLL                      PIC S9(4) COMP.
           02  ESTSOLF                      PIC X.
           02  FILLER REDEFINES ESTSOLF.
               03  ESTSOLA                  PIC X.
           02  ESTSOLI                      PIC X(01).
           02  USUSOLL                      PIC S9(4) COMP.
           02  USUSOLF                      PIC X.
           02  FILLER REDEFINES USUSOLF.
               03  USUSOLA                  PIC X.
           02  USUSOLI                      PIC X(08).
           02  FECSOLL                      PIC S9(4) COMP.
           02  FECSOLF                      PIC X.
           02  FILLER REDEFINES FECSOLF.
               03  FECSOLA                  PIC X.
           02  FECSOLI                      PIC X(08).
           02  USUAPRL                      PIC S9(4) COMP.
           02  USUAPRF                      PIC X.
           02  FILLER REDEFINES USUAPRF.
               03  USUAPRA                  PIC X.
           02  USUAPRI                      PIC X(08).
           02  FECAPRL                      PIC S9(4) COMP.
           02  FECAPRF                      PIC X.
           02  FILLER REDEFINES FECAPRF.
               03  FECAPRA                  PIC X.
           02  FECAPRI                      PIC X(08).
           02  FECRESL                      PIC S9(4) COMP.
           02  FECRESF                      PIC X.
           02  FILLER REDEFINES FECRESF.
               03  FECRESA                  PIC X.
           02  FECRESI                      PIC X(08).
           02  CANOPEL                      PIC S9(4) COMP.
           02  CANOPEF                      PIC X.
           02  FILLER REDEFINES CANOPEF.
               03  CANOPEA                  PIC X.
           02  CANOPEI                      PIC X(09).
           02  CANAUTL                      PIC S9(4) COMP.
           02  CANAUTF                      PIC X.
           02  FILLER REDEFINES CANAUTF.
               03  CANAUTA                  PIC X.
           02  CANAUTI                      PIC X(09).
           02  CANHISL                      PIC S9(4) COMP.
           02  CANHISF                      PIC X.
           02  FILLER REDEFINES CANHISF.
               03  CANHISA                  PIC X.
           02  CANHISI                      PIC X(09).
           02  USUCIEL                      PIC S9(4) COMP.
           02  USUCIEF                      PIC X.
           02  FILLER REDEFINES USUCIEF.
               03  USUCIEA                  PIC X.
           02  USUCIEI                      PIC X(08).
           02  FECCIEL                      PIC S9(4) COMP.
           02  FECCIEF                      PIC X.
           02  FILLER REDEFINES FECCIEF.
               03  FECCIEA                  PIC X.
           02  FECCIEI                      PIC X(08).
