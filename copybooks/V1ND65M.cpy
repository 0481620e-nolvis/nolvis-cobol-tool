      ******************************************************************
      *  V1ND65M - MAPA BMS DE LA PANTALLA DE ENMIENDAS NO FINANCIERAS *
      *             DE OPERACIONES (SOLICITUD Y APROBACION CON DOBLE   *
      *             CONTROL, V1DT138), GENERADO A PARTIR DEL MAPSET    *
      *             V1NN65M                                            *
      ******************************************************************
       01  V1ND65MI.
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
           02  SECENML                      PIC S9(4) COMP.
           02  SECENMF                      PIC X.
           02  FILLER REDEFINES SECENMF.
               03  SECENMA                  PIC X.
           02  SECENMI                      PIC X(04).
           02  CAMPOL                       PIC S9(4) COMP.
           02  CAMPOF                       PIC X.
           02  FILLER REDEFINES CAMPOF.
               03  CAMPOA                   PIC X.
           02  CAMPOI                       PIC X(02).
           02  MOTIVOL                      PIC S9(4) COMP.
           02  MOTIVOF                      PIC X.
           02  FILLER REDEFINES MOTIVOF.
               03  MOTIVOA                  PIC X.
           02  MOTIVOI                      PIC X(02).
           02  VALNUEL                      PIC S9(4) COMP.
           02  VALNUEF                      PIC X.
           02  FILLER REDEFINES VALNUEF.
               03  VALNUEA                  PIC X.
           02  VALNUEI                      PIC X(40).
           02  VALANTL                      PIC S9(4) COMP.
           02  VALANTF                      PIC X.
           02  FILLER REDEFINES VALANTF.
               03  VALANTA                  PIC X.
           02  VALANTI                      PIC X(40).
           02  DESOPEL                      PIC S9(4) COMP.
           02  DESOPEF                      PIC X.
           02  FILLER REDEFINES DESOPEF.
               03  DESOPEA                  PIC X.
           02  DESOPEI                      PIC X(70).
