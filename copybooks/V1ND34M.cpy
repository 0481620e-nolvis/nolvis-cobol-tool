      ******************************************************************
      *  V1ND34M - MAPA BMS DE LA PANTALLA DE MOVIMIENTOS DE BOVEDA    *
      *             DEL EFECTIVO EN DIVISAS (V1DT096) CON SU DESGLOSE  *
      *             POR DENOMINACION (V1DT105), GENERADO A PARTIR      *
      *             DEL MAPSET V1NN34M                                 *
      ******************************************************************
       01  V1ND34MI.
           02  OFICINL                      PIC S9(4) COMP.
           02  FILLER REDEFINES IMPORTF.
               03  IMPORTA                  PIC X.
           02  IMPORTI                      PIC X(15).
           02  DENOM1L                      PIC S9(4) COMP.
           02  DENOM1F                      PIC X.
           02  FILLER REDEFINES DENOM1F.
               03  DENOM1A                  PIC X.
           02  DENOM1I                      PIC X(05).
           02  CANBI1L                      PIC S9(4) COMP.
           02  CANBI1F                      PIC X.
           02  FILLER REDEFINES CANBI1F.
               03  CANBI1A                  PIC X.
           02  CANBI1I                      PIC X(07).
           02  DENOM2L                      PIC S9(4) COMP.
           02  DENOM2F                      PIC X.
           02  FILLER REDEFINES DENOM2F.
               03  DENOM2A                  PIC X.
           02  DENOM2I                      PIC X(05).
           02  CANBI2L                      PIC S9(4) COMP.
           02  CANBI2F                      PIC X.
           02  FILLER REDEFINES CANBI2F.
               03  CANBI2A                  PIC X.
           02  CANBI2I                      PIC X(07).
           02  DENOM3L                      PIC S9(4) COMP.
           02  DENOM3F                      PIC X.
           02  FILLER REDEFINES DENOM3F.
               03  DENOM3A                  PIC X.
           02  DENOM3I                      PIC X(05).
           02  CANBI3L                      PIC S9(4) COMP.
           02  CANBI3F                      PIC X.
           02  FILLER REDEFINES CANBI3F.
               03  CANBI3A                  PIC X.
           02  CANBI3I                      PIC X(07).
           02  DENOM4L                      PIC S9(4) COMP.
           02  DENOM4F                      PIC X.
           02  FILLER REDEFINES DENOM4F.
               03  DENOM4A                  PIC X.
           02  DENOM4I                      PIC X(05).
           02  CANBI4L                      PIC S9(4) COMP.
           02  CANBI4F                      PIC X.
           02  FILLER REDEFINES CANBI4F.
               03  CANBI4A                  PIC X.
           02  CANBI4I                      PIC X(07).
           02  DENOM5L                      PIC S9(4) COMP.
           02  DENOM5F                      PIC X.
           02  FILLER REDEFINES DENOM5F.
               03  DENOM5A                  PIC X.
           02  DENOM5I                      PIC X(05).
           02  CANBI5L                      PIC S9(4) COMP.
           02  CANBI5F                      PIC X.
           02  FILLER REDEFINES CANBI5F.
               03  CANBI5A                  PIC X.
           02  CANBI5I                      PIC X(07).
           02  DENOM6L                      PIC S9(4) COMP.
           02  DENOM6F                      PIC X.
           02  FILLER REDEFINES DENOM6F.
               03  DENOM6A                  PIC X.
           02  DENOM6I                      PIC X(05).
           02  CANBI6L                      PIC S9(4) COMP.
           02  CANBI6F                      PIC X.
           02  FILLER REDEFINES CANBI6F.
               03  CANBI6A                  PIC X.
           02  CANBI6I                      PIC X(07).
