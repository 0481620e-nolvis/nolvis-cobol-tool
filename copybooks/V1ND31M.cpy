           02  FILLER REDEFINES JUSTIFF.
               03  JUSTIFA                  PIC X.
           02  JUSTIFI                      PIC X(60).
           02  FORZARL                      PIC S9(4) COMP.
           02  FORZARF                      PIC X.
           02  FILLER REDEFINES FORZARF.
               03  FORZARA                  PIC X.
           02  FORZARI                      PIC X(01).
