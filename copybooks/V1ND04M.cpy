           02  FILLER REDEFINES TASDOLF.
               03  TASDOLA                  PIC X.
           02  TASDOLI                      PIC X(11).
           02  FORZARL                      PIC S9(4) COMP.
           02  FORZARF                      PIC X.
           02  FILLER REDEFINES FORZARF.
               03  FORZARA                  PIC X.
           02  FORZARI                      PIC X(01).
           02  JUSTIFL                      PIC S9(4) COMP.
           02  JUSTIFF                      PIC X.
           02  FILLER REDEFINES JUSTIFF.
               03  JUSTIFA                  PIC X.
           02  JUSTIFI                      PIC X(60).
