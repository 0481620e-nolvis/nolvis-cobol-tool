           02  FILLER REDEFINES APODEF.
               03  APODEA                   PIC X.
           02  APODEI                       PIC X(15).
           02  DIVCTRL                      PIC S9(4) COMP.
           02  DIVCTRF                      PIC X.
           02  FILLER REDEFINES DIVCTRF.
               03  DIVCTRA                  PIC X.
           02  DIVCTRI                      PIC X(03).
           02  TASCRUL                      PIC S9(4) COMP.
           02  TASCRUF                      PIC X.
           02  FILLER REDEFINES TASCRUF.
               03  TASCRUA                  PIC X.
           02  TASCRUI                      PIC X(11).
           02  IMPCTRL                      PIC S9(4) COMP.
           02  IMPCTRF                      PIC X.
           02  FILLER REDEFINES IMPCTRF.
               03  IMPCTRA                  PIC X.
           02  IMPCTRI                      PIC X(15).
           02  MOTTOLL                      PIC S9(4) COMP.
           02  MOTTOLF                      PIC X.
           02  FILLER REDEFINES MOTTOLF.
               03  MOTTOLA                  PIC X.
           02  MOTTOLI                      PIC X(40).
