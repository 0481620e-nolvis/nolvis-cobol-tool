           02  FILLER REDEFINES IMPOPEF.
               03  IMPOPEA                  PIC X.
           02  IMPOPEI                      PIC X(16).
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
           02  FILAS-RECH OCCURS 10 TIMES   PIC X(78).
