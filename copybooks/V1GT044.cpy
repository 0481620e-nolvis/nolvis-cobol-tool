           05  IDF-CMP-VTA                  PIC X(01).
           05  CANT-OPE                     PIC S9(07)   COMP-3.
           05  IMP-TOTAL                    PIC S9(13)V9(02) COMP-3.
      *    * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  COD-ENT-BANCO                PIC X(04).
      *    * AD01-F
