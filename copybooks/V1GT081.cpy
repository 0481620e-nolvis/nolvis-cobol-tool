           05  DIA-MES                      PIC S9(02)   COMP-3.
           05  FEC-DESDE-PLA                PIC X(08).
           05  FEC-HASTA-PLA                PIC X(08).
      *    * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  COD-ENT-PLANTILLA            PIC X(04).
      *    * AD01-F
