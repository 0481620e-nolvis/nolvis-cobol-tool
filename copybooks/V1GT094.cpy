           05  IMP-COMPRAS-POS              PIC S9(13)V9(02) COMP-3.
           05  IMP-VENTAS-POS               PIC S9(13)V9(02) COMP-3.
           05  IMP-CIERRE                   PIC S9(13)V9(02) COMP-3.
      *    * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  COD-ENT-BANCO                PIC X(04).
      *    * AD01-F
