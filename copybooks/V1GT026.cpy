           05  CANT-OPERACIONES             PIC S9(09)   COMP-3.
           05  CANT-AUTORIZACIONES          PIC S9(09)   COMP-3.
           05  CANT-HISTORIAL               PIC S9(09)   COMP-3.
      *    * AD01-I : RESTAURACION CONTROLADA DEL ARCHIVO (V1DT165).
      *    *          TIP_CORRIDA 'A' ARCHIVADO (V12C62B)  'R'
      *    *          RESTAURACION A LAS TABLAS VIVAS (V13C82B); EN
      *    *          LA RESTAURACION FEC_CORTE LLEVA LA FECHA DE LA
      *    *          CORRIDA Y LOS CONTEOS SON LO DEVUELTO
           05  TIP-CORRIDA                  PIC X(01).
      *    * AD01-F
