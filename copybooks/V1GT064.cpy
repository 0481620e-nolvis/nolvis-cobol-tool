           05  COD-DIV-EXT                  PIC X(03).
           05  IMP-EXTRACTO                 PIC S9(13)V9(02) COMP-3.
           05  IND-CASADO                   PIC X(01).
      *    * AD01-I : SENTIDO DE LA PARTIDA ('D' DEBITO  'C' CREDITO) Y
      *    *          ORDENANTE QUE INFORMA EL CORRESPONSAL EN LOS
      *    *          CREDITOS RECIBIDOS (CASADOS POR V13C60B)
           05  IND-DEB-CRE                  PIC X(01).
           05  NOM-ORDENANTE                PIC X(35).
      *    * AD01-F
