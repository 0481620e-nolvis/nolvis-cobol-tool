      ******************************************************************
      *  V1GT122 - DCLGEN DE LA TABLA V1DT122 (INTENTOS DE OPERAR      *
      *             RECHAZADOS POR UNA ORDEN JUDICIAL DE V1DT121.      *
      *             UNA FILA POR INTENTO, CON EL PROGRAMA QUE LO       *
      *             DETUVO, PARA INFORMAR AL TRIBUNAL.  FEC_INFORMADO  *
      *             EN BLANCO HASTA QUE V13C52B LO LISTA)              *
      ******************************************************************
       01  DCLV1DT122.
           05  NUM-ORDEN-INT                PIC S9(09)   COMP-3.
           05  FEC-INTENTO-JUD              PIC X(08).
           05  HOR-INTENTO-JUD              PIC X(06).
           05  COD-PROGRAMA-INT             PIC X(08).
           05  NUM-DOC-INTENTO              PIC X(15).
           05  COD-USUARIO-INT              PIC X(08).
           05  NUM-REF-INTENTO              PIC S9(10)   COMP-3.
           05  IDF-CMP-VTA-INT              PIC X(01).
           05  TIP-PAGO-INT                 PIC X(01).
           05  COD-DIV-INT                  PIC X(03).
           05  IMP-INTENTO                  PIC S9(13)V9(02) COMP-3.
           05  FEC-INFORMADO                PIC X(08).
