      ******************************************************************
      *  V1GT184 - DCLGEN DE LA TABLA V1DT184 (DECLARACIONES UNICAS DE *
      *             ADUANA (DUA) DE LOS CLIENTES IMPORTADORES, CON SU  *
      *             FACTURA COMERCIAL, QUE SOPORTAN LAS VENTAS BAJO    *
      *             CONCEPTOS DE IMPORTACION.  SEC_DUA SALE DEL        *
      *             CONTADOR 'DUAS' DE V1DT056; EL CLIENTE, LA ADUANA  *
      *             Y EL NUMERO DE LA DECLARACION NO SE REPITEN.       *
      *             IMP_CIF ES EL VALOR CIF EN COD_DIV_DUA E           *
      *             IMP_USADO_DUA LA SUMA DE LO APLICADO A OPERACIONES *
      *             (V1DT185) EN ESA MISMA DIVISA.                     *
      *             EST_DUA: 'A' ACTIVA  'N' ANULADA (V13C99M)         *
      ******************************************************************
       01  DCLV1DT184.
           05  SEC-DUA                      PIC S9(09)   COMP-3.
           05  NUM-DOC-DUA                  PIC X(15).
           05  NUM-DUA                      PIC X(20).
           05  COD-ADUANA                   PIC X(03).
           05  FEC-DUA                      PIC X(08).
           05  NUM-FACTURA-DUA              PIC X(20).
           05  COD-DIV-DUA                  PIC X(03).
           05  IMP-CIF                      PIC S9(13)V9(02) COMP-3.
           05  IMP-USADO-DUA                PIC S9(13)V9(02) COMP-3.
           05  EST-DUA                      PIC X(01).
           05  COD-USUARIO-DUA              PIC X(08).
           05  FEC-REGISTRO-DUA             PIC X(08).
