      ******************************************************************
      *  V1GT099 - DCLGEN DE LA TABLA V1DT099 (VALORACION DIARIA A     *
      *             MERCADO DE LAS PATAS ABIERTAS DE V1DT098 CONTRA LA *
      *             TASA OFICIAL DEL DIA DE V1DT015.  LA GENERA        *
      *             V13C37B CON BORRADO Y RECARGA DE LA FECHA PARA     *
      *             PODER RELANZAR.  EL VALOR A MERCADO ES EN          *
      *             BOLIVARES: (OFICIAL - PACTADA) POR EL MONTO SI EL  *
      *             BANCO COMPRA, Y CON EL SIGNO CONTRARIO SI VENDE)   *
      ******************************************************************
       01  DCLV1DT099.
           05  FEC-VALORACION               PIC X(08).
           05  NUM-CONTRATO-MTM             PIC S9(09)   COMP-3.
           05  NUM-PATA-MTM                 PIC S9(01)   COMP-3.
           05  COD-DIV-MTM                  PIC X(03).
           05  IMP-CONTRATO-MTM             PIC S9(13)V9(02) COMP-3.
           05  TAS-PACTADA-MTM              PIC S9(07)V9(04) COMP-3.
           05  TAS-OFICIAL-MTM              PIC S9(07)V9(04) COMP-3.
           05  IMP-VALOR-MERCADO            PIC S9(13)V9(02) COMP-3.
