      ******************************************************************
      *  V1GT116 - DCLGEN DE LA TABLA V1DT116 (PERSONAS VINCULADAS A   *
      *             CLIENTES JURIDICOS J-/G-: ACCIONISTAS,             *
      *             BENEFICIARIOS FINALES Y REPRESENTANTES LEGALES,    *
      *             CON SU PORCENTAJE DE PARTICIPACION).  CADA         *
      *             PERSONA SE COTEJA CONTRA LA LISTA DE VIGILANCIA    *
      *             V1DT014 AL REGISTRARLA (V13C46M) Y SE RECOTEJA     *
      *             CUANDO LA LISTA CAMBIA (V13C46B), QUE ABRE EL      *
      *             CASO DE LAS COINCIDENCIAS POR V19C060.             *
      *             COD_VINCULO: 'A' ACCIONISTA  'B' BENEFICIARIO      *
      *             FINAL  'R' REPRESENTANTE LEGAL.                    *
      *             EST_COTEJO: 'L' LIMPIO  'C' CON COINCIDENCIA.      *
      *             IND_CASO: 'N' COINCIDENCIA SIN CASO  'S' CASO      *
      *             ABIERTO POR V19C060)                               *
      ******************************************************************
       01  DCLV1DT116.
           05  NUM-DOC-EMPRESA              PIC X(15).
           05  NUM-DOC-VINCULADO            PIC X(15).
           05  NOM-VINCULADO                PIC X(40).
           05  COD-VINCULO                  PIC X(01).
           05  POR-PARTICIPACION            PIC S9(03)V9(02) COMP-3.
           05  EST-COTEJO-VIN               PIC X(01).
           05  FEC-COTEJO-VIN               PIC X(08).
           05  IND-CASO-VIN                 PIC X(01).
           05  FEC-ALTA-VIN                 PIC X(08).
