      ******************************************************************
      *  V1GT113 - DCLGEN DE LA TABLA V1DT113 (HISTORIA DE LAS         *
      *             REVISIONES KYC REGISTRADAS EN V13C44M: FECHA Y     *
      *             HORA, CATEGORIA DEL CLIENTE AL MOMENTO, RESULTADO, *
      *             OBSERVACION Y REVISOR)                             *
      ******************************************************************
       01  DCLV1DT113.
           05  NUM-DOC-HIS-KYC              PIC X(15).
           05  FEC-REVISION-HIS             PIC X(08).
           05  HOR-REVISION-HIS             PIC X(06).
           05  COD-CATEGORIA-HIS            PIC X(01).
           05  COD-RESULTADO-HIS            PIC X(01).
           05  TXT-RESULTADO-HIS            PIC X(40).
           05  COD-USUARIO-HIS              PIC X(08).
