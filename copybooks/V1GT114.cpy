      ******************************************************************
      *  V1GT114 - DCLGEN DE LA TABLA V1DT114 (DECLARACION DE ORIGEN   *
      *             Y DESTINO DE LOS FONDOS POR OPERACION: ORIGEN      *
      *             DECLARADO, PROPOSITO, DOCUMENTO DE SOPORTE Y       *
      *             FUNCIONARIO QUE LA RECIBIO.  UNA POR NUM_REF;      *
      *             SE CAPTA POR V13C45M Y LA EXIGEN V12C69M Y         *
      *             V13C45B CUANDO LA OPERACION SUPERA EL UMBRAL       *
      *             DE V1DT115)                                        *
      ******************************************************************
       01  DCLV1DT114.
           05  NUM-REF-DECLARA              PIC S9(10)   COMP-3.
           05  FEC-DECLARACION              PIC X(08).
           05  HOR-DECLARACION              PIC X(06).
           05  TXT-ORIGEN-FONDOS            PIC X(60).
           05  TXT-DESTINO-FONDOS           PIC X(60).
           05  TXT-DOC-SOPORTE              PIC X(30).
           05  COD-USUARIO-RECIBE           PIC X(08).
