      ******************************************************************
      *  V1GT159 - DCLGEN DE LA TABLA V1DT159 (DOCUMENTOS FISCALES     *
      *             EMITIDOS POR LAS COMISIONES COBRADAS).  TIPO:      *
      *             'F' FACTURA  'C' NOTA DE CREDITO, CADA UNO CON SU  *
      *             PROPIA NUMERACION.  ESTADO: 'E' EMITIDO  'A'       *
      *             ANULADO (FACTURA CUBIERTA EN SU TOTALIDAD POR      *
      *             NOTAS DE CREDITO).  LA NOTA DE CREDITO LLEVA LA    *
      *             FACTURA QUE AFECTA.  LOS DATOS DEL CLIENTE SE      *
      *             COPIAN AL EMITIR, COMO EXIGE LA NORMA.  LOS        *
      *             IMPORTES VAN EN BOLIVARES Y EL TOTAL EN DOLARES    *
      *             COBRADO SE LLEVA COMO REFERENCIA.  LA ENTIDAD      *
      *             JURIDICA EMISORA ENCABEZA LA CLAVE: CADA UNA LLEVA *
      *             SU PROPIA NUMERACION POR TIPO                      *
      ******************************************************************
       01  DCLV1DT159.
           05  TIP-DOCUMENTO-FIS            PIC X(01).
           05  NUM-DOCUMENTO-FIS            PIC S9(09)   COMP-3.
           05  COD-SERIE-FIS                PIC X(02).
           05  NUM-CONTROL-FIS              PIC S9(09)   COMP-3.
           05  NUM-DOC-CLIENTE-FIS          PIC X(15).
           05  NOM-CLIENTE-FIS              PIC X(40).
           05  DIR-LINEA1-FIS               PIC X(40).
           05  DIR-LINEA2-FIS               PIC X(40).
           05  FEC-EMISION-FIS              PIC X(08).
           05  ANO-MES-FIS                  PIC X(06).
           05  IMP-DIV-FIS                  PIC S9(13)V9(02) COMP-3.
           05  IMP-BASE-FIS                 PIC S9(13)V9(02) COMP-3.
           05  IMP-IVA-FIS                  PIC S9(13)V9(02) COMP-3.
           05  IMP-TOTAL-FIS                PIC S9(13)V9(02) COMP-3.
           05  EST-DOCUMENTO-FIS            PIC X(01).
           05  NUM-DOC-AFECTADO-FIS         PIC S9(09)   COMP-3.
           05  FEC-ANULACION-FIS            PIC X(08).
           05  COD-ENT-FIS                  PIC X(04).
