      ******************************************************************
      *  V1GT168 - DCLGEN DE LA TABLA V1DT168 (USO DE CUENTAS PASIVO   *
      *             DE TERCEROS: UNA FILA POR CADA VERIFICACION DE     *
      *             TITULARIDAD NO CONFORME CONTRA EL SISTEMA DE       *
      *             DEPOSITOS, CON EL PROGRAMA, EL CANAL ('L' RECHAZO  *
      *             EN LINEA, 'B' CUARENTENA NOCTURNA), EL TITULAR     *
      *             REAL DE LA CUENTA Y EL CODIGO DEL CATALOGO V1DT054 *
      *             DEL RESULTADO.  LA GRABA LA RUTINA V19C067 Y LA    *
      *             LISTA EL REPORTE DIARIO V13C86B)                   *
      ******************************************************************
       01  DCLV1DT168.
           05  FEC-VERIFICA-CTA             PIC X(08).
           05  HOR-VERIFICA-CTA             PIC X(06).
           05  COD-PROGRAMA-CTA             PIC X(08).
           05  IND-CANAL-CTA                PIC X(01).
           05  COD-USUARIO-CTA              PIC X(08).
           05  COD-OFICINA-CTA              PIC X(04).
           05  NUM-REF-CTA                  PIC S9(10)   COMP-3.
           05  NUM-DOC-PERSONA-CTA          PIC X(15).
           05  CTA-PASIVO-VERIF             PIC X(20).
           05  NUM-DOC-TITULAR-CTA          PIC X(15).
           05  COD-MENSAJE-CTA              PIC X(07).
