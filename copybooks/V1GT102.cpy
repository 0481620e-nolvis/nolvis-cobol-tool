      ******************************************************************
      *  V1GT102 - DCLGEN DE LA TABLA V1DT102 (IGTF CALCULADO POR      *
      *             OPERACION Y SU COBRO.  LO GRABA V13C38B; EL CARGO  *
      *             A LA CTA_PASIVO_CL VIAJA EN EL MISMO ARCHIVO DE    *
      *             CARGOS DE LAS COMISIONES (V13C06B) COMO LINEA      *
      *             PROPIA Y EL RETORNO LO ASIENTA V13C07B.  LA        *
      *             DECLARACION AL SENIAT (V13C39B) SALE DE AQUI.      *
      *             EST_COBRO: 'P' PENDIENTE  'G' GENERADO             *
      *             'A' APLICADO  'F' FALLIDO  'N' EXENTO, NO SE COBRA)*
      ******************************************************************
       01  DCLV1DT102.
           05  NUM-REF-IGTF                 PIC S9(10)   COMP-3.
           05  FEC-OPE-IGTF                 PIC X(08).
           05  COD-DIV-IGTF                 PIC X(03).
           05  NUM-DOC-IGTF                 PIC X(15).
           05  IMP-BASE-DIV                 PIC S9(13)V9(02) COMP-3.
           05  IMP-BASE-BS                  PIC S9(13)V9(02) COMP-3.
           05  PCT-IGTF-APLICADO            PIC S9(03)V9(02) COMP-3.
           05  IMP-IGTF                     PIC S9(13)V9(02) COMP-3.
           05  IND-EXENTO                   PIC X(01).
           05  CTA-CLIENTE-IGTF             PIC X(20).
           05  FEC-CALCULO-IGTF             PIC X(08).
           05  EST-COBRO-IGTF               PIC X(01).
           05  COD-MOTIVO-FALLO-IGTF        PIC X(02).
           05  CANT-INTENTOS-IGTF           PIC S9(03)   COMP-3.
           05  FEC-APLICADO-IGTF            PIC X(08).
