      ******************************************************************
      *  V1GT160 - DCLGEN DE LA TABLA V1DT160 (RENGLONES DE LOS        *
      *             DOCUMENTOS FISCALES: UNA COMISION COBRADA POR      *
      *             RENGLON: EL MONTO EN DOLARES COBRADO, LA TASA      *
      *             OFICIAL DEL BCV DEL DIA DEL COBRO (V1DT015), LA    *
      *             BASE EN BOLIVARES Y LA ALICUOTA DE IVA.  UNA       *
      *             OPERACION APARECE A LO SUMO EN UNA FACTURA Y EN    *
      *             UNA NOTA DE CREDITO.  LLEVA LA ENTIDAD DE SU       *
      *             DOCUMENTO)                                         *
      ******************************************************************
       01  DCLV1DT160.
           05  TIP-DOCUMENTO-LIN            PIC X(01).
           05  NUM-DOCUMENTO-LIN            PIC S9(09)   COMP-3.
           05  NUM-REF-LIN                  PIC S9(10)   COMP-3.
           05  FEC-COBRO-LIN                PIC X(08).
           05  IMP-DIV-LIN                  PIC S9(13)V9(02) COMP-3.
           05  TAS-CAMBIO-LIN               PIC S9(07)V9(04) COMP-3.
           05  IMP-BASE-LIN                 PIC S9(13)V9(02) COMP-3.
           05  PCT-IVA-LIN                  PIC S9(03)V9(02) COMP-3.
           05  IMP-IVA-LIN                  PIC S9(13)V9(02) COMP-3.
           05  COD-ENT-LIN                  PIC X(04).
