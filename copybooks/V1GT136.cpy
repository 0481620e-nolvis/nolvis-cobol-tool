      ******************************************************************
      *  V1GT136 - DCLGEN DE LA TABLA V1DT136 (BITACORA DE AVISOS DE   *
      *             CONFIRMACION DE OPERACIONES AL CLIENTE.  CADA      *
      *             AVISO NACE PENDIENTE: EL PROCESO NOCTURNO V13C63B  *
      *             ANOTA UNO POR CADA OPERACION DE CLIENTE DEL DIA Y  *
      *             LAS PANTALLAS DE DETALLE V12C01J / V12C08J ANOTAN  *
      *             LAS REIMPRESIONES A PEDIDO (PF9).  V13C63B ENVIA   *
      *             LOS PENDIENTES AL CORREO DE V1DT079 POR LA COLA    *
      *             MQ DE SALIDA, O LOS IMPRIME SI EL CLIENTE NO TIENE *
      *             CORREO O EL SUYO ESTA MARCADO COMO MALO (V1DT137); *
      *             V13C64B ASIENTA LOS REBOTES DEL CORREO.            *
      *             ORI_AVISO: 'N' NOCTURNO  'R' REIMPRESION A PEDIDO  *
      *             'D' REEMISION DE UN AVISO REBOTADO.                *
      *             EST_AVISO: 'P' PENDIENTE  'E' ENVIADO POR CORREO   *
      *             'I' IMPRESO  'R' REBOTADO.                         *
      *             CAN_ENTREGA: 'M' CORREO POR MQ  'I' IMPRESO.       *
      *             LOS NOMBRES DE CAMPO LLEVAN SUFIJO PARA NO CHOCAR  *
      *             CON DCLV1DT001)                                    *
      ******************************************************************
       01  DCLV1DT136.
           05  NUM-REF-AVI                  PIC S9(10)   COMP-3.
           05  SEC-AVISO                    PIC S9(04)   COMP-3.
      *    * AD01-I : ORI_AVISO 'V' AVISO DE DEVOLUCION DEL PAGO POR EL
      *    *          BANCO BENEFICIARIO, ANOTADO POR V13C74Z AL
      *    *          CONFIRMAR LA DEVOLUCION (V1DT152)
      *    * AD01-F
           05  ORI-AVISO                    PIC X(01).
           05  EST-AVISO                    PIC X(01).
           05  CAN-ENTREGA                  PIC X(01).
           05  COR-DESTINO                  PIC X(40).
           05  FEC-SOLICITUD-AVI            PIC X(08).
           05  HOR-SOLICITUD-AVI            PIC X(06).
           05  COD-USUARIO-AVI              PIC X(08).
           05  FEC-ENVIO-AVI                PIC X(08).
           05  HOR-ENVIO-AVI                PIC X(06).
           05  FEC-REBOTE-AVI               PIC X(08).
           05  MOT-REBOTE-AVI               PIC X(30).
