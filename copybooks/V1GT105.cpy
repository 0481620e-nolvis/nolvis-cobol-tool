      ******************************************************************
      *  V1GT105 - DCLGEN DE LA TABLA V1DT105 (DESGLOSE POR            *
      *             DENOMINACION DE LOS MOVIMIENTOS DE BOVEDA DE       *
      *             V1DT096: UNA FILA POR VALOR FACIAL ENVIADO O       *
      *             RECIBIDO.  LA REGISTRA V13C34M)                    *
      ******************************************************************
       01  DCLV1DT105.
           05  SEC-MOVIMIENTO-DEN           PIC S9(09)       COMP-3.
           05  VAL-DENOMINACION-MOV         PIC S9(05)       COMP-3.
           05  CAN-BILLETES-MOV             PIC S9(09)       COMP-3.
