      ******************************************************************
      *  V1GT109 - DCLGEN DE LA TABLA V1DT109 (REGISTRO DE FALTANTES   *
      *             Y SOBRANTES DE CAJA QUE RESULTAN DE LOS ARQUEOS    *
      *             CONFIRMADOS.  TIP_DIFERENCIA: 'F' FALTANTE 'S'     *
      *             SOBRANTE; IMP_DIFERENCIA SIEMPRE POSITIVO.         *
      *             COD_CAUSA: '01' ERROR DE PAGO O COBRO              *
      *             '02' BILLETE FALSO RETENIDO '03' BILLETE           *
      *             DETERIORADO '04' NO JUSTIFICADO '99' OTRA.         *
      *             V12C55B GENERA EL ASIENTO DE AJUSTE DEL DIA)       *
      ******************************************************************
       01  DCLV1DT109.
           05  SEC-ARQUEO-DIF               PIC S9(09)       COMP-3.
           05  COD-OFI-DIF                  PIC X(04).
           05  COD-DIV-DIF                  PIC X(03).
           05  FEC-DIFERENCIA               PIC X(08).
           05  TIP-DIFERENCIA               PIC X(01).
           05  IMP-DIFERENCIA               PIC S9(13)V9(02) COMP-3.
           05  COD-CAUSA-DIF                PIC X(02).
           05  TXT-CAUSA-DIF                PIC X(40).
           05  COD-USUARIO-DIF              PIC X(08).
