      ******************************************************************
      *  V1GT167 - DCLGEN DE LA TABLA V1DT167 (POLITICA INTERNA DE     *
      *             OPERACIONES DE DIVISAS DEL PERSONAL Y PARTES       *
      *             VINCULADAS: POR TIPO DE RELACION DE V1DT166, EL    *
      *             IMPORTE MAXIMO POR OPERACION Y EL ACUMULADO        *
      *             MAXIMO DEL MES, AMBOS EN DOLARES.  UN IMPORTE EN   *
      *             CERO NO LIMITA.  LA LEE EL MONITOREO MENSUAL       *
      *             V13C85B)                                           *
      ******************************************************************
       01  DCLV1DT167.
           05  TIP-RELACION-POL             PIC X(01).
           05  IMP-MAX-OPERACION-POL        PIC S9(13)V9(02) COMP-3.
           05  IMP-MAX-MES-POL              PIC S9(13)V9(02) COMP-3.
           05  FEC-APROBACION-POL           PIC X(08).
           05  TXT-REFERENCIA-POL           PIC X(30).
