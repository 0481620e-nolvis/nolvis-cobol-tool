      ******************************************************************
      *  V1GT115 - DCLGEN DE LA TABLA V1DT115 (UMBRAL REGULATORIO EN   *
      *             DOLARES, CON VIGENCIA POR FECHAS, A PARTIR DEL     *
      *             CUAL LA OPERACION EXIGE LA DECLARACION DE ORIGEN   *
      *             Y DESTINO DE LOS FONDOS DE V1DT114.  SIN UMBRAL    *
      *             VIGENTE NO SE EXIGE DECLARACION.  SE MANTIENE      *
      *             POR V13C45M)                                       *
      ******************************************************************
       01  DCLV1DT115.
           05  IMP-UMBRAL-DEC               PIC S9(13)V9(02) COMP-3.
           05  FEC-DESDE-UMB                PIC X(08).
           05  FEC-HASTA-UMB                PIC X(08).
