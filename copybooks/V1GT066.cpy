      *             GASTOS (OUR/SHA/BEN).  EL GENERADOR V13C02B ARMA   *
      *             CON ESTO LOS MENSAJES TIPO MT103 DE CADA           *
      *             INSTRUCCION DE V1DT020; SIN ENTRADA DE RUTEO LA    *
      *             INSTRUCCION CAE AL REPORTE DE EXCEPCIONES, COMO    *
      *             CUANDO EL BIC NO TIENE DEBIDA DILIGENCIA VIGENTE   *
      *             EN V1DT110.  SE MANTIENE POR V13C02M)              *
      ******************************************************************
       01  DCLV1DT066.
           05  COD-DIV-RUTEO                PIC X(03).
