      ******************************************************************
      *  V1GT169 - DCLGEN DE LA TABLA V1DT169 (DIRECTORIO SWIFT DE     *
      *             BIC: UNA FILA POR BIC DE ONCE POSICIONES, LA       *
      *             OFICINA PRINCIPAL CON SUFIJO 'XXX', CON NOMBRE DE  *
      *             LA INSTITUCION, CIUDAD Y PAIS.  SE ACTUALIZA CADA  *
      *             MES CON EL ARCHIVO DE NOVEDADES (V13C87B, BAJO EL  *
      *             REGISTRO DE ARCHIVOS V19C076); LA BAJA NO BORRA,   *
      *             DEJA IND_ACTIVO EN 'N' PARA DISTINGUIR UN BIC      *
      *             RETIRADO DE UNO INEXISTENTE.  LA CONSULTA LA       *
      *             RUTINA DE VALIDACION V19C068)                      *
      ******************************************************************
       01  DCLV1DT169.
           05  COD-BIC                      PIC X(11).
           05  NOM-INSTITUCION-BIC          PIC X(35).
           05  NOM-CIUDAD-BIC               PIC X(35).
           05  COD-PAIS-BIC                 PIC X(02).
           05  IND-ACTIVO-BIC               PIC X(01).
           05  FEC-ACTUALIZA-BIC            PIC X(08).
