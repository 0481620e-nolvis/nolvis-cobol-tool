      ******************************************************************
      *  V1GT111 - DCLGEN DE LA TABLA V1DT111 (POLITICA DE REVISION    *
      *             PERIODICA KYC POR CATEGORIA DE RIESGO DE V1DT059:  *
      *             DIAS ENTRE REVISIONES, DIAS DE GRACIA DESPUES DEL  *
      *             VENCIMIENTO Y SI UNA REVISION VENCIDA MAS ALLA DE  *
      *             LA GRACIA BLOQUEA ('S') O SOLO AVISA ('N') EN LA   *
      *             CAPTURA V12C43M, LA CARGA V12C45B Y LA FIRMA       *
      *             V12C69M.  SOLO LAS CATEGORIAS CON FILA AQUI        *
      *             ENTRAN AL CALENDARIO V1DT112.  SE MANTIENE POR     *
      *             V13C44M)                                           *
      ******************************************************************
       01  DCLV1DT111.
           05  COD-CATEGORIA-POL            PIC X(01).
           05  NUM-DIAS-CICLO               PIC S9(05)       COMP-3.
           05  NUM-DIAS-GRACIA              PIC S9(03)       COMP-3.
           05  IND-BLOQUEO-KYC              PIC X(01).
