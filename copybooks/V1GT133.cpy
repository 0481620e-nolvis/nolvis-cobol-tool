      ******************************************************************
      *  V1GT133 - DCLGEN DE LA TABLA V1DT133 (LINEAS DE LOS MENSAJES  *
      *             MT103 EN COLA DE LIBERACION, TAL COMO LAS ARMO     *
      *             V13C02B.  V13C61B LAS COPIA EN ORDEN DE NUM_LINEA  *
      *             AL ARCHIVO DE LA PASARELA CUANDO EL MENSAJE DE     *
      *             V1DT132 ESTA LIBERADO)                             *
      ******************************************************************
       01  DCLV1DT133.
           05  NUM-INSTRUCCION-LIN          PIC S9(09)   COMP-3.
           05  NUM-LINEA                    PIC S9(04)   COMP.
           05  TXT-LINEA                    PIC X(80).
