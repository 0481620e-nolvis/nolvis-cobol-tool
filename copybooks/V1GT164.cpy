      ******************************************************************
      *  V1GT164 - DCLGEN DE LA TABLA V1DT164 (SELLO DE INTEGRIDAD DE  *
      *             CADA OPERACION DE UN DIA SELLADO.  ES EL RESUMEN   *
      *             SHA-256, EN HEXADECIMAL, DE LOS CAMPOS FINANCIEROS *
      *             CLAVE DE LA FILA DE V1DT001 AL CIERRE DEL DIA.     *
      *             PERMITE A LA VERIFICACION NOMBRAR LAS OPERACIONES  *
      *             ALTERADAS, AGREGADAS O BORRADAS DE UN DIA CUYO     *
      *             SELLO (V1DT163) YA NO CUADRA)                      *
      ******************************************************************
       01  DCLV1DT164.
           05  FEC-OPE-FILA                 PIC X(08).
           05  NUM-REF-FILA                 PIC S9(10)   COMP-3.
           05  SELLO-FILA                   PIC X(64).
