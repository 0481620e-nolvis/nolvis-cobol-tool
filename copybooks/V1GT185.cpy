      ******************************************************************
      *  V1GT185 - DCLGEN DE LA TABLA V1DT185 (VINCULOS ENTRE LAS      *
      *             DECLARACIONES DE ADUANA (V1DT184) Y LAS VENTAS DE  *
      *             IMPORTACION (V1DT001) QUE SOPORTAN.  UNA DUA PUEDE *
      *             SOPORTAR VARIAS OPERACIONES Y UNA OPERACION        *
      *             APOYARSE EN VARIAS DUA.  IMP_APLICADO VA EN LA     *
      *             DIVISA DE LA OPERACION E IMP_APLICADO_DUA EN LA    *
      *             DE LA DUA, CONVERTIDO A LAS TASAS OFICIALES DE LA  *
      *             FECHA DE LA OPERACION CUANDO LAS DIVISAS DIFIEREN) *
      ******************************************************************
       01  DCLV1DT185.
           05  SEC-DUA-VIN                  PIC S9(09)   COMP-3.
           05  NUM-REF-VIN                  PIC S9(10)   COMP-3.
           05  IMP-APLICADO                 PIC S9(13)V9(02) COMP-3.
           05  IMP-APLICADO-DUA             PIC S9(13)V9(02) COMP-3.
           05  COD-USUARIO-VIN              PIC X(08).
           05  FEC-VINCULO                  PIC X(08).
