      *    APODERADO QUE PRESENTO LA OPERACION (V1DT082); EN BLANCO
      *    CUANDO INSTRUYE EL PROPIO TITULAR
           05  NUM-DOC-APODERADO            PIC X(15).
      *    * AD01-I : OPERACION CRUZADA ENTRE DOS DIVISAS (TIP_OPE '9').
      *    *          LA SEGUNDA PATA VA SIEMPRE EN SENTIDO CONTRARIO A
      *    *          IDF_CMP_VTA: EN UNA COMPRA EL BANCO RECIBE
      *    *          COD_DIV_OPE Y ENTREGA COD_DIV_CONTRA, EN UNA
      *    *          VENTA AL REVES.  IMP_CONTRA = IMP_OPE *
      *    *          TAS_CRUZADA (UNIDADES DE COD_DIV_CONTRA POR UNIDAD
      *    *          DE COD_DIV_OPE); LAS TASAS EN BOLIVARES Y EN
      *    *          DOLARES DE LA SEGUNDA DIVISA SALEN DE LAS DE LA
      *    *          PRIMERA ENTRE LA TASA CRUZADA.  EN UNA OPERACION
      *    *          CONTRA BOLIVARES COD_DIV_CONTRA VA EN BLANCO Y
      *    *          LOS IMPORTES Y TASAS EN CERO
           05  COD-DIV-CONTRA               PIC X(03).
           05  IMP-CONTRA                   PIC S9(13)V9(02) COMP-3.
           05  TAS-CRUZADA                  PIC S9(05)V9(06) COMP-3.
           05  TAS-BOLIVAR-CONTRA           PIC S9(07)V9(04) COMP-3.
           05  TAS-DOLAR-CONTRA             PIC S9(07)V9(04) COMP-3.
      *    * AD01-F
