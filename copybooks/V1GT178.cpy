      ******************************************************************
      *  V1GT178 - DCLGEN DE LA TABLA V1DT178 (MAESTRO DE EMPRESAS DE  *
      *             REMESAS FAMILIARES AUTORIZADAS: LICENCIA, PAIS,    *
      *             CONCEPTO DE COMPRA CON QUE SE REGISTRA EL PAGO,    *
      *             CUENTA DE LIQUIDACION Y DIAS QUE UNA ORDEN PUEDE   *
      *             ESPERAR SIN COBRARSE.  IND_ACTIVA 'S' / 'N'; SOLO  *
      *             LAS ACTIVAS CARGAN ORDENES Y PAGAN)                *
      ******************************************************************
       01  DCLV1DT178.
           05  COD-EMPRESA-REM              PIC X(04).
           05  NOM-EMPRESA-REM              PIC X(40).
           05  NUM-LICENCIA-REM             PIC X(15).
           05  COD-PAIS-EMPRESA             PIC X(03).
           05  COD-CPT-REMESA               PIC X(03).
           05  CTA-LIQUIDACION-REM          PIC X(20).
           05  DIAS-VIGENCIA-ORDEN          PIC S9(03)   COMP-3.
           05  IND-ACTIVA-REM               PIC X(01).
