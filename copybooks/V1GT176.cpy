      ******************************************************************
      *  V1GT176 - DCLGEN DE LA TABLA V1DT176 (TASAS CAPTADAS FUERA DE *
      *             LA TOLERANCIA DE LA PIZARRA AL CLIENTE, CON EL     *
      *             MOTIVO QUE DIO EL OPERADOR EN V12C43M.  UNA FILA   *
      *             POR OPERACION)                                     *
      ******************************************************************
       01  DCLV1DT176.
           05  NUM-REF-TOL                  PIC S9(10) COMP-3.
           05  FEC-OPE-TOL                  PIC X(08).
           05  COD-DIV-TOL                  PIC X(03).
           05  COD-SEGMENTO-TOL             PIC X(02).
           05  IDF-CMP-VTA-TOL              PIC X(01).
           05  TAS-CAMBIO-TOL               PIC S9(07)V9(04) COMP-3.
           05  TAS-CLIENTE-TOL              PIC S9(07)V9(04) COMP-3.
           05  PCT-DESVIO-TOL               PIC S9(05)V9(04) COMP-3.
           05  PCT-TOLERANCIA-TOL           PIC S9(03)V9(02) COMP-3.
           05  COD-USUARIO-TOL              PIC X(08).
           05  COD-OFICINA-TOL              PIC X(04).
           05  FEC-REGISTRO-TOL             PIC X(08).
           05  HOR-REGISTRO-TOL             PIC X(06).
           05  TXT-MOTIVO-TOL               PIC X(40).
