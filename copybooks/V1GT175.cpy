      ******************************************************************
      *  V1GT175 - DCLGEN DE LA TABLA V1DT175 (PIZARRA DIARIA DE TASAS *
      *             AL CLIENTE.  LA GENERA V13C90B DESPUES DE LA CARGA *
      *             DE TASAS OFICIALES: UNA FILA POR FECHA, DIVISA,    *
      *             SEGMENTO Y TRAMO DE V1DT174.  V12C43M VALIDA CON   *
      *             ELLA LA TASA CAPTADA Y V13C22B LA PUBLICA A LOS    *
      *             CANALES; IND_PUBLICADA 'N' PENDIENTE, 'S' YA       *
      *             PUBLICADA)                                         *
      ******************************************************************
       01  DCLV1DT175.
           05  FEC-TASA-PIZ                 PIC X(08).
           05  COD-DIV-PIZ                  PIC X(03).
           05  COD-SEGMENTO-PIZ             PIC X(02).
           05  IMP-DESDE-PIZ                PIC S9(13)V9(02) COMP-3.
           05  IMP-HASTA-PIZ                PIC S9(13)V9(02) COMP-3.
           05  TAS-OFICIAL-PIZ              PIC S9(07)V9(04) COMP-3.
           05  TAS-CLIENTE-COMPRA           PIC S9(07)V9(04) COMP-3.
           05  TAS-CLIENTE-VENTA            PIC S9(07)V9(04) COMP-3.
           05  PCT-TOLERANCIA-PIZ           PIC S9(03)V9(02) COMP-3.
           05  IND-PUBLICADA-PIZ            PIC X(01).
           05  FEC-GENERACION-PIZ           PIC X(08).
           05  HOR-GENERACION-PIZ           PIC X(06).
