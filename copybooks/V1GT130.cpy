      ******************************************************************
      *  V1GT130 - DCLGEN DE LA TABLA V1DT130 (GASTOS DE CORRESPONSAL  *
      *             DEBITADOS EN LOS NOSTROS Y SU DESTINO.  V13C59B    *
      *             TOMA DE V1DT064 LAS PARTIDAS DE GASTO (REFERENCIA  *
      *             = NUESTRA INSTRUCCION + 'CHG'), LAS CASA CON SU    *
      *             INSTRUCCION (V1DT020) Y LAS VALIDA CONTRA LA       *
      *             OPCION DE GASTOS DEL RUTEO (V1DT066) Y EL          *
      *             TARIFARIO (V1DT129): LO RECUPERABLE SE COBRA AL    *
      *             CLIENTE EN LA CORRIDA DE CARGOS V13C06B (LINEA     *
      *             'C', RETORNO EN V13C07B) Y LO INJUSTIFICADO QUEDA  *
      *             EN RECLAMO AL CORRESPONSAL.                        *
      *             COD_MOTIVO_RECLAMO: 'OP' OPCION SHA/BEN  'TA'      *
      *             EXCEDE LA TARIFA  'ST' SIN TARIFA PACTADA  'SI'    *
      *             SIN INSTRUCCION  'SR' DIVISA SIN RUTEO.            *
      *             EST_RECLAMO: 'A' ABIERTO  'C' CERRADO  'N' NO      *
      *             APLICA.  EST_COBRO: 'P' PENDIENTE  'G' GENERADO    *
      *             'A' APLICADO  'F' FALLIDO  'N' NO SE COBRA)        *
      ******************************************************************
       01  DCLV1DT130.
           05  COD-CORRESP-GTO              PIC X(11).
           05  FEC-EXTRACTO-GTO             PIC X(08).
           05  REF-EXTRACTO-GTO             PIC X(16).
           05  NUM-INSTRUCCION-GTO          PIC S9(09)   COMP-3.
           05  NUM-REF-GTO                  PIC S9(10)   COMP-3.
           05  COD-DIV-GTO                  PIC X(03).
      *    GASTO DEBITADO, EN LA DIVISA DEL NOSTRO
           05  IMP-GASTO                    PIC S9(13)V9(02) COMP-3.
           05  OPC-GASTOS-GTO               PIC X(03).
           05  IMP-TARIFA-GTO               PIC S9(13)V9(02) COMP-3.
           05  IMP-RECUPERA                 PIC S9(13)V9(02) COMP-3.
           05  IMP-RECLAMO                  PIC S9(13)V9(02) COMP-3.
           05  COD-MOTIVO-RECLAMO           PIC X(02).
           05  EST-RECLAMO                  PIC X(01).
      *    COBRO AL CLIENTE, EN DOLARES
           05  CTA-CLIENTE-GTO              PIC X(20).
           05  IMP-COBRO-GTO                PIC S9(13)V9(02) COMP-3.
           05  EST-COBRO-GTO                PIC X(01).
           05  COD-MOTIVO-FALLO-GTO         PIC X(02).
           05  CANT-INTENTOS-GTO            PIC S9(03)   COMP-3.
           05  FEC-APLICADO-GTO             PIC X(08).
           05  FEC-PROCESO-GTO              PIC X(08).
