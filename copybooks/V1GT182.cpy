      ******************************************************************
      *  V1GT182 - DCLGEN DE LA TABLA V1DT182 (REGISTRO DE EVENTOS DE  *
      *             PERDIDA OPERACIONAL, CLAVE NUM_EVENTO DEL          *
      *             CONTADOR 'PERDIDAS' DE V1DT056.  V13C97B PROPONE   *
      *             CADA MES LOS EVENTOS QUE EL PROPIO V1 YA CONOCE    *
      *             Y EL ANALISTA DE RIESGO LOS CONFIRMA EN V13C97M,   *
      *             DONDE TAMBIEN REGISTRA LOS QUE LLEGAN POR OTRAS    *
      *             VIAS; V13C98B EMITE EL REPORTE TRIMESTRAL.         *
      *             COD_ORIGEN: 'FLQ' COMPENSACION DE UN FALLO DE      *
      *             LIQUIDACION (V1DT067)  'ARQ' FALTANTE DE ARQUEO    *
      *             (V1DT109)  'REV' REVERSO POR ERROR (V1DT012)       *
      *             'COM' COMISION INCOBRABLE (V1DT069)  'DEV' GASTOS  *
      *             DE UN PAGO DEVUELTO (V1DT152)  'MAN' REGISTRO      *
      *             MANUAL.  NUM_ORIGEN ES LA CLAVE DE LA FILA DE      *
      *             ORIGEN (INSTRUCCION, ARQUEO, REFERENCIA DEL        *
      *             REVERSO O DEL COBRO; EN LOS MANUALES EL PROPIO     *
      *             NUM_EVENTO) Y ES UNICA JUNTO CON COD_ORIGEN, PARA  *
      *             QUE NADA SE PROPONGA DOS VECES.                    *
      *             COD_TIPO_BASILEA: '01' FRAUDE INTERNO  '02' FRAUDE *
      *             EXTERNO  '03' RELACIONES LABORALES  '04' CLIENTES, *
      *             PRODUCTOS Y PRACTICAS  '05' DANOS A ACTIVOS        *
      *             FISICOS  '06' INTERRUPCION Y FALLAS DE SISTEMAS    *
      *             '07' EJECUCION, ENTREGA Y GESTION DE PROCESOS.     *
      *             COD_LINEA_NEGOCIO: '01' FINANZAS CORPORATIVAS      *
      *             '02' NEGOCIACION Y VENTAS  '03' BANCA MINORISTA    *
      *             '04' BANCA COMERCIAL  '05' PAGOS Y LIQUIDACIONES   *
      *             '06' SERVICIOS DE AGENCIA  '07' ADMINISTRACION DE  *
      *             ACTIVOS  '08' INTERMEDIACION MINORISTA.            *
      *             COD_CAUSA_RAIZ: '01' PERSONAS  '02' PROCESOS       *
      *             '03' SISTEMAS  '04' EVENTOS EXTERNOS.              *
      *             LOS IMPORTES VAN EN LA DIVISA DEL EVENTO (BLANCO   *
      *             = BOLIVARES) Y EN BOLIVARES A LA TASA OFICIAL DE   *
      *             LA FECHA DEL EVENTO.                               *
      *             EST_EVENTO: 'P' PROPUESTO  'C' CONFIRMADO          *
      *             'D' DESCARTADO)                                    *
      ******************************************************************
       01  DCLV1DT182.
           05  NUM-EVENTO-PER               PIC S9(09)   COMP-3.
           05  COD-ORIGEN-PER               PIC X(03).
           05  NUM-ORIGEN-PER               PIC S9(10)   COMP-3.
           05  NUM-REF-PER                  PIC S9(10)   COMP-3.
           05  COD-OFICINA-PER              PIC X(04).
           05  FEC-EVENTO-PER               PIC X(08).
           05  FEC-DESCUBRE-PER             PIC X(08).
           05  FEC-REGISTRO-PER             PIC X(08).
           05  COD-TIPO-BASILEA             PIC X(02).
           05  COD-LINEA-NEGOCIO            PIC X(02).
           05  COD-CAUSA-RAIZ               PIC X(02).
           05  TXT-CAUSA-PER                PIC X(60).
           05  COD-DIV-PER                  PIC X(03).
           05  IMP-PERDIDA-BRUTA            PIC S9(13)V9(02) COMP-3.
           05  IMP-RECUPERADO               PIC S9(13)V9(02) COMP-3.
           05  TAS-OFICIAL-PER              PIC S9(07)V9(04) COMP-3.
           05  IMP-BRUTA-BS                 PIC S9(15)V9(02) COMP-3.
           05  IMP-RECUPERADO-BS            PIC S9(15)V9(02) COMP-3.
           05  EST-EVENTO                   PIC X(01).
           05  COD-USUARIO-PER              PIC X(08).
           05  FEC-CONFIRMA-PER             PIC X(08).
