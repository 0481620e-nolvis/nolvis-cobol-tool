      ******************************************************************
      *  V1GT138 - DCLGEN DE LA TABLA V1DT138 (HISTORIA DE ENMIENDAS   *
      *             NO FINANCIERAS DE OPERACIONES DE V1DT001).  SOLO   *
      *             SE ENMIENDAN LOS CAMPOS SIN IMPORTE DE LA LISTA    *
      *             DE V13C65M; EL IMPORTE SOLO SE CORRIGE POR REVERSO *
      *             (V12C44M).  CADA ENMIENDA LLEVA MOTIVO Y NACE      *
      *             PENDIENTE HASTA QUE UN SEGUNDO USUARIO LA APRUEBE; *
      *             AL APLICARSE QUEDA MARCADA PARA EL REFILTRADO      *
      *             NOCTURNO (V12C46B) CONTRA LISTA DE VIGILANCIA Y    *
      *             EMBARGO.                                           *
      *             COD_CAMPO: 'NB' NOM_BENEF  'RB' IDF_RIF_BENEF      *
      *             'PD' COD_PAIS_DEST  'PC' COD_PAIS_CORR             *
      *             'NR' NOM_RAZON.                                    *
      *             COD_MOTIVO: 'ED' ERROR DE DIGITACION  'SC'         *
      *             SOLICITUD DEL CLIENTE  'CO' AVISO DEL CORRESPONSAL *
      *             'DS' DOCUMENTO SOPORTE.                            *
      *             EST_ENMIENDA: 'P' PENDIENTE  'A' APLICADA          *
      *             'R' RECHAZADA.                                     *
      *             IND_REFILTRO: 'P' PENDIENTE  'S' REFILTRADA, CON   *
      *             RES_REFILTRO EL RETORNO DE V19C061 ('00', 'LV',    *
      *             'EM', 'CR').                                       *
      *             LOS NOMBRES DE CAMPO LLEVAN SUFIJO PARA NO CHOCAR  *
      *             CON DCLV1DT001 Y DCLV1DT037)                       *
      ******************************************************************
       01  DCLV1DT138.
           05  NUM-REF-ENM                  PIC S9(10)   COMP-3.
           05  SEC-ENMIENDA                 PIC S9(04)   COMP-3.
           05  COD-CAMPO-ENM                PIC X(02).
           05  VAL-ANTES-ENM                PIC X(40).
           05  VAL-DESPUES-ENM              PIC X(40).
           05  COD-MOTIVO-ENM               PIC X(02).
           05  EST-ENMIENDA                 PIC X(01).
           05  COD-USUARIO-SOLICITA-ENM     PIC X(08).
           05  FEC-SOLICITA-ENM             PIC X(08).
           05  HOR-SOLICITA-ENM             PIC X(06).
           05  COD-USUARIO-APRUEBA-ENM      PIC X(08).
           05  FEC-APRUEBA-ENM              PIC X(08).
           05  HOR-APRUEBA-ENM              PIC X(06).
           05  IND-REFILTRO-ENM             PIC X(01).
           05  RES-REFILTRO-ENM             PIC X(02).
           05  FEC-REFILTRO-ENM             PIC X(08).
