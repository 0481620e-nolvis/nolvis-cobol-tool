      ******************************************************************
      *  V1GT163 - DCLGEN DE LA TABLA V1DT163 (SELLO DE INTEGRIDAD DE  *
      *             CADA DIA DE NEGOCIO CERRADO.  AL CERRAR EL DIA     *
      *             (V13C09M) LA RUTINA V19C066 CALCULA UN RESUMEN     *
      *             SHA-256 SOBRE LOS CAMPOS FINANCIEROS CLAVE DE CADA *
      *             OPERACION DE LA FECHA (SELLO POR FILA EN V1DT164)  *
      *             ENCADENADO AL SELLO DEL DIA ANTERIOR, DE MODO QUE  *
      *             TODA ALTERACION POSTERIOR DE UNA FILA, O DE LA     *
      *             CADENA, SE DETECTA AL RECALCULAR (V13C81B).        *
      *             LOS SELLOS SE GUARDAN EN HEXADECIMAL.              *
      *             IND_UBICACION: 'V' FILAS EN V1DT001  'A' FILAS YA  *
      *             LLEVADAS A V1AT001 POR EL ARCHIVADO V12C62B.       *
      *             EST_VERIFICACION: ' ' SIN VERIFICAR  'C' CONFORME  *
      *             'X' ALTERADO)                                      *
      ******************************************************************
       01  DCLV1DT163.
           05  FEC-OPE-SELLO                PIC X(08).
           05  CANT-OPER-SELLO              PIC S9(09)   COMP-3.
           05  IMP-CONTROL-SELLO            PIC S9(15)V9(02) COMP-3.
           05  SELLO-DIA                    PIC X(64).
           05  SELLO-ANTERIOR               PIC X(64).
           05  FEC-SELLO                    PIC X(08).
           05  HOR-SELLO                    PIC X(06).
           05  COD-USUARIO-SELLO            PIC X(08).
           05  IND-UBICACION                PIC X(01).
           05  FEC-ARCHIVO-SELLO            PIC X(08).
           05  EST-VERIFICACION             PIC X(01).
           05  FEC-VERIFICACION             PIC X(08).
