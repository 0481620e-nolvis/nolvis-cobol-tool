      ******************************************************************
      *  V1GT112 - DCLGEN DE LA TABLA V1DT112 (CALENDARIO DE           *
      *             REVISIONES KYC POR CLIENTE: ULTIMA REVISION,       *
      *             PROXIMA REVISION Y FECHA LIMITE (PROXIMA MAS LOS   *
      *             DIAS DE GRACIA DE V1DT111).  EST_REVISION: 'V'     *
      *             VIGENTE 'A' ABIERTA (VENCIDA, EN REVISION) 'E'     *
      *             ESCALADA (PASADA LA FECHA LIMITE, CON EVENTO EN    *
      *             V1DT025).  LO ALIMENTA Y ESCALA V13C44B; LA        *
      *             REVISION SE REGISTRA EN V13C44M, QUE DEJA EL       *
      *             RESULTADO Y EL REVISOR.  COD_RESULTADO: 'C'        *
      *             CONFORME 'O' CON OBSERVACIONES 'S' SE RECOMIENDA   *
      *             SALIDA DEL CLIENTE)                                *
      ******************************************************************
       01  DCLV1DT112.
           05  NUM-DOC-KYC                  PIC X(15).
           05  COD-CATEGORIA-KYC            PIC X(01).
           05  FEC-ULT-REVISION             PIC X(08).
           05  FEC-PROX-REVISION            PIC X(08).
           05  FEC-LIMITE-KYC               PIC X(08).
           05  EST-REVISION-KYC             PIC X(01).
           05  FEC-APERTURA-KYC             PIC X(08).
           05  COD-USUARIO-KYC              PIC X(08).
           05  COD-RESULTADO-KYC            PIC X(01).
