      ******************************************************************
      *  V1GT165 - DCLGEN DE LA TABLA V1DT165 (SOLICITUDES DE          *
      *             RESTAURACION DE OPERACIONES ARCHIVADAS A LAS       *
      *             TABLAS VIVAS, POR UN CASO JUDICIAL O UN REVERSO    *
      *             TARDIO.  SE REGISTRAN Y APRUEBAN EN V13C82M Y LAS  *
      *             EJECUTA EL PROCESO V13C82B.                        *
      *             EST_SOLICITUD: 'P' PENDIENTE DE APROBACION  'A'    *
      *             APROBADA  'R' RESTAURADA (LAS FILAS VIVAS NO SE    *
      *             VUELVEN A ARCHIVAR MIENTRAS SIGA ASI)  'C' CERRADA *
      *             'N' RECHAZADA.  LOS CONTEOS SON LAS FILAS          *
      *             DEVUELTAS A V1DT001/V1DT002/V1DT004)               *
      ******************************************************************
       01  DCLV1DT165.
           05  NUM-SOLICITUD-RES            PIC S9(09)   COMP-3.
           05  NUM-REF-RES                  PIC S9(10)   COMP-3.
           05  TXT-MOTIVO-RES               PIC X(60).
           05  EST-SOLICITUD-RES            PIC X(01).
           05  FEC-SOLICITUD-RES            PIC X(08).
           05  HOR-SOLICITUD-RES            PIC X(06).
           05  COD-USUARIO-RES              PIC X(08).
           05  COD-USUARIO-APR-RES          PIC X(08).
           05  FEC-APROBACION-RES           PIC X(08).
           05  FEC-RESTAURACION-RES         PIC X(08).
           05  CANT-OPERACIONES-RES         PIC S9(09)   COMP-3.
           05  CANT-AUTORIZACIONES-RES      PIC S9(09)   COMP-3.
           05  CANT-HISTORIAL-RES           PIC S9(09)   COMP-3.
           05  COD-USUARIO-CIE-RES          PIC X(08).
           05  FEC-CIERRE-RES               PIC X(08).
