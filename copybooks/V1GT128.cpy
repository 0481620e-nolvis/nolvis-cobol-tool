      ******************************************************************
      *  V1GT128 - DCLGEN DE LA TABLA V1DT128 (PERFIL DE ACTIVIDAD     *
      *             ESPERADA QUE EL CLIENTE DECLARA AL VINCULARSE:     *
      *             VOLUMEN MENSUAL EN DOLARES, PROPOSITO, HASTA TRES  *
      *             PAISES DESTINO PRINCIPALES (V1DT087) Y FORMA DE    *
      *             PAGO: 'E' EFECTIVO, 'T' TRANSFERENCIA, 'A' AMBAS.  *
      *             SE MANTIENE BAJO DOBLE CONTROL (V13C58M / V12C72Z) *
      *             Y V13C58B LO COMPARA CADA MES CONTRA V1DT001)      *
      ******************************************************************
       01  DCLV1DT128.
           05  NUM-DOC-PERFIL               PIC X(15).
           05  IMP-MES-PERFIL               PIC S9(13)V9(02) COMP-3.
           05  DES-PROPOSITO-PERFIL         PIC X(30).
           05  COD-PAIS1-PERFIL             PIC X(03).
           05  COD-PAIS2-PERFIL             PIC X(03).
           05  COD-PAIS3-PERFIL             PIC X(03).
           05  TIP-PAGO-PERFIL              PIC X(01).
           05  FEC-DECLARA-PERFIL           PIC X(08).
