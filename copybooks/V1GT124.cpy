      ******************************************************************
      *  V1GT124 - DCLGEN DE LA TABLA V1DT124 (PRESUPUESTO DE CADA     *
      *             OFICINA POR MES Y GRUPO DE DIVISAS: VOLUMEN EN     *
      *             BOLIVARES Y INGRESO POR COMISIONES.  LO CARGA      *
      *             V13C54B DESDE EL ARCHIVO DE PLANIFICACION O SE     *
      *             MANTIENE EN V13C54M.  V13C55B GRABA AL LADO EL     *
      *             REAL DEL MES (V1DT044 / V1DT022); UNA OFICINA CON  *
      *             REAL Y SIN PRESUPUESTO QUEDA CON PRESUPUESTO CERO) *
      ******************************************************************
       01  DCLV1DT124.
           05  COD-OFI-PRESUP               PIC X(04).
      *    AAAAMM
           05  ANO-MES-PRESUP               PIC X(06).
           05  COD-GRP-PRESUP               PIC X(03).
           05  IMP-VOL-PRESUP               PIC S9(15)V9(02) COMP-3.
           05  IMP-COM-PRESUP               PIC S9(13)V9(02) COMP-3.
           05  IMP-VOL-REAL                 PIC S9(15)V9(02) COMP-3.
           05  IMP-COM-REAL                 PIC S9(13)V9(02) COMP-3.
      *    FECHA EN QUE V13C55B CALCULO EL REAL (BLANCO: SIN CALCULAR)
           05  FEC-CALCULO-REAL             PIC X(08).
      *    'A' ARCHIVO DE PLANIFICACION  'P' PANTALLA  'R' SOLO REAL
           05  IND-ORIGEN-PRESUP            PIC X(01).
           05  COD-USUARIO-PRESUP           PIC X(08).
           05  FEC-ACT-PRESUP               PIC X(08).
