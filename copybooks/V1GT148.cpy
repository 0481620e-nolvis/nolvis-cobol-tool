      ******************************************************************
      *  V1GT148 - DCLGEN DE LA TABLA V1DT148 (REGLAS DE ASIGNACION    *
      *             DE DIVISAS DE INTERVENCION POR CONCEPTO DE         *
      *             COMPRA.  NUM_PRIORIDAD: TRAMO EN QUE SE ATIENDE EL *
      *             CONCEPTO (1 PRIMERO); DENTRO DEL TRAMO EL LOTE SE  *
      *             REPARTE A PRORRATA.  IMP_TOPE: MAXIMO POR CLIENTE  *
      *             Y CONCEPTO EN CADA LOTE, EN LA DIVISA DEL LOTE     *
      *             (CERO = SIN TOPE).  CONCEPTO '***': REGLA POR      *
      *             DEFECTO.  SE MANTIENE BAJO DOBLE CONTROL:          *
      *             V13C72M -> V1DT037 -> V12C72Z)                     *
      ******************************************************************
       01  DCLV1DT148.
           05  COD-CPT-ASG                  PIC X(03).
           05  NUM-PRIORIDAD-ASG            PIC S9(03)   COMP-3.
           05  IMP-TOPE-ASG                 PIC S9(13)V9(02) COMP-3.
