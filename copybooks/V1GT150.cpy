      ******************************************************************
      *  V1GT150 - DCLGEN DE LA TABLA V1DT150 (DETALLE DE LA           *
      *             ASIGNACION DE CADA LOTE DE INTERVENCION: UNA FILA  *
      *             POR SOLICITUD ATENDIDA, CON LA OPERACION DE        *
      *             V1DT001 QUE SE GENERO.  ES LA BASE DEL REPORTE     *
      *             QUE SE ENTREGA AL BCV)                             *
      ******************************************************************
       01  DCLV1DT150.
           05  NUM-LOTE-DET                 PIC X(12).
           05  NUM-SOLICITUD-DET            PIC S9(09)   COMP-3.
           05  NUM-PRIORIDAD-DET            PIC S9(03)   COMP-3.
           05  IMP-ASIGNADO-DET             PIC S9(13)V9(02) COMP-3.
           05  IMP-BOLIVARES-DET            PIC S9(13)V9(02) COMP-3.
           05  NUM-REF-DET                  PIC S9(10)   COMP-3.
