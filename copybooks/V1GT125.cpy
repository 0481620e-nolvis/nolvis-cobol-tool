      ******************************************************************
      *  V1GT125 - DCLGEN DE LA TABLA V1DT125 (GRUPO DE DIVISAS AL QUE *
      *             PERTENECE CADA DIVISA PARA EL PRESUPUESTO DE       *
      *             OFICINAS V1DT124.  LA CARGA V13C54B CON LOS        *
      *             REGISTROS 'G' DEL ARCHIVO DE PLANIFICACION; UNA    *
      *             DIVISA SIN FILA CAE EN EL GRUPO 'OTR')             *
      ******************************************************************
       01  DCLV1DT125.
           05  COD-DIV-GRUPO                PIC X(03).
           05  COD-GRP-DIVISA               PIC X(03).
           05  FEC-ACT-GRUPO                PIC X(08).
