      ******************************************************************
      *  V1GT173 - DCLGEN DE LA TABLA V1DT173 (DIFERENCIAS DE LA       *
      *             DOBLE CAPTURA A CIEGAS: UNA FILA POR CADA          *
      *             RETECLEO DE V13C89M QUE NO COINCIDIO CON LO        *
      *             CAPTADO, CON LOS DOS OPERADORES Y QUE DATOS        *
      *             DIFIRIERON ('S'/'N').  NO GUARDA LOS VALORES.      *
      *             LA RESUME POR OPERADOR EL REPORTE MENSUAL V13C89B  *
      *             PARA EL SEGUIMIENTO DE CAPACITACION)               *
      ******************************************************************
       01  DCLV1DT173.
           05  NUM-REF-DIF                  PIC S9(10)   COMP-3.
           05  FEC-DIFERENCIA               PIC X(08).
           05  HOR-DIFERENCIA               PIC X(06).
           05  COD-USUARIO-CAPTURA-DIF      PIC X(08).
           05  COD-USUARIO-VERIF-DIF        PIC X(08).
           05  COD-OFICINA-DIF              PIC X(04).
           05  IND-DIF-IMPORTE              PIC X(01).
           05  IND-DIF-DIVISA               PIC X(01).
           05  IND-DIF-CUENTA               PIC X(01).
           05  IND-DIF-RIF                  PIC X(01).
           05  IND-DIF-TASA                 PIC X(01).
