      ******************************************************************
      *  V1WC962 - AREA DE COMUNICACION CON LA RUTINA V19C062 DE       *
      *             DETERMINACION DE CUENTAS CONTABLES (V1DT135).      *
      *             EL LLAMADOR ENTREGA EL TIPO DE ASIENTO, CONCEPTO,  *
      *             OFICINA, DIVISA, CLASE DE CONTRAPARTE Y LA CUENTA  *
      *             DEL CLIENTE (SOLO PARA REGLAS DE TIPO 'C'); LA     *
      *             RUTINA DEVUELVE LAS CUENTAS DEL DEBE Y DEL HABER   *
      *             YA ARMADAS.  UN DATO QUE NO APLICA SE ENTREGA EN   *
      *             BLANCO Y SOLO CASA CON EL COMODIN.                 *
      *             RETORNO '00' RESUELTA, '10' SIN REGLA, '20' REGLA  *
      *             DE CUENTA DEL CLIENTE SIN CUENTA INFORMADA, '99'   *
      *             ERROR DB2 (EL LLAMADOR DECIDE ABORTAR)             *
      ******************************************************************
       01  V1WC962.
           05  W962-TIP-ASIENTO             PIC X(03).
           05  W962-COD-CPT                 PIC X(03).
           05  W962-COD-OFICINA             PIC X(04).
           05  W962-COD-DIV                 PIC X(03).
           05  W962-CLA-CONTRAPARTE         PIC X(01).
           05  W962-CTA-CLIENTE             PIC X(20).
           05  W962-CTA-DEBE                PIC X(20).
           05  W962-CTA-HABER               PIC X(20).
           05  W962-RETORNO                 PIC X(02).
               88  W962-88-RESUELTA                    VALUE '00'.
               88  W962-88-SIN-REGLA                   VALUE '10'.
               88  W962-88-SIN-CTA-CLIENTE             VALUE '20'.
               88  W962-88-ERROR                       VALUE '99'.
           05  W962-SQLCODE                 PIC S9(09)   COMP.
