      ******************************************************************
      *  V1WC964 - AREA DE COMUNICACION CON LA RUTINA V19C064 DE       *
      *             SEGREGACION DE FUNCIONES (MATRIZ V1DT143).  EN     *
      *             MODO 'V' VERIFICA SI EL DERECHO QUE SE VA A DAR AL *
      *             USUARIO CHOCA CON ALGUNO QUE YA TIENE; EN MODO 'R' *
      *             DEJA CONSTANCIA EN V1DT144 DE LA ASIGNACION        *
      *             FORZADA, UNA VEZ GRABADA, CON LA MISMA AREA QUE    *
      *             DEVOLVIO LA VERIFICACION.  RETORNO '00' = SIN      *
      *             CONFLICTO, '01' = CONFLICTO (SE RECHAZA), '02' =   *
      *             CONFLICTO FORZADO ADMITIDO, '03' = FORZADO NO      *
      *             ADMITIDO (HACE FALTA JUSTIFICACION Y QUE EL        *
      *             OPERADOR SEA SUPERVISOR Y NO EL PROPIO USUARIO),   *
      *             '99' = ERROR DE ACCESO A LA BASE (SE RECHAZA)      *
      ******************************************************************
       01  V1WC964.
           05  W964-MODO                    PIC X(01).
               88  W964-88-MODO-VERIFICAR             VALUE 'V'.
               88  W964-88-MODO-REGISTRAR             VALUE 'R'.
           05  W964-USUARIO                 PIC X(08).
           05  W964-TIP-DERECHO             PIC X(01).
               88  W964-88-DERECHO-ROL                VALUE 'R'.
               88  W964-88-DERECHO-FACULTAD           VALUE 'F'.
           05  W964-COD-DERECHO             PIC X(04).
           05  W964-OPERADOR                PIC X(08).
           05  W964-TRAN                    PIC X(04).
           05  W964-FORZAR                  PIC X(01).
               88  W964-88-FORZAR                     VALUE 'S'.
           05  W964-JUSTIFICACION           PIC X(60).
           05  W964-RETORNO                 PIC X(02).
               88  W964-88-SIN-CONFLICTO              VALUE '00'.
               88  W964-88-CONFLICTO                  VALUE '01'.
               88  W964-88-FORZADO                    VALUE '02'.
               88  W964-88-FORZADO-NO-ADMITIDO        VALUE '03'.
               88  W964-88-ERROR                      VALUE '99'.
           05  W964-TIP-CONFLICTO           PIC X(01).
           05  W964-COD-CONFLICTO           PIC X(04).
           05  W964-DESC-CONFLICTO          PIC X(40).
