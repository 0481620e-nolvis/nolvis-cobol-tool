      ******************************************************************
      *  V1WC963 - AREA DE COMUNICACION CON LA RUTINA V19C063 DE       *
      *             BITACORA DE RENDIMIENTO DE LAS TRANSACCIONES EN    *
      *             LINEA (V1DT139).  CADA PROGRAMA EN LINEA TOMA LA   *
      *             FECHA Y HORA DE ARRANQUE EN W963-INICIO            *
      *             (AAAAMMDDHHMMSSCC) AL ENTRAR Y, ANTES DE DEVOLVER  *
      *             EL CONTROL A CICS, INFORMA PROGRAMA, TRANSACCION,  *
      *             USUARIO, TERMINAL, FILAS LEIDAS Y, EN LAS          *
      *             BUSQUEDAS, EL CRITERIO.  LA RUTINA TOMA LA HORA DE *
      *             FIN Y GRABA LA EJECUCION.  RETORNO '00' GRABADA,   *
      *             '99' NO GRABADA (NUNCA AFECTA A LA TRANSACCION)    *
      ******************************************************************
       01  V1WC963.
           05  W963-PROGRAMA                PIC X(08).
           05  W963-TRAN                    PIC X(04).
           05  W963-USUARIO                 PIC X(08).
           05  W963-TERMINAL                PIC X(04).
           05  W963-INICIO                  PIC X(16).
           05  W963-INICIO-R REDEFINES W963-INICIO.
               10  W963-FEC-INICIO          PIC X(08).
               10  W963-HOR-INICIO          PIC X(08).
           05  W963-FILAS                   PIC S9(07)   COMP-3.
           05  W963-CRITERIO                PIC X(80).
           05  W963-RETORNO                 PIC X(02).
               88  W963-88-GRABADA                     VALUE '00'.
               88  W963-88-NO-GRABADA                  VALUE '99'.
