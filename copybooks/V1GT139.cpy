      ******************************************************************
      *  V1GT139 - DCLGEN DE LA TABLA V1DT139 (BITACORA DE RENDIMIENTO *
      *             DE LAS TRANSACCIONES EN LINEA: UNA FILA POR        *
      *             EJECUCION, GRABADA POR V19C063 CON INICIO, FIN,    *
      *             TIEMPO DE RESPUESTA EN MILISEGUNDOS, FILAS LEIDAS, *
      *             USUARIO, TERMINAL Y CRITERIO DE BUSQUEDA.  LA      *
      *             EXPLOTA EL REPORTE DIARIO V13C66B.  LAS HORAS      *
      *             VAN EN HHMMSSCC.  LOS NOMBRES DE CAMPO LLEVAN      *
      *             SUFIJO PARA NO CHOCAR CON OTRAS DCLGEN)            *
      ******************************************************************
       01  DCLV1DT139.
           05  FEC-INICIO-REN               PIC X(08).
           05  HOR-INICIO-REN               PIC X(08).
           05  COD-TRAN-REN                 PIC X(04).
           05  COD-PROGRAMA-REN             PIC X(08).
           05  COD-USUARIO-REN              PIC X(08).
           05  COD-TERMINAL-REN             PIC X(04).
           05  FEC-FIN-REN                  PIC X(08).
           05  HOR-FIN-REN                  PIC X(08).
           05  MSEG-RESPUESTA-REN           PIC S9(09)   COMP-3.
           05  CANT-FILAS-REN               PIC S9(07)   COMP-3.
           05  TXT-CRITERIO-REN             PIC X(80).
