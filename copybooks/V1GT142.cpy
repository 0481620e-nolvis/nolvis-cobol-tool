      ******************************************************************
      *  V1GT142 - DCLGEN DE LA TABLA V1DT142 (ALERTAS DE VIGILANCIA   *
      *             DE CORRIDAS BATCH EMITIDAS POR V13C68U.  UNA FILA  *
      *             POR CORRIDA (PROGRAMA, FECHA DE PROCESO Y ARRANQUE *
      *             DE V1DT024) Y TIPO, PARA NO REPETIR LA ALERTA EN   *
      *             CADA PASADA; UNA REEJECUCION ARRANCA DE NUEVO.     *
      *             TIP_ALERTA: 'D' DURACION, SIGUE EN 'E' PASADO SU   *
      *             FIN ESPERADO  'V' VOLUMEN, CONTADOR MUY DISTINTO   *
      *             DE SU PROMEDIO.  CANT_REAL Y CANT_ESPERADA EN      *
      *             SEGUNDOS ('D') O REGISTROS ('V'))                  *
      ******************************************************************
       01  DCLV1DT142.
           05  COD-PROGRAMA-ALC             PIC X(08).
           05  FEC-PROCESO-ALC              PIC X(08).
           05  FEC-INICIO-ALC               PIC X(08).
           05  HOR-INICIO-ALC               PIC X(06).
           05  TIP-ALERTA-ALC               PIC X(01).
           05  FEC-ALERTA-ALC               PIC X(08).
           05  HOR-ALERTA-ALC               PIC X(06).
           05  CANT-REAL-ALC                PIC S9(09)   COMP-3.
           05  CANT-ESPERADA-ALC            PIC S9(09)   COMP-3.
