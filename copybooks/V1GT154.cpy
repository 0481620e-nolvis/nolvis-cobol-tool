      ******************************************************************
      *  V1GT154 - DCLGEN DE LA TABLA V1DT154 (PARTIDAS DE EXCEPCION   *
      *             DE LOS CONTROLES NOCTURNOS: DESVIACION DE TASAS    *
      *             V12C49B, DIVISAS NO VIGENTES V12C29B, REFERENCIAS  *
      *             DUPLICADAS V12C28B, HUECOS DE SECUENCIA V12C80B Y  *
      *             DEVOLUCIONES SIN CARGO V13C07B.  CADA CONTROL DEJA *
      *             SU EXCEPCION VIA LA RUTINA V19C065: UNA PARTIDA    *
      *             POR PROGRAMA Y CLAVE (INDICE UNICO).  SE TRABAJAN  *
      *             EN LA PANTALLA V13C77Z Y SU ANTIGUEDAD SALE EN EL  *
      *             REPORTE DE ENTREGA DE TURNO V13C13B.               *
      *             EST_PARTIDA: 'A' ABIERTA  'R' RESUELTA.  UNA       *
      *             PARTIDA RESUELTA QUE LA CORRIDA SIGUIENTE VUELVE A *
      *             ENCONTRAR SE REABRE (CANT_REAPERTURAS).            *
      *             LOS NOMBRES DE CAMPO LLEVAN SUFIJO PARA NO CHOCAR  *
      *             CON LAS DEMAS TABLAS)                              *
      ******************************************************************
       01  DCLV1DT154.
           05  NUM-PARTIDA-PEX              PIC S9(09)   COMP-3.
           05  COD-PROGRAMA-PEX             PIC X(08).
           05  CLAVE-EXCEPCION-PEX          PIC X(40).
           05  TXT-DESCRIPCION-PEX          PIC X(60).
           05  COD-RESPONSABLE-PEX          PIC X(08).
           05  EST-PARTIDA-PEX              PIC X(01).
           05  FEC-ALTA-PEX                 PIC X(08).
           05  FEC-ULT-DETECCION-PEX        PIC X(08).
           05  CANT-DETECCIONES-PEX         PIC S9(05)   COMP-3.
           05  CANT-REAPERTURAS-PEX         PIC S9(05)   COMP-3.
           05  COD-MOTIVO-PEX               PIC X(02).
           05  TXT-RESOLUCION-PEX           PIC X(60).
           05  COD-USUARIO-RESOL-PEX        PIC X(08).
           05  FEC-RESOLUCION-PEX           PIC X(08).
