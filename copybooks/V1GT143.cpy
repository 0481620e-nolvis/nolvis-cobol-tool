      ******************************************************************
      *  V1GT143 - DCLGEN DE LA TABLA V1DT143 (MATRIZ DE CONFLICTOS DE *
      *             SEGREGACION DE FUNCIONES, MANTENIDA POR SEGURIDAD  *
      *             EN V13C69M.  CADA FILA ES UN PAR DE DERECHOS QUE   *
      *             UN MISMO USUARIO NO DEBE REUNIR.  TIPO 'R' = ROL   *
      *             DE V1DT032 (INCLUIDOS LOS DE EMERGENCIA), TIPO     *
      *             'F' = FACULTAD DE FIRMA POR NIVEL, PROPIA (V1DT034 *
      *             ACTIVA) O DELEGADA (V1DT036).  EN LAS FACULTADES   *
      *             EL CODIGO '*' VALE POR CUALQUIER NIVEL.  TODO PAR  *
      *             INCLUYE AL MENOS UN ROL Y SE LEE EN AMBOS          *
      *             SENTIDOS.  LA CONSULTAN LA RUTINA V19C064 Y EL     *
      *             INFORME DE RECERTIFICACION V13C69B)                *
      ******************************************************************
       01  DCLV1DT143.
           05  TIP-DERECHO-A                PIC X(01).
           05  COD-DERECHO-A                PIC X(04).
           05  TIP-DERECHO-B                PIC X(01).
           05  COD-DERECHO-B                PIC X(04).
           05  DESC-CONFLICTO               PIC X(40).
           05  COD-USUARIO-ALTA             PIC X(08).
           05  FEC-ALTA                     PIC X(08).
