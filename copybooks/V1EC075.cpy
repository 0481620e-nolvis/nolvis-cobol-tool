      ******************************************************************
      *  V1EC075 - CATALOGO DE LOS REPORTES BATCH QUE SE PUEDEN PEDIR  *
      *             DESDE LA PANTALLA V13C75Z, Y TARJETAS QUE VIAJAN   *
      *             EN EL TRABAJO QUE ARMA EL SOMETEDOR V13C75B.       *
      *             POR REPORTE: PROGRAMA, CODIGO DE ACCESO QUE SE     *
      *             VERIFICA CONTRA LOS ROLES DEL USUARIO (V19C030),   *
      *             DESCRIPCION, DD DE PARAMETROS (Y LARGO DE SU       *
      *             REGISTRO) Y DE SALIDA DEL PROGRAMA, DD POR DONDE   *
      *             EL CARGADOR V13C76B LEE ESA SALIDA Y TIPO DE       *
      *             TARJETA DE PARAMETROS:                             *
      *             'R' RANGO DE FECHAS  'C' CLIENTE Y RANGO           *
      *             'B' RANGO Y PORCENTAJE DE BANDA.                   *
      *             AD01: 'L' FECHA DE ALTA EN LA LISTA DE VIGILANCIA  *
      *             (BARRIDO RETROACTIVO QUE PIDE V12C72Z AL APROBAR   *
      *             ALTAS DE LAS LISTAS OFICIALES).  LOS REPORTES      *
      *             DESPUES DE CAT-CANT-PANTALLA NO SE OFRECEN EN      *
      *             V13C75Z: SOLO LOS PIDE EL PROPIO SISTEMA.          *
      *             UN REPORTE NUEVO SE AGREGA AQUI, EN EL FORMATEO    *
      *             DE V13C76B Y EN LA MATRIZ DE ACCESO (V1DT031)      *
      ******************************************************************
      * AD01-I : BARRIDO RETROACTIVO A PEDIDO (V12C87B)
      *01  CAT-CANT-REPORTES                PIC 9(02) VALUE 04.
       01  CAT-CANT-REPORTES                PIC 9(02) VALUE 05.
       01  CAT-CANT-PANTALLA                PIC 9(02) VALUE 04.
      * AD01-F
      *
       01  CAT-REPORTES-VALORES.
      *    TOTALES POR OFICINA
           05  FILLER                       PIC X(08) VALUE 'V12C27B'.
           05  FILLER                       PIC X(04) VALUE 'V1R1'.
           05  FILLER                       PIC X(30)
               VALUE 'TOTALES POR OFICINA'.
           05  FILLER                       PIC X(08) VALUE 'PARMEXT'.
           05  FILLER                       PIC X(03) VALUE '80'.
           05  FILLER                       PIC X(08) VALUE 'SALREP'.
           05  FILLER                       PIC X(08) VALUE 'REPOFI'.
           05  FILLER                       PIC X(01) VALUE 'R'.
      *    TOTALES POR FORMA DE PAGO
           05  FILLER                       PIC X(08) VALUE 'V12C37B'.
           05  FILLER                       PIC X(04) VALUE 'V1R2'.
           05  FILLER                       PIC X(30)
               VALUE 'TOTALES POR FORMA DE PAGO'.
           05  FILLER                       PIC X(08) VALUE 'PARMALR'.
           05  FILLER                       PIC X(03) VALUE '80'.
           05  FILLER                       PIC X(08) VALUE 'SALALR'.
           05  FILLER                       PIC X(08) VALUE 'REPPAG'.
           05  FILLER                       PIC X(01) VALUE 'R'.
      *    ESTADO DE CUENTA DEL CLIENTE
           05  FILLER                       PIC X(08) VALUE 'V12C35B'.
           05  FILLER                       PIC X(04) VALUE 'V1R3'.
           05  FILLER                       PIC X(30)
               VALUE 'ESTADO DE CUENTA DEL CLIENTE'.
           05  FILLER                       PIC X(08) VALUE 'PARMALR'.
           05  FILLER                       PIC X(03) VALUE '82'.
           05  FILLER                       PIC X(08) VALUE 'SALALR'.
           05  FILLER                       PIC X(08) VALUE 'REPCTA'.
           05  FILLER                       PIC X(01) VALUE 'C'.
      *    OPERACIONES ARRIMADAS AL UMBRAL
           05  FILLER                       PIC X(08) VALUE 'V12C90B'.
           05  FILLER                       PIC X(04) VALUE 'V1R4'.
           05  FILLER                       PIC X(30)
               VALUE 'OPERACIONES BAJO EL UMBRAL'.
           05  FILLER                       PIC X(08) VALUE 'PARMBAN'.
           05  FILLER                       PIC X(03) VALUE '80'.
           05  FILLER                       PIC X(08) VALUE 'SALBAN'.
           05  FILLER                       PIC X(08) VALUE 'REPBAN'.
           05  FILLER                       PIC X(01) VALUE 'B'.
      * AD01-I : BARRIDO RETROACTIVO A PEDIDO (V12C87B)
      *    BARRIDO RETROACTIVO DE LA LISTA DE VIGILANCIA
           05  FILLER                       PIC X(08) VALUE 'V12C87B'.
           05  FILLER                       PIC X(04) VALUE 'V1R5'.
           05  FILLER                       PIC X(30)
               VALUE 'BARRIDO RETROACTIVO DE LISTA'.
           05  FILLER                       PIC X(08) VALUE 'PARMRET'.
           05  FILLER                       PIC X(03) VALUE '80'.
           05  FILLER                       PIC X(08) VALUE 'SALRET'.
           05  FILLER                       PIC X(08) VALUE 'REPRET'.
           05  FILLER                       PIC X(01) VALUE 'L'.
      * AD01-F
      *
       01  CAT-REPORTES REDEFINES CAT-REPORTES-VALORES.
      * AD01-I : BARRIDO RETROACTIVO A PEDIDO (V12C87B)
      *    05  CAT-REPORTE                  OCCURS 4 TIMES.
           05  CAT-REPORTE                  OCCURS 5 TIMES.
      * AD01-F
               10  CAT-PROGRAMA             PIC X(08).
               10  CAT-TRAN                 PIC X(04).
               10  CAT-DESCRIPCION          PIC X(30).
               10  CAT-DD-PARAMETROS        PIC X(08).
               10  CAT-LON-PARAMETROS       PIC X(03).
               10  CAT-DD-SALIDA            PIC X(08).
               10  CAT-DD-CARGA             PIC X(08).
               10  CAT-TIP-TARJETA          PIC X(01).
                   88  CAT-88-TARJETA-RANGO            VALUE 'R'.
                   88  CAT-88-TARJETA-CLIENTE          VALUE 'C'.
                   88  CAT-88-TARJETA-BANDA            VALUE 'B'.
                   88  CAT-88-TARJETA-LISTA            VALUE 'L'.
      ******************************************************************
      *  TARJETA DE PARAMETROS DEL REPORTE (80 BYTES), CON LA VISTA    *
      *  QUE CORRESPONDE A CADA TIPO DE TARJETA DEL CATALOGO           *
      ******************************************************************
       01  TRJ-PARAMETROS                   PIC X(80).
      *
       01  TRJ-RANGO REDEFINES TRJ-PARAMETROS.
           05  TRJ-RAN-FEC-DESDE            PIC X(08).
           05  TRJ-RAN-FEC-HASTA            PIC X(08).
           05  TRJ-RAN-COD-ENT              PIC X(04).
           05  FILLER                       PIC X(60).
      *
       01  TRJ-CLIENTE REDEFINES TRJ-PARAMETROS.
           05  TRJ-CLI-NUM-DOC              PIC X(15).
           05  TRJ-CLI-FEC-DESDE            PIC X(08).
           05  TRJ-CLI-FEC-HASTA            PIC X(08).
           05  TRJ-CLI-COD-ENT              PIC X(04).
           05  FILLER                       PIC X(45).
      *
       01  TRJ-BANDA REDEFINES TRJ-PARAMETROS.
           05  TRJ-BAN-FEC-DESDE            PIC X(08).
           05  TRJ-BAN-FEC-HASTA            PIC X(08).
           05  TRJ-BAN-PCT-BANDA            PIC 9(02)V9(02).
           05  TRJ-BAN-COD-ENT              PIC X(04).
           05  FILLER                       PIC X(56).
      * AD01-I : BARRIDO RETROACTIVO A PEDIDO (V12C87B)
      *
      *    DIAS DE VENTANA EN BLANCO: LOS DE OMISION DEL BARRIDO
       01  TRJ-LISTA REDEFINES TRJ-PARAMETROS.
           05  TRJ-LIS-DIAS-VENTANA         PIC X(04).
           05  TRJ-LIS-FEC-ALTA-DESDE       PIC X(08).
           05  TRJ-LIS-COD-ENT              PIC X(04).
           05  FILLER                       PIC X(64).
      * AD01-F
      ******************************************************************
      *  TARJETA DE CONTROL DEL CARGADOR V13C76B: LA SOLICITUD Y COMO  *
      *  TERMINO EL PASO DEL REPORTE ('T' BIEN, 'E' CON ERROR)         *
      ******************************************************************
       01  TRJ-CONTROL-CARGA.
           05  CTL-NUM-SOLICITUD            PIC 9(09).
           05  CTL-RESULTADO                PIC X(01).
               88  CTL-88-TERMINADO                    VALUE 'T'.
               88  CTL-88-FALLIDO                      VALUE 'E'.
           05  FILLER                       PIC X(70).
