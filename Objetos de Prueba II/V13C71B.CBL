      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C71B                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: BPC                                               *
      *                                                                *
      ******************************************************************
      * DOCUMENTACION.                                                 *
      * ------------------                                             *
      * ARCHIVOS DE ENTRADA: PARMASG (FECHA DE PROCESO, EN BLANCO LA   *
      *  DEL DIA)                                                      *
      *  ENTLOT (LOTES DE DIVISAS DE INTERVENCION VENDIDOS POR EL BCV: *
      *  REFERENCIA DEL BCV, DIVISA, MONTO, TASA DE INTERVENCION E     *
      *  INDICADOR DE CIERRE DE LA COLA DE LA DIVISA)                  *
      * ------------------                                             *
      * ARCHIVOS DE SALIDA: SALASG (REPORTE DE ASIGNACION PARA EL BCV) *
      *  SALBLQ (MOVIMIENTOS DE BLOQUEO, CONSUMO Y LIBERACION DE       *
      *  BOLIVARES SOBRE CTA_PASIVO_CL PARA EL SISTEMA DE CUENTAS, EN  *
      *  REGISTROS DE FORMATO FIJO CON REGISTRO DE TOTALES AL FINAL)   *
      * ------------------                                             *
      * PROCESO GLOBAL: ASIGNACION DE DIVISAS DE INTERVENCION A LAS    *
      *  SOLICITUDES DE COMPRA DE CLIENTES EN ESPERA (V1DT147).        *
      *  1. ENVIA AL SISTEMA DE CUENTAS LOS BLOQUEOS DE LAS            *
      *     SOLICITUDES REGISTRADAS DESDE LA CORRIDA ANTERIOR.         *
      *  2. POR CADA LOTE DEL BCV: APLICA A CADA SOLICITUD PENDIENTE   *
      *     DE LA DIVISA LA REGLA DE SU CONCEPTO (V1DT148, O LA '***'  *
      *     POR DEFECTO; SIN REGLA VA AL ULTIMO TRAMO Y SIN TOPE) Y    *
      *     REPARTE EL LOTE POR TRAMOS DE PRIORIDAD.  DENTRO DEL TRAMO *
      *     LA DEMANDA DE CADA CLIENTE Y CONCEPTO SE LIMITA AL TOPE DE *
      *     LA REGLA; SI LA DEMANDA DEL TRAMO CABE EN LO DISPONIBLE SE *
      *     ATIENDE COMPLETA, SI NO SE REPARTE A PRORRATA TRUNCANDO A  *
      *     CENTIMOS.  LO QUE SOBRA PASA AL TRAMO SIGUIENTE.  CADA     *
      *     ASIGNACION GENERA UNA OPERACION DE COMPRA EN V1DT001 A LA  *
      *     TASA DE INTERVENCION (NUM_REF DEL CONTADOR 'INTERVEN' DE   *
      *     V1DT056, TASA CRUZADA EN DOLARES DESDE LA TASA OFICIAL DEL *
      *     DOLAR DE V1DT015, INDICADOR DE SEGURIDAD EN BLANCO PARA EL *
      *     CLASIFICADOR), SU DETALLE EN V1DT150 Y EL CONSUMO DEL      *
      *     BLOQUEO.  EL LOTE QUEDA EN V1DT149 (UN LOTE YA REGISTRADO  *
      *     NO SE VUELVE A REPARTIR).  SI EL LOTE CIERRA LA COLA, LAS  *
      *     SOLICITUDES QUE SIGUEN PENDIENTES EN LA DIVISA PASAN A     *
      *     'T' (REMANENTE NO ATENDIDO).                               *
      *  3. LIBERA EL BLOQUEO NO CONSUMIDO DE LAS SOLICITUDES          *
      *     ASIGNADAS, CERRADAS O ANULADAS.                            *
      *  SIN TASA OFICIAL DEL DOLAR O CON DATOS ERRADOS EL LOTE NO SE  *
      *  REPARTE: SE REPORTA, SE DEJA ALERTA EN V1DT025 Y EL PROCESO   *
      *  TERMINA CON RC 04 PARA RELANZARLO CON EL LOTE CORREGIDO       *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C71B.
       AUTHOR.       FACTORIA.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *        E N V I R O N M E N T         D I V I S I O N           *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMASG
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-LOTES           ASSIGN TO ENTLOT
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALASG
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-BLOQUEOS        ASSIGN TO SALBLQ
                                        ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                                                                *
      *                  F I L E        S E C T I O N                  *
      *                                                                *
      ******************************************************************
       FILE SECTION.
      *
       FD  ARCH-PARAMETROS
           RECORDING MODE IS F.
      *
       01  REG-PARAMETROS.
           05  PAR-FEC-PROCESO             PIC X(08).
           05  FILLER                      PIC X(72).
      *
       FD  ARCH-LOTES
           RECORDING MODE IS F.
      *
       01  REG-LOTE.
           05  LOT-NUM-LOTE                PIC X(12).
           05  LOT-COD-DIV                 PIC X(03).
           05  LOT-IMPORTE-ALFA            PIC X(15).
           05  LOT-IMPORTE REDEFINES LOT-IMPORTE-ALFA
                                           PIC 9(13)V9(02).
           05  LOT-TASA-ALFA               PIC X(11).
           05  LOT-TASA REDEFINES LOT-TASA-ALFA
                                           PIC 9(07)V9(04).
           05  LOT-IND-CIERRE              PIC X(01).
               88  LOT-88-CIERRA-COLA                  VALUE 'S' ' '.
               88  LOT-88-NO-CIERRA-COLA               VALUE 'N'.
           05  FILLER                      PIC X(38).
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
      *
       01  REG-REPORTE                     PIC X(132).
      *
       FD  ARCH-BLOQUEOS
           RECORDING MODE IS F.
      *
       01  REG-BLOQUEO                     PIC X(100).
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
      *                                                                *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                  AREA DE VARIABLES AUXILIARES                  *
      ******************************************************************
       01  WS-VARIABLES-AUXILIARES.
      *
           05  WS-FEC-PROCESO              PIC X(08)   VALUE SPACES.
           05  WS-FEC-ED                   PIC X(10)   VALUE SPACES.
           05  WS-TAS-USD                  PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-COD-DIV                  PIC X(03)   VALUE SPACES.
           05  WS-TAS-INTERVENCION         PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
           05  WS-DISPONIBLE               PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-ASIGNADO-LOTE            PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-SOL-LOTE            PIC S9(07)  COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-LOTE                PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-TRAMO                    PIC S9(03)  COMP-3
                                                       VALUE ZEROES.
           05  WS-DEMANDA-TRAMO            PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-ASIGNADO-TRAMO           PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-FACTOR                   PIC S9(01)V9(09) COMP-3
                                                       VALUE ZEROES.
           05  WS-PENDIENTE                PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-EFECTIVO                 PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-ASIGNAR                  PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-BOLIVARES                PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-LIBERAR                  PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-TOPE-RESTANTE            PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-PCT-ASIGNADO             PIC S9(03)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-CLIENTE-ANT              PIC X(15)   VALUE SPACES.
           05  WS-CPT-ANT                  PIC X(03)   VALUE SPACES.
           05  WS-TOT-BLQ-IMPORTE          PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      *
      *    DEMANDA DEL TRAMO DE UN CLIENTE Y CONCEPTO
      *
           05  WS-DOC-GRUPO                PIC X(15)   VALUE SPACES.
           05  WS-CPT-GRUPO                PIC X(03)   VALUE SPACES.
           05  WS-DEMANDA-GRUPO            PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-TOPE-GRUPO               PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
      *
      *    ALCANCE DE LA ORDEN JUDICIAL APLICABLE A LA SOLICITUD
      *
           05  WS-ALC-TRANSF               PIC X(01)   VALUE SPACE.
      ******************************************************************
      *            REGISTROS DEL ARCHIVO DE MOVIMIENTOS DE BLOQUEO     *
      ******************************************************************
       01  REG-BLQ-DETALLE.
           05  BLQ-TIP-REG                 PIC X(01)   VALUE '2'.
           05  BLQ-FEC-PROCESO             PIC X(08).
           05  BLQ-NUM-SOLICITUD           PIC 9(09).
           05  BLQ-CTA-PASIVO              PIC X(20).
           05  BLQ-TIP-MOVIMIENTO          PIC X(01).
               88  BLQ-88-BLOQUEO                      VALUE 'B'.
               88  BLQ-88-CONSUMO                      VALUE 'C'.
               88  BLQ-88-LIBERACION                   VALUE 'L'.
           05  BLQ-IMP-BOLIVARES           PIC 9(13)V9(02).
           05  BLQ-NUM-REF                 PIC 9(10).
           05  FILLER                      PIC X(36)   VALUE SPACES.
      *
       01  REG-BLQ-TOTALES.
           05  TBL-TIP-REG                 PIC X(01)   VALUE '9'.
           05  TBL-FEC-PROCESO             PIC X(08).
           05  TBL-CANT-MOVIMIENTOS        PIC 9(09).
           05  TBL-IMP-BOLIVARES           PIC 9(15)V9(02).
           05  FILLER                      PIC X(65)   VALUE SPACES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(50)
               VALUE 'ASIGNACION DE DIVISAS DE INTERVENCION BCV'.
           05  FILLER                      PIC X(07)   VALUE 'FECHA: '.
           05  LN-TIT-FECHA                PIC X(10).
           05  FILLER                      PIC X(65)   VALUE SPACES.
      *
       01  LN-SUBTITULO.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-SUB-TEXTO                PIC X(60).
           05  FILLER                      PIC X(70)   VALUE SPACES.
      *
       01  LN-LOTE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(10)
               VALUE 'LOTE BCV: '.
           05  LN-LOT-NUMERO               PIC X(12).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(08)   VALUE 'DIVISA: '.
           05  LN-LOT-DIVISA               PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE 'MONTO: '.
           05  LN-LOT-IMPORTE              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(06)   VALUE 'TASA: '.
           05  LN-LOT-TASA                 PIC Z.ZZZ.ZZ9,9999.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(08)   VALUE 'CIERRE: '.
           05  LN-LOT-CIERRE               PIC X(01).
           05  FILLER                      PIC X(33)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(17)
               VALUE 'CLIENTE'.
           05  FILLER                      PIC X(11)
               VALUE 'SOLICITUD'.
           05  FILLER                      PIC X(05)   VALUE 'CPT'.
           05  FILLER                      PIC X(05)   VALUE 'TRAM'.
           05  FILLER                      PIC X(22)
               VALUE '           PENDIENTE'.
           05  FILLER                      PIC X(22)
               VALUE '            ASIGNADO'.
           05  FILLER                      PIC X(08)   VALUE '     %'.
           05  FILLER                      PIC X(22)
               VALUE '           BOLIVARES'.
           05  FILLER                      PIC X(18)
               VALUE 'OPERACION'.
      *
       01  LN-DETALLE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-CLIENTE              PIC X(15).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-SOLICITUD            PIC 9(09).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-CONCEPTO             PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-TRAMO                PIC ZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-PENDIENTE            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-ASIGNADO             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-PCT                  PIC ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-BOLIVARES            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-NUM-REF              PIC 9(10).
           05  FILLER                      PIC X(08)   VALUE SPACES.
      *
       01  LN-IMPORTE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-IMP-TEXTO                PIC X(40).
           05  LN-IMP-IMPORTE              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(70)   VALUE SPACES.
      *
       01  LN-RECHAZO.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-RCH-LOTE                 PIC X(12).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-RCH-TEXTO                PIC X(40).
           05  FILLER                      PIC X(76)   VALUE SPACES.
      *
       01  LN-CAB-LIBERA.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE 'SOLICITUD'.
           05  FILLER                      PIC X(17)
               VALUE 'CLIENTE'.
           05  FILLER                      PIC X(22)
               VALUE 'CUENTA'.
           05  FILLER                      PIC X(22)
               VALUE '           BLOQUEADO'.
           05  FILLER                      PIC X(22)
               VALUE '           CONSUMIDO'.
           05  FILLER                      PIC X(23)
               VALUE '            LIBERADO'.
           05  FILLER                      PIC X(13)   VALUE 'ESTADO'.
      *
       01  LN-LIBERA.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LIB-SOLICITUD            PIC 9(09).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LIB-CLIENTE              PIC X(15).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LIB-CUENTA               PIC X(20).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LIB-BLOQUEADO            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LIB-CONSUMIDO            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LIB-LIBERADO             PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-LIB-ESTADO               PIC X(01).
           05  FILLER                      PIC X(12)   VALUE SPACES.
      *
       01  LN-TOTAL.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-TOT-TEXTO                PIC X(40).
           05  LN-TOT-CANTIDAD             PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(83)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-FIN-LOTES                PIC X(01)   VALUE 'N'.
               88  FIN-LOTES                           VALUE 'S'.
               88  NO-FIN-LOTES                        VALUE 'N'.
           05  SW-TASA-USD                 PIC X(01)   VALUE 'N'.
               88  CON-TASA-USD                        VALUE 'S'.
               88  SIN-TASA-USD                        VALUE 'N'.
           05  SW-FIN-TRAMOS               PIC X(01)   VALUE 'N'.
               88  FIN-TRAMOS                          VALUE 'S'.
               88  NO-FIN-TRAMOS                       VALUE 'N'.
           05  SW-BLOQUEO                  PIC X(01)   VALUE 'N'.
               88  CON-BLOQUEO                         VALUE 'S'.
               88  SIN-BLOQUEO                         VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C71B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
      * AD01-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           05  CT-V19C069                  PIC X(08)   VALUE 'V19C069'.
      * AD01-F
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-CONTADOR-INTERVEN        PIC X(08)   VALUE 'INTERVEN'.
           05  CT-IDF-COMPRA               PIC X(01)   VALUE 'C'.
           05  CT-CPT-DEFECTO              PIC X(03)   VALUE '***'.
           05  CT-TRAMO-SIN-REGLA          PIC 9(03)   VALUE 999.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-ASIGNADA             PIC X(01)   VALUE 'A'.
           05  CT-EST-CERRADA              PIC X(01)   VALUE 'T'.
           05  CT-EST-ANULADA              PIC X(01)   VALUE 'N'.
           05  CT-BLQ-SOLICITADO           PIC X(01)   VALUE 'S'.
           05  CT-BLQ-BLOQUEADO            PIC X(01)   VALUE 'B'.
           05  CT-BLQ-LIBERADO             PIC X(01)   VALUE 'L'.
           05  CT-TOPE-MAXIMO              PIC 9(13)V9(02)
                                           VALUE 9999999999999,99.
           05  CT-TXT-DATOS-ERRADOS        PIC X(40)
               VALUE 'NO SE REPARTE: MONTO O TASA ERRADOS'.
           05  CT-TXT-YA-PROCESADO         PIC X(40)
               VALUE 'NO SE REPARTE: LOTE YA REGISTRADO'.
           05  CT-TXT-SIN-TASA-USD         PIC X(40)
               VALUE 'NO SE REPARTE: SIN TASA OFICIAL USD'.
           05  CT-TXT-BLOQUEO              PIC X(40)
               VALUE 'NO SE ASIGNA: BLOQUEO JUDICIAL'.
           05  CT-ALC-TODAS                PIC X(01)   VALUE 'A'.
           05  CT-ALC-TRANSF               PIC X(01)   VALUE 'T'.
           05  CT-PAGO-TRANSF              PIC X(01)   VALUE 'T'.
           05  CT-ORDEN-VIGENTE            PIC X(01)   VALUE 'V'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LOTES-LEIDOS             PIC 9(07)   VALUE ZEROES.
           05  CN-LOTES-REPARTIDOS         PIC 9(07)   VALUE ZEROES.
           05  CN-LOTES-RECHAZADOS         PIC 9(07)   VALUE ZEROES.
           05  CN-ASIGNACIONES             PIC 9(07)   VALUE ZEROES.
           05  CN-BLOQUEOS                 PIC 9(07)   VALUE ZEROES.
           05  CN-LIBERACIONES             PIC 9(07)   VALUE ZEROES.
           05  CN-MOVIMIENTOS              PIC 9(09)   VALUE ZEROES.
           05  CN-BLOQUEADAS               PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      * AD01-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      *  COPY DE LA RUTINA V19C069 (EVENTOS DEL CICLO DE VIDA)
           COPY V1WC969.
      * AD01-F
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT056
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT147
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT148
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT149
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT150
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT121
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT122
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    SOLICITUDES CON EL BLOQUEO AUN NO ENVIADO A CUENTAS
      *
           EXEC SQL
               DECLARE V13C71B-V1DC7111
               CURSOR FOR
               SELECT NUM_SOLICITUD,
                      EST_SOLICITUD,
                      CTA_PASIVO_CL,
                      IMP_BLOQUEADO
               FROM V1DT147
               WHERE EST_BLOQUEO = :CT-BLQ-SOLICITADO
               ORDER BY NUM_SOLICITUD
           END-EXEC
      *
      *    SOLICITUDES PENDIENTES DE LA DIVISA DEL LOTE
      *
           EXEC SQL
               DECLARE V13C71B-V1DC7112
               CURSOR FOR
               SELECT NUM_SOLICITUD,
                      COD_CPT_CMP_VTA
               FROM V1DT147
               WHERE EST_SOLICITUD = :CT-EST-PENDIENTE
                 AND COD_DIV       = :WS-COD-DIV
               ORDER BY NUM_SOLICITUD
           END-EXEC
      *
      *    DEMANDA DEL TRAMO POR CLIENTE Y CONCEPTO, CON SU TOPE
      *
           EXEC SQL
               DECLARE V13C71B-V1DC7113
               CURSOR FOR
               SELECT NUM_DOC_PERSONA,
                      COD_CPT_CMP_VTA,
                      SUM(IMP_SOLICITADO - IMP_ASIGNADO),
                      MAX(IMP_TOPE)
               FROM V1DT147
               WHERE EST_SOLICITUD = :CT-EST-PENDIENTE
                 AND COD_DIV       = :WS-COD-DIV
                 AND NUM_PRIORIDAD = :WS-TRAMO
               GROUP BY NUM_DOC_PERSONA,
                        COD_CPT_CMP_VTA
           END-EXEC
      *
      *    SOLICITUDES DEL TRAMO, POR CLIENTE Y CONCEPTO Y POR ORDEN
      *    DE LLEGADA DENTRO DE CADA UNO
      *
           EXEC SQL
               DECLARE V13C71B-V1DC7114
               CURSOR FOR
               SELECT NUM_SOLICITUD,
                      COD_OFICINA,
                      NUM_DOC_PERSONA,
                      COD_CPT_CMP_VTA,
                      IMP_SOLICITADO,
                      IMP_ASIGNADO,
                      IDF_RIF_BENEF,
                      NOM_BENEF,
                      COD_PAIS_CORR,
                      COD_PAIS_DEST,
                      CTA_PASIVO_CL,
                      TIP_PAGO,
                      IMP_CONSUMIDO,
                      IMP_TOPE,
                      COD_ENT_BANCO
               FROM V1DT147
               WHERE EST_SOLICITUD = :CT-EST-PENDIENTE
                 AND COD_DIV       = :WS-COD-DIV
                 AND NUM_PRIORIDAD = :WS-TRAMO
               ORDER BY NUM_DOC_PERSONA,
                        COD_CPT_CMP_VTA,
                        FEC_SOLICITUD,
                        HOR_SOLICITUD,
                        NUM_SOLICITUD
           END-EXEC
      *
      *    BLOQUEOS VIGENTES DE SOLICITUDES QUE YA NO ESPERAN DIVISAS
      *
           EXEC SQL
               DECLARE V13C71B-V1DC7115
               CURSOR FOR
               SELECT NUM_SOLICITUD,
                      NUM_DOC_PERSONA,
                      CTA_PASIVO_CL,
                      IMP_BLOQUEADO,
                      IMP_CONSUMIDO,
                      EST_SOLICITUD
               FROM V1DT147
               WHERE EST_BLOQUEO    = :CT-BLQ-BLOQUEADO
                 AND EST_SOLICITUD IN (:CT-EST-ASIGNADA,
                                       :CT-EST-CERRADA,
                                       :CT-EST-ANULADA)
               ORDER BY NUM_SOLICITUD
           END-EXEC
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.
      *
       MAINLINE.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-BLOQUEOS
              THRU 2000-BLOQUEOS-EXIT
      *
           PERFORM 3000-LOTES
              THRU 3000-LOTES-EXIT
      *
           PERFORM 5000-LIBERACIONES
              THRU 5000-LIBERACIONES-EXIT
      *
           PERFORM 6000-FIN
              THRU 6000-FIN-EXIT
      *
           STOP RUN
           .
      ******************************************************************
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
           OPEN INPUT  ARCH-PARAMETROS
                       ARCH-LOTES
                OUTPUT ARCH-REPORTE
                       ARCH-BLOQUEOS
      *
           READ ARCH-PARAMETROS
               AT END
                   MOVE SPACES             TO REG-PARAMETROS
           END-READ
      *
           IF  PAR-FEC-PROCESO EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE(1:8)
                                           TO WS-FEC-PROCESO
           ELSE
               MOVE PAR-FEC-PROCESO        TO WS-FEC-PROCESO
           END-IF
      *
           MOVE ZEROES                     TO CN-LOTES-LEIDOS
                                              CN-LOTES-REPARTIDOS
                                              CN-LOTES-RECHAZADOS
                                              CN-ASIGNACIONES
                                              CN-BLOQUEOS
                                              CN-LIBERACIONES
                                              CN-MOVIMIENTOS
                                              CN-BLOQUEADAS
                                              WS-TOT-BLQ-IMPORTE
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-PROCESO             TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
      *    TASA OFICIAL DEL DOLAR DE LA FECHA, PARA LA TASA CRUZADA
      *    DE LAS OPERACIONES QUE SE GENERAN
      *
           SET SIN-TASA-USD                TO TRUE
           MOVE ZEROES                     TO WS-TAS-USD
      *
           EXEC SQL
               SELECT TAS_OFICIAL
               INTO  :WS-TAS-USD
               FROM V1DT015
               WHERE FEC_TASA = :WS-FEC-PROCESO
                 AND COD_DIV  = :CT-DIV-DOLAR
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  WS-TAS-USD GREATER THAN ZEROES
                       SET CON-TASA-USD    TO TRUE
                   END-IF

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE WS-FEC-PROCESO(7:2)        TO WS-FEC-ED(1:2)
           MOVE '/'                        TO WS-FEC-ED(3:1)
           MOVE WS-FEC-PROCESO(5:2)        TO WS-FEC-ED(4:2)
           MOVE '/'                        TO WS-FEC-ED(6:1)
           MOVE WS-FEC-PROCESO(1:4)        TO WS-FEC-ED(7:4)
           MOVE WS-FEC-ED                  TO LN-TIT-FECHA
      *
           WRITE REG-REPORTE             FROM LN-TITULO
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                       2000-BLOQUEOS                            *
      *  LOS BLOQUEOS DE LAS SOLICITUDES NUEVAS VAN A CUENTAS ANTES    *
      *  DEL REPARTO PARA QUE LOS CONSUMOS CAIGAN SOBRE UN BLOQUEO     *
      *  YA CONSTITUIDO.  UNA SOLICITUD ANULADA ANTES DE ENVIARSE SU   *
      *  BLOQUEO SE DA POR LIBERADA SIN MOVIMIENTO                     *
      ******************************************************************
       2000-BLOQUEOS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C71B-V1DC7111
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-BLOQUEO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C71B-V1DC7111
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-BLOQUEOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-BLOQUEO
      ******************************************************************
       LEER-BLOQUEO.
      *
           EXEC SQL
               FETCH V13C71B-V1DC7111
               INTO :NUM-SOLICITUD-SOL,
                    :EST-SOLICITUD-SOL,
                    :CTA-PASIVO-SOL,
                    :IMP-BLOQUEADO-SOL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-ENVIAR-BLOQUEO
                      THRU 2100-ENVIAR-BLOQUEO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 2100-ENVIAR-BLOQUEO
      ******************************************************************
       2100-ENVIAR-BLOQUEO.
      *
           IF  EST-SOLICITUD-SOL EQUAL CT-EST-ANULADA
               MOVE CT-BLQ-LIBERADO        TO EST-BLOQUEO-SOL
           ELSE
               MOVE CT-BLQ-BLOQUEADO       TO EST-BLOQUEO-SOL
               SET BLQ-88-BLOQUEO          TO TRUE
               MOVE IMP-BLOQUEADO-SOL      TO BLQ-IMP-BOLIVARES
               MOVE ZEROES                 TO BLQ-NUM-REF
               PERFORM 4900-GRABAR-MOVIMIENTO
                  THRU 4900-GRABAR-MOVIMIENTO-EXIT
               ADD 1                       TO CN-BLOQUEOS
           END-IF
      *
           EXEC SQL
               UPDATE V1DT147
                  SET EST_BLOQUEO   = :EST-BLOQUEO-SOL
                WHERE NUM_SOLICITUD = :NUM-SOLICITUD-SOL
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2100-ENVIAR-BLOQUEO-EXIT.
           EXIT.
      ******************************************************************
      *                         3000-LOTES                             *
      ******************************************************************
       3000-LOTES.
      *
           SET NO-FIN-LOTES                TO TRUE
      *
           PERFORM LEER-LOTE
      *
           PERFORM 3100-PROCESAR-LOTE
              THRU 3100-PROCESAR-LOTE-EXIT
             UNTIL FIN-LOTES
      *
           .
       3000-LOTES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-LOTE
      ******************************************************************
       LEER-LOTE.
      *
           READ ARCH-LOTES
               AT END
                   SET FIN-LOTES           TO TRUE
           END-READ
      *
           IF  NO-FIN-LOTES
               ADD 1                       TO CN-LOTES-LEIDOS
           END-IF
      *
           .
      ******************************************************************
      *                    3100-PROCESAR-LOTE                          *
      *  UN LOTE SE REPARTE Y SE CONFIRMA COMPLETO O NO SE REPARTE:    *
      *  LA UNIDAD DE TRABAJO ES EL LOTE                               *
      ******************************************************************
       3100-PROCESAR-LOTE.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE LOT-NUM-LOTE               TO LN-LOT-NUMERO
           MOVE LOT-COD-DIV                TO LN-LOT-DIVISA
           MOVE LOT-IND-CIERRE             TO LN-LOT-CIERRE
           IF  LOT-IMPORTE-ALFA NUMERIC
               MOVE LOT-IMPORTE            TO LN-LOT-IMPORTE
           ELSE
               MOVE ZEROES                 TO LN-LOT-IMPORTE
           END-IF
           IF  LOT-TASA-ALFA NUMERIC
               MOVE LOT-TASA               TO LN-LOT-TASA
           ELSE
               MOVE ZEROES                 TO LN-LOT-TASA
           END-IF
           WRITE REG-REPORTE             FROM LN-LOTE
      *
           PERFORM 3150-VALIDAR-LOTE
              THRU 3150-VALIDAR-LOTE-EXIT
      *
           IF  LN-RCH-TEXTO NOT EQUAL SPACES
               ADD 1                       TO CN-LOTES-RECHAZADOS
               MOVE LOT-NUM-LOTE           TO LN-RCH-LOTE
               WRITE REG-REPORTE         FROM LN-RECHAZO
               PERFORM 5900-ALERTAR
                  THRU 5900-ALERTAR-EXIT
               PERFORM LEER-LOTE
               GO TO 3100-PROCESAR-LOTE-EXIT
           END-IF
      *
           MOVE LOT-COD-DIV                TO WS-COD-DIV
           MOVE LOT-TASA                   TO WS-TAS-INTERVENCION
           MOVE LOT-IMPORTE                TO WS-DISPONIBLE
           MOVE ZEROES                     TO WS-ASIGNADO-LOTE
                                              WS-CANT-SOL-LOTE
                                              WS-TRAMO
      *
           PERFORM 3200-APLICAR-REGLAS
              THRU 3200-APLICAR-REGLAS-EXIT
      *
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           SET NO-FIN-TRAMOS               TO TRUE
      *
           PERFORM 3300-SIGUIENTE-TRAMO
              THRU 3300-SIGUIENTE-TRAMO-EXIT
      *
           PERFORM 3400-ASIGNAR-TRAMO
              THRU 3400-ASIGNAR-TRAMO-EXIT
             UNTIL FIN-TRAMOS
      *
           PERFORM 3700-CERRAR-LOTE
              THRU 3700-CERRAR-LOTE-EXIT
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD 1                           TO CN-LOTES-REPARTIDOS
      *
           PERFORM LEER-LOTE
      *
           .
       3100-PROCESAR-LOTE-EXIT.
           EXIT.
      ******************************************************************
      * 3150-VALIDAR-LOTE
      *  DEJA EN LN-RCH-TEXTO EL MOTIVO POR EL QUE EL LOTE NO SE       *
      *  REPARTE, O ESPACIOS SI SE PUEDE REPARTIR                      *
      ******************************************************************
       3150-VALIDAR-LOTE.
      *
           MOVE SPACES                     TO LN-RCH-TEXTO
      *
           IF  LOT-NUM-LOTE EQUAL SPACES
            OR LOT-COD-DIV EQUAL SPACES
            OR LOT-IMPORTE-ALFA NOT NUMERIC
            OR LOT-TASA-ALFA NOT NUMERIC
               MOVE CT-TXT-DATOS-ERRADOS   TO LN-RCH-TEXTO
               GO TO 3150-VALIDAR-LOTE-EXIT
           END-IF
      *
           IF  LOT-IMPORTE EQUAL ZEROES
            OR LOT-TASA EQUAL ZEROES
               MOVE CT-TXT-DATOS-ERRADOS   TO LN-RCH-TEXTO
               GO TO 3150-VALIDAR-LOTE-EXIT
           END-IF
      *
           IF  SIN-TASA-USD
               MOVE CT-TXT-SIN-TASA-USD    TO LN-RCH-TEXTO
               GO TO 3150-VALIDAR-LOTE-EXIT
           END-IF
      *
           MOVE LOT-NUM-LOTE               TO NUM-LOTE-LOT
           MOVE ZEROES                     TO WS-CANT-LOTE
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-LOTE
               FROM V1DT149
               WHERE NUM_LOTE = :NUM-LOTE-LOT
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-LOTE GREATER THAN ZEROES
               MOVE CT-TXT-YA-PROCESADO    TO LN-RCH-TEXTO
           END-IF
      *
           .
       3150-VALIDAR-LOTE-EXIT.
           EXIT.
      ******************************************************************
      *                    3200-APLICAR-REGLAS                         *
      *  CADA SOLICITUD PENDIENTE DE LA DIVISA TOMA EL TRAMO Y EL TOPE *
      *  VIGENTES DE SU CONCEPTO, O LOS DE LA REGLA '***'              *
      ******************************************************************
       3200-APLICAR-REGLAS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C71B-V1DC7112
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-PENDIENTE
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C71B-V1DC7112
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3200-APLICAR-REGLAS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-PENDIENTE
      ******************************************************************
       LEER-PENDIENTE.
      *
           EXEC SQL
               FETCH V13C71B-V1DC7112
               INTO :NUM-SOLICITUD-SOL,
                    :COD-CPT-SOL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3250-ESTAMPAR-REGLA
                      THRU 3250-ESTAMPAR-REGLA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 3250-ESTAMPAR-REGLA
      ******************************************************************
       3250-ESTAMPAR-REGLA.
      *
           MOVE COD-CPT-SOL                TO COD-CPT-ASG
      *
           PERFORM 3260-LEER-REGLA
              THRU 3260-LEER-REGLA-EXIT
      *
           IF  DB2-NOTFND
               MOVE CT-CPT-DEFECTO         TO COD-CPT-ASG
               PERFORM 3260-LEER-REGLA
                  THRU 3260-LEER-REGLA-EXIT
           END-IF
      *
           IF  DB2-NOTFND
               MOVE CT-TRAMO-SIN-REGLA     TO NUM-PRIORIDAD-ASG
               MOVE ZEROES                 TO IMP-TOPE-ASG
           END-IF
      *
           EXEC SQL
               UPDATE V1DT147
                  SET NUM_PRIORIDAD = :NUM-PRIORIDAD-ASG,
                      IMP_TOPE      = :IMP-TOPE-ASG
                WHERE NUM_SOLICITUD = :NUM-SOLICITUD-SOL
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3250-ESTAMPAR-REGLA-EXIT.
           EXIT.
      ******************************************************************
      * 3260-LEER-REGLA
      ******************************************************************
       3260-LEER-REGLA.
      *
           EXEC SQL
               SELECT NUM_PRIORIDAD,
                      IMP_TOPE
               INTO  :NUM-PRIORIDAD-ASG,
                     :IMP-TOPE-ASG
               FROM V1DT148
               WHERE COD_CPT_CMP_VTA = :COD-CPT-ASG
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           IF  NOT DB2-OK
           AND NOT DB2-NOTFND
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3260-LEER-REGLA-EXIT.
           EXIT.
      ******************************************************************
      * 3300-SIGUIENTE-TRAMO
      *  EL TRAMO SIGUIENTE ES EL MENOR CON SOLICITUDES PENDIENTES     *
      *  POR ENCIMA DEL ACTUAL; SE TERMINA AL AGOTAR EL LOTE O LOS     *
      *  TRAMOS                                                        *
      ******************************************************************
       3300-SIGUIENTE-TRAMO.
      *
           IF  WS-DISPONIBLE NOT GREATER THAN ZEROES
               SET FIN-TRAMOS              TO TRUE
               GO TO 3300-SIGUIENTE-TRAMO-EXIT
           END-IF
      *
           EXEC SQL
               SELECT VALUE(MIN(NUM_PRIORIDAD), 0)
               INTO  :WS-TRAMO
               FROM V1DT147
               WHERE EST_SOLICITUD = :CT-EST-PENDIENTE
                 AND COD_DIV       = :WS-COD-DIV
                 AND NUM_PRIORIDAD > :WS-TRAMO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-TRAMO EQUAL ZEROES
               SET FIN-TRAMOS              TO TRUE
           END-IF
      *
           .
       3300-SIGUIENTE-TRAMO-EXIT.
           EXIT.
      ******************************************************************
      *                    3400-ASIGNAR-TRAMO                          *
      *  FACTOR DE PRORRATA = DISPONIBLE / DEMANDA TOPADA DEL TRAMO,   *
      *  NUNCA MAYOR QUE UNO                                           *
      ******************************************************************
       3400-ASIGNAR-TRAMO.
      *
           PERFORM 3410-CALCULAR-DEMANDA
              THRU 3410-CALCULAR-DEMANDA-EXIT
      *
           IF  WS-DEMANDA-TRAMO NOT GREATER THAN ZEROES
               GO TO 3400-SIGUIENTE
           END-IF
      *
           IF  WS-DEMANDA-TRAMO NOT GREATER THAN WS-DISPONIBLE
               MOVE 1                      TO WS-FACTOR
           ELSE
               COMPUTE WS-FACTOR = WS-DISPONIBLE / WS-DEMANDA-TRAMO
           END-IF
      *
           MOVE ZEROES                     TO WS-ASIGNADO-TRAMO
           MOVE SPACES                     TO WS-CLIENTE-ANT
                                              WS-CPT-ANT
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C71B-V1DC7114
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-SOLICITUD-TRAMO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C71B-V1DC7114
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE WS-TRAMO                   TO LN-DET-TRAMO
           MOVE SPACES                     TO LN-IMP-TEXTO
           STRING 'TOTAL ASIGNADO EN EL TRAMO '
                                           DELIMITED BY SIZE
                  LN-DET-TRAMO             DELIMITED BY SIZE
                  INTO LN-IMP-TEXTO
           END-STRING
           MOVE WS-ASIGNADO-TRAMO          TO LN-IMP-IMPORTE
           WRITE REG-REPORTE             FROM LN-IMPORTE
      *
           .
       3400-SIGUIENTE.
      *
           PERFORM 3300-SIGUIENTE-TRAMO
              THRU 3300-SIGUIENTE-TRAMO-EXIT
      *
           .
       3400-ASIGNAR-TRAMO-EXIT.
           EXIT.
      ******************************************************************
      * 3410-CALCULAR-DEMANDA
      *  DEMANDA DEL TRAMO: POR CLIENTE Y CONCEPTO, LO PENDIENTE       *
      *  LIMITADO AL TOPE DE LA REGLA (CERO = SIN TOPE)                *
      ******************************************************************
       3410-CALCULAR-DEMANDA.
      *
           MOVE ZEROES                     TO WS-DEMANDA-TRAMO
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C71B-V1DC7113
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-DEMANDA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C71B-V1DC7113
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3410-CALCULAR-DEMANDA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-DEMANDA
      ******************************************************************
       LEER-DEMANDA.
      *
           EXEC SQL
               FETCH V13C71B-V1DC7113
               INTO :WS-DOC-GRUPO,
                    :WS-CPT-GRUPO,
                    :WS-DEMANDA-GRUPO,
                    :WS-TOPE-GRUPO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  WS-TOPE-GRUPO GREATER THAN ZEROES
                   AND WS-TOPE-GRUPO LESS THAN WS-DEMANDA-GRUPO
                       ADD WS-TOPE-GRUPO   TO WS-DEMANDA-TRAMO
                   ELSE
                       ADD WS-DEMANDA-GRUPO
                                           TO WS-DEMANDA-TRAMO
                   END-IF

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * LEER-SOLICITUD-TRAMO
      ******************************************************************
       LEER-SOLICITUD-TRAMO.
      *
           EXEC SQL
               FETCH V13C71B-V1DC7114
               INTO :NUM-SOLICITUD-SOL,
                    :COD-OFICINA-SOL,
                    :NUM-DOC-SOL,
                    :COD-CPT-SOL,
                    :IMP-SOLICITADO-SOL,
                    :IMP-ASIGNADO-SOL,
                    :IDF-RIF-BENEF-SOL,
                    :NOM-BENEF-SOL,
                    :COD-PAIS-CORR-SOL,
                    :COD-PAIS-DEST-SOL,
                    :CTA-PASIVO-SOL,
                    :TIP-PAGO-SOL,
                    :IMP-CONSUMIDO-SOL,
                    :IMP-TOPE-SOL,
                    :COD-ENT-SOL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3500-ASIGNAR-SOLICITUD
                      THRU 3500-ASIGNAR-SOLICITUD-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  3500-ASIGNAR-SOLICITUD                        *
      *  EL TOPE SE CONSUME EN ORDEN DE LLEGADA DENTRO DE CADA CLIENTE *
      *  Y CONCEPTO; SOBRE LO QUE CABE EN EL TOPE SE APLICA EL FACTOR  *
      *  Y SE TRUNCA A CENTIMOS                                        *
      ******************************************************************
       3500-ASIGNAR-SOLICITUD.
      *
           IF  NUM-DOC-SOL NOT EQUAL WS-CLIENTE-ANT
            OR COD-CPT-SOL NOT EQUAL WS-CPT-ANT
               MOVE NUM-DOC-SOL            TO WS-CLIENTE-ANT
               MOVE COD-CPT-SOL            TO WS-CPT-ANT
               IF  IMP-TOPE-SOL GREATER THAN ZEROES
                   MOVE IMP-TOPE-SOL       TO WS-TOPE-RESTANTE
               ELSE
                   MOVE CT-TOPE-MAXIMO     TO WS-TOPE-RESTANTE
               END-IF
           END-IF
      *
           COMPUTE WS-PENDIENTE = IMP-SOLICITADO-SOL - IMP-ASIGNADO-SOL
      *
           IF  WS-PENDIENTE GREATER THAN WS-TOPE-RESTANTE
               MOVE WS-TOPE-RESTANTE       TO WS-EFECTIVO
           ELSE
               MOVE WS-PENDIENTE           TO WS-EFECTIVO
           END-IF
           SUBTRACT WS-EFECTIVO          FROM WS-TOPE-RESTANTE
      *
           COMPUTE WS-ASIGNAR = WS-EFECTIVO * WS-FACTOR
      *
           IF  WS-ASIGNAR GREATER THAN WS-DISPONIBLE
               MOVE WS-DISPONIBLE          TO WS-ASIGNAR
           END-IF
      *
           MOVE NUM-DOC-SOL                TO LN-DET-CLIENTE
           MOVE NUM-SOLICITUD-SOL          TO LN-DET-SOLICITUD
           MOVE COD-CPT-SOL                TO LN-DET-CONCEPTO
           MOVE WS-TRAMO                   TO LN-DET-TRAMO
           MOVE WS-PENDIENTE               TO LN-DET-PENDIENTE
           MOVE WS-ASIGNAR                 TO LN-DET-ASIGNADO
           MOVE ZEROES                     TO LN-DET-BOLIVARES
                                              LN-DET-NUM-REF
      *
           IF  WS-ASIGNAR NOT GREATER THAN ZEROES
               MOVE ZEROES                 TO LN-DET-PCT
               WRITE REG-REPORTE         FROM LN-DETALLE
               GO TO 3500-ASIGNAR-SOLICITUD-EXIT
           END-IF
      *
      *    EL CLIENTE CON ORDEN JUDICIAL VIGENTE NO RECIBE ASIGNACION;
      *    SU PARTE QUEDA DISPONIBLE PARA LOS TRAMOS SIGUIENTES
      *
           PERFORM 3550-VALIDAR-BLOQUEO
              THRU 3550-VALIDAR-BLOQUEO-EXIT
      *
           IF  CON-BLOQUEO
               ADD 1                       TO CN-BLOQUEADAS
               MOVE ZEROES                 TO LN-DET-ASIGNADO
                                              LN-DET-PCT
               WRITE REG-REPORTE         FROM LN-DETALLE
               MOVE CT-TXT-BLOQUEO         TO LN-IMP-TEXTO
               MOVE WS-ASIGNAR             TO LN-IMP-IMPORTE
               WRITE REG-REPORTE         FROM LN-IMPORTE
               GO TO 3500-ASIGNAR-SOLICITUD-EXIT
           END-IF
      *
           COMPUTE WS-PCT-ASIGNADO ROUNDED =
                   WS-ASIGNAR * 100 / WS-PENDIENTE
           MOVE WS-PCT-ASIGNADO            TO LN-DET-PCT
      *
           COMPUTE WS-BOLIVARES ROUNDED =
                   WS-ASIGNAR * WS-TAS-INTERVENCION
      *
           PERFORM 3600-ACUNAR-REFERENCIA
              THRU 3600-ACUNAR-REFERENCIA-EXIT
      *
           PERFORM 3650-INSERTAR-OPERACION
              THRU 3650-INSERTAR-OPERACION-EXIT
      *
           PERFORM 3680-REGISTRAR-ASIGNACION
              THRU 3680-REGISTRAR-ASIGNACION-EXIT
      *
           SET BLQ-88-CONSUMO              TO TRUE
           MOVE WS-BOLIVARES               TO BLQ-IMP-BOLIVARES
           MOVE NUM-REF OF DCLV1DT001      TO BLQ-NUM-REF
           PERFORM 4900-GRABAR-MOVIMIENTO
              THRU 4900-GRABAR-MOVIMIENTO-EXIT
      *
           SUBTRACT WS-ASIGNAR           FROM WS-DISPONIBLE
           ADD WS-ASIGNAR                  TO WS-ASIGNADO-TRAMO
                                              WS-ASIGNADO-LOTE
           ADD 1                           TO WS-CANT-SOL-LOTE
                                              CN-ASIGNACIONES
      *
           MOVE WS-BOLIVARES               TO LN-DET-BOLIVARES
           MOVE NUM-REF OF DCLV1DT001      TO LN-DET-NUM-REF
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           .
       3500-ASIGNAR-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      *                  3550-VALIDAR-BLOQUEO                          *
      *  ORDEN VIGENTE EN V1DT121 A LA FECHA DE PROCESO DE ALCANCE A   *
      *  (TODAS) O T (SE PAGA POR TRANSFERENCIA); LA SOLICITUD ES UNA  *
      *  COMPRA Y NO LE APLICA EL ALCANCE V.  EL INTENTO SE ANOTA EN   *
      *  V1DT122 SIN NUMERO DE REFERENCIA, QUE NO LLEGA A ACUNARSE     *
      ******************************************************************
       3550-VALIDAR-BLOQUEO.
      *
           SET SIN-BLOQUEO                 TO TRUE
           MOVE NUM-DOC-SOL                TO NUM-DOC-BLOQUEO
           MOVE SPACES                     TO WS-ALC-TRANSF
      *
           IF  TIP-PAGO-SOL EQUAL CT-PAGO-TRANSF
               MOVE CT-ALC-TRANSF          TO WS-ALC-TRANSF
           END-IF
      *
           EXEC SQL
               SELECT VALUE(MIN(NUM_ORDEN), 0)
               INTO  :NUM-ORDEN-JUD
               FROM V1DT121
               WHERE NUM_DOC_PERSONA = :NUM-DOC-BLOQUEO
                 AND EST_ORDEN       = :CT-ORDEN-VIGENTE
                 AND FEC_DESDE      <= :WS-FEC-PROCESO
                 AND (FEC_HASTA      = ' '
                  OR  FEC_HASTA     >= :WS-FEC-PROCESO)
                 AND COD_ALCANCE    IN (:CT-ALC-TODAS,
                                        :WS-ALC-TRANSF)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  NUM-ORDEN-JUD EQUAL ZEROES
               GO TO 3550-VALIDAR-BLOQUEO-EXIT
           END-IF
      *
           SET CON-BLOQUEO                 TO TRUE
      *
           MOVE NUM-ORDEN-JUD              TO NUM-ORDEN-INT
           MOVE WS-FEC-PROCESO             TO FEC-INTENTO-JUD
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-INTENTO-JUD
           MOVE CT-PROGRAMA                TO COD-PROGRAMA-INT
           MOVE NUM-DOC-SOL                TO NUM-DOC-INTENTO
           MOVE SPACES                     TO COD-USUARIO-INT
           MOVE ZEROES                     TO NUM-REF-INTENTO
           MOVE CT-IDF-COMPRA              TO IDF-CMP-VTA-INT
           MOVE TIP-PAGO-SOL               TO TIP-PAGO-INT
           MOVE WS-COD-DIV                 TO COD-DIV-INT
           MOVE WS-ASIGNAR                 TO IMP-INTENTO
      *
           EXEC SQL
               INSERT INTO V1DT122
                   (NUM_ORDEN,
                    FEC_INTENTO,
                    HOR_INTENTO,
                    COD_PROGRAMA,
                    NUM_DOC_PERSONA,
                    COD_USUARIO,
                    NUM_REF,
                    IDF_CMP_VTA,
                    TIP_PAGO,
                    COD_DIV_OPE,
                    IMP_OPE,
                    FEC_INFORMADO)
               VALUES
                   (:NUM-ORDEN-INT,
                    :FEC-INTENTO-JUD,
                    :HOR-INTENTO-JUD,
                    :COD-PROGRAMA-INT,
                    :NUM-DOC-INTENTO,
                    :COD-USUARIO-INT,
                    :NUM-REF-INTENTO,
                    :IDF-CMP-VTA-INT,
                    :TIP-PAGO-INT,
                    :COD-DIV-INT,
                    :IMP-INTENTO,
                    ' ')
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3550-VALIDAR-BLOQUEO-EXIT.
           EXIT.
      ******************************************************************
      *                  3600-ACUNAR-REFERENCIA                        *
      *  NUMERACION DEFENDIBLE: LA FILA DEL CONTADOR SE ACTUALIZA Y    *
      *  SE LEE EN LA MISMA UNIDAD DE TRABAJO (V1DT056)                *
      ******************************************************************
       3600-ACUNAR-REFERENCIA.
      *
           MOVE CT-CONTADOR-INTERVEN       TO COD-CONTADOR
      *
           EXEC SQL
               UPDATE V1DT056
                  SET NUM_ACTUAL   = NUM_ACTUAL + 1
                WHERE COD_CONTADOR = :COD-CONTADOR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NUM_ACTUAL
               INTO  :NUM-ACTUAL
               FROM V1DT056
               WHERE COD_CONTADOR = :COD-CONTADOR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE NUM-ACTUAL                 TO NUM-REF OF DCLV1DT001
      *
           .
       3600-ACUNAR-REFERENCIA-EXIT.
           EXIT.
      ******************************************************************
      *                  3650-INSERTAR-OPERACION                       *
      *  LA ASIGNACION ENTRA A V1DT001 COMO UNA COMPRA DEL CLIENTE A   *
      *  LA TASA DE INTERVENCION DEL LOTE                              *
      ******************************************************************
       3650-INSERTAR-OPERACION.
      *
           MOVE WS-FEC-PROCESO             TO FEC-OPE
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-OPE
           MOVE WS-FEC-PROCESO             TO FEC-VALOR
           MOVE COD-OFICINA-SOL            TO COD-OPE-BANCO
           MOVE COD-ENT-SOL                TO COD-ENT-BANCO
           MOVE WS-COD-DIV                 TO COD-DIV-OPE
           MOVE '1'                        TO TIP-OPE
           MOVE '1'                        TO IND-TIP-OPE
           MOVE '1'                        TO CLA-USO-OPE
           MOVE COD-CPT-SOL     TO COD-CPT-CMP-VTA OF DCLV1DT001
           MOVE CT-IDF-COMPRA              TO IDF-CMP-VTA
           MOVE NUM-DOC-SOL                TO NUM-DOC-PERSONA
           MOVE IDF-RIF-BENEF-SOL          TO IDF-RIF-BENEF
           MOVE NOM-BENEF-SOL              TO NOM-BENEF
           MOVE SPACES                     TO NOM-RAZON
           MOVE COD-PAIS-CORR-SOL          TO COD-PAIS-CORR
           MOVE COD-PAIS-DEST-SOL          TO COD-PAIS-DEST
           MOVE CTA-PASIVO-SOL             TO CTA-PASIVO-CL
           MOVE WS-ASIGNAR                 TO IMP-OPE
           MOVE WS-TAS-INTERVENCION        TO TAS-CAMBIO
                                              TAS-BOLIVAR
           COMPUTE TAS-DOLAR ROUNDED =
                   WS-TAS-INTERVENCION / WS-TAS-USD
           MOVE TIP-PAGO-SOL               TO TIP-PAGO
           MOVE SPACE                      TO IDF-SEGURID
           MOVE 'C'                        TO CLA-CONTRAPARTE
           MOVE SPACES                     TO NUM-DOC-APODERADO
      *
           EXEC SQL
               INSERT INTO V1DT001
                   (NUM_REF,
                    FEC_OPE,
                    HOR_OPE,
                    FEC_VALOR,
                    COD_OPE_BANCO,
                    COD_ENT_BANCO,
                    COD_DIV_OPE,
                    TIP_OPE,
                    IND_TIP_OPE,
                    CLA_USO_OPE,
                    COD_CPT_CMP_VTA,
                    IDF_CMP_VTA,
                    NUM_DOC_PERSONA,
                    IDF_RIF_BENEF,
                    NOM_BENEF,
                    NOM_RAZON,
                    COD_PAIS_CORR,
                    COD_PAIS_DEST,
                    CTA_PASIVO_CL,
                    IMP_OPE,
                    TAS_CAMBIO,
                    TAS_BOLIVAR,
                    TAS_DOLAR,
                    TIP_PAGO,
                    IDF_SEGURID,
                    CLA_CONTRAPARTE,
                    NUM_DOC_APODERADO)
               VALUES
                   (:DCLV1DT001.NUM-REF,
                    :DCLV1DT001.FEC-OPE,
                    :DCLV1DT001.HOR-OPE,
                    :DCLV1DT001.FEC-VALOR,
                    :DCLV1DT001.COD-OPE-BANCO,
                    :DCLV1DT001.COD-ENT-BANCO,
                    :DCLV1DT001.COD-DIV-OPE,
                    :DCLV1DT001.TIP-OPE,
                    :DCLV1DT001.IND-TIP-OPE,
                    :DCLV1DT001.CLA-USO-OPE,
                    :DCLV1DT001.COD-CPT-CMP-VTA,
                    :DCLV1DT001.IDF-CMP-VTA,
                    :DCLV1DT001.NUM-DOC-PERSONA,
                    :DCLV1DT001.IDF-RIF-BENEF,
                    :DCLV1DT001.NOM-BENEF,
                    :DCLV1DT001.NOM-RAZON,
                    :DCLV1DT001.COD-PAIS-CORR,
                    :DCLV1DT001.COD-PAIS-DEST,
                    :DCLV1DT001.CTA-PASIVO-CL,
                    :DCLV1DT001.IMP-OPE,
                    :DCLV1DT001.TAS-CAMBIO,
                    :DCLV1DT001.TAS-BOLIVAR,
                    :DCLV1DT001.TAS-DOLAR,
                    :DCLV1DT001.TIP-PAGO,
                    :DCLV1DT001.IDF-SEGURID,
                    :DCLV1DT001.CLA-CONTRAPARTE,
                    :DCLV1DT001.NUM-DOC-APODERADO)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      * AD01-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      *
           PERFORM 3660-REGISTRAR-EVENTO
              THRU 3660-REGISTRAR-EVENTO-EXIT
      * AD01-F
      *
           .
       3650-INSERTAR-OPERACION-EXIT.
           EXIT.
      * AD01-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      ******************************************************************
      *                   3660-REGISTRAR-EVENTO                        *
      *  EL EVENTO DE ALTA SE COMPROMETE JUNTO CON LA OPERACION        *
      ******************************************************************
       3660-REGISTRAR-EVENTO.
      *
           INITIALIZE V1WC969
           SET W969-88-ALTA                TO TRUE
           MOVE NUM-REF OF DCLV1DT001      TO W969-NUM-REF
           MOVE CT-PROGRAMA                TO W969-PROGRAMA
           MOVE SPACES                     TO W969-USUARIO
           MOVE COD-DIV-OPE OF DCLV1DT001  TO W969-COD-DIV
           MOVE IMP-OPE OF DCLV1DT001      TO W969-IMP-OPE
           MOVE IDF-CMP-VTA OF DCLV1DT001  TO W969-IDF-CMP-VTA
           MOVE COD-CPT-CMP-VTA OF DCLV1DT001
                                           TO W969-DETALLE
           CALL CT-V19C069 USING V1WC969
      *
           IF  W969-88-ERROR-DB2
               MOVE W969-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3660-REGISTRAR-EVENTO-EXIT.
           EXIT.
      * AD01-F
      ******************************************************************
      *                 3680-REGISTRAR-ASIGNACION                      *
      *  DETALLE DEL LOTE (V1DT150) Y ACUMULADOS DE LA SOLICITUD; LA   *
      *  SOLICITUD CUBIERTA POR COMPLETO QUEDA ASIGNADA                *
      ******************************************************************
       3680-REGISTRAR-ASIGNACION.
      *
           MOVE LOT-NUM-LOTE               TO NUM-LOTE-DET
           MOVE NUM-SOLICITUD-SOL          TO NUM-SOLICITUD-DET
           MOVE WS-TRAMO                   TO NUM-PRIORIDAD-DET
           MOVE WS-ASIGNAR                 TO IMP-ASIGNADO-DET
           MOVE WS-BOLIVARES               TO IMP-BOLIVARES-DET
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-DET
      *
           EXEC SQL
               INSERT INTO V1DT150
                   (NUM_LOTE,
                    NUM_SOLICITUD,
                    NUM_PRIORIDAD,
                    IMP_ASIGNADO,
                    IMP_BOLIVARES,
                    NUM_REF)
               VALUES
                   (:NUM-LOTE-DET,
                    :NUM-SOLICITUD-DET,
                    :NUM-PRIORIDAD-DET,
                    :IMP-ASIGNADO-DET,
                    :IMP-BOLIVARES-DET,
                    :NUM-REF-DET)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD WS-ASIGNAR                  TO IMP-ASIGNADO-SOL
           ADD WS-BOLIVARES                TO IMP-CONSUMIDO-SOL
      *
           IF  IMP-ASIGNADO-SOL NOT LESS THAN IMP-SOLICITADO-SOL
               MOVE CT-EST-ASIGNADA        TO EST-SOLICITUD-SOL
           ELSE
               MOVE CT-EST-PENDIENTE       TO EST-SOLICITUD-SOL
           END-IF
      *
           EXEC SQL
               UPDATE V1DT147
                  SET IMP_ASIGNADO  = :IMP-ASIGNADO-SOL,
                      IMP_CONSUMIDO = :IMP-CONSUMIDO-SOL,
                      EST_SOLICITUD = :EST-SOLICITUD-SOL
                WHERE NUM_SOLICITUD = :NUM-SOLICITUD-SOL
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3680-REGISTRAR-ASIGNACION-EXIT.
           EXIT.
      ******************************************************************
      *                      3700-CERRAR-LOTE                          *
      *  REGISTRA EL LOTE Y, SI CIERRA LA COLA DE LA DIVISA, DEJA LAS  *
      *  SOLICITUDES NO CUBIERTAS CERRADAS CON EL REMANENTE PARA QUE   *
      *  5000-LIBERACIONES DEVUELVA SU BLOQUEO                         *
      ******************************************************************
       3700-CERRAR-LOTE.
      *
           MOVE LOT-NUM-LOTE               TO NUM-LOTE-LOT
           MOVE WS-FEC-PROCESO             TO FEC-LOTE-LOT
           MOVE WS-COD-DIV                 TO COD-DIV-LOT
           MOVE LOT-IMPORTE                TO IMP-LOTE-LOT
           MOVE WS-TAS-INTERVENCION        TO TAS-INTERVENCION-LOT
           MOVE WS-ASIGNADO-LOTE           TO IMP-ASIGNADO-LOT
           MOVE WS-CANT-SOL-LOTE           TO CANT-SOLICITUDES-LOT
           IF  LOT-88-NO-CIERRA-COLA
               MOVE 'N'                    TO IND-CIERRE-LOT
           ELSE
               MOVE 'S'                    TO IND-CIERRE-LOT
           END-IF
      *
           EXEC SQL
               INSERT INTO V1DT149
                   (NUM_LOTE,
                    FEC_LOTE,
                    COD_DIV,
                    IMP_LOTE,
                    TAS_INTERVENCION,
                    IMP_ASIGNADO,
                    CANT_SOLICITUDES,
                    IND_CIERRE)
               VALUES
                   (:NUM-LOTE-LOT,
                    :FEC-LOTE-LOT,
                    :COD-DIV-LOT,
                    :IMP-LOTE-LOT,
                    :TAS-INTERVENCION-LOT,
                    :IMP-ASIGNADO-LOT,
                    :CANT-SOLICITUDES-LOT,
                    :IND-CIERRE-LOT)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  LOT-88-CIERRA-COLA
               EXEC SQL
                   UPDATE V1DT147
                      SET EST_SOLICITUD = :CT-EST-CERRADA
                    WHERE EST_SOLICITUD = :CT-EST-PENDIENTE
                      AND COD_DIV       = :WS-COD-DIV
               END-EXEC
               IF  SQLCODE NOT EQUAL ZEROES
               AND SQLCODE NOT EQUAL +100
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
               END-IF
           END-IF
      *
           MOVE 'TOTAL DEL LOTE'           TO LN-IMP-TEXTO
           MOVE LOT-IMPORTE                TO LN-IMP-IMPORTE
           WRITE REG-REPORTE             FROM LN-IMPORTE
           MOVE 'TOTAL ASIGNADO A CLIENTES'
                                           TO LN-IMP-TEXTO
           MOVE WS-ASIGNADO-LOTE           TO LN-IMP-IMPORTE
           WRITE REG-REPORTE             FROM LN-IMPORTE
           MOVE 'NO ASIGNADO (SIN DEMANDA)'
                                           TO LN-IMP-TEXTO
           MOVE WS-DISPONIBLE              TO LN-IMP-IMPORTE
           WRITE REG-REPORTE             FROM LN-IMPORTE
           MOVE 'SOLICITUDES ATENDIDAS'    TO LN-TOT-TEXTO
           MOVE WS-CANT-SOL-LOTE           TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
      *
           .
       3700-CERRAR-LOTE-EXIT.
           EXIT.
      ******************************************************************
      * 4900-GRABAR-MOVIMIENTO
      *  EL LLAMADOR DEJA TIPO, IMPORTE Y REFERENCIA; LA SOLICITUD Y   *
      *  LA CUENTA SALEN DE DCLV1DT147                                 *
      ******************************************************************
       4900-GRABAR-MOVIMIENTO.
      *
           MOVE WS-FEC-PROCESO             TO BLQ-FEC-PROCESO
           MOVE NUM-SOLICITUD-SOL          TO BLQ-NUM-SOLICITUD
           MOVE CTA-PASIVO-SOL             TO BLQ-CTA-PASIVO
      *
           WRITE REG-BLOQUEO             FROM REG-BLQ-DETALLE
      *
           ADD 1                           TO CN-MOVIMIENTOS
           ADD BLQ-IMP-BOLIVARES           TO WS-TOT-BLQ-IMPORTE
      *
           .
       4900-GRABAR-MOVIMIENTO-EXIT.
           EXIT.
      ******************************************************************
      *                     5000-LIBERACIONES                          *
      ******************************************************************
       5000-LIBERACIONES.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'BLOQUEOS LIBERADOS'       TO LN-SUB-TEXTO
           WRITE REG-REPORTE             FROM LN-SUBTITULO
           WRITE REG-REPORTE             FROM LN-CAB-LIBERA
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C71B-V1DC7115
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-LIBERACION
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C71B-V1DC7115
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       5000-LIBERACIONES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-LIBERACION
      ******************************************************************
       LEER-LIBERACION.
      *
           EXEC SQL
               FETCH V13C71B-V1DC7115
               INTO :NUM-SOLICITUD-SOL,
                    :NUM-DOC-SOL,
                    :CTA-PASIVO-SOL,
                    :IMP-BLOQUEADO-SOL,
                    :IMP-CONSUMIDO-SOL,
                    :EST-SOLICITUD-SOL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5100-LIBERAR-BLOQUEO
                      THRU 5100-LIBERAR-BLOQUEO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 5100-LIBERAR-BLOQUEO
      *  SE LIBERA LO BLOQUEADO Y NO CONSUMIDO.  SI LA TASA DE         *
      *  INTERVENCION SUPERO A LA DEL BLOQUEO NO QUEDA NADA QUE        *
      *  LIBERAR Y LA DIFERENCIA SE VE EN NEGATIVO EN EL REPORTE       *
      ******************************************************************
       5100-LIBERAR-BLOQUEO.
      *
           COMPUTE WS-LIBERAR = IMP-BLOQUEADO-SOL - IMP-CONSUMIDO-SOL
      *
           MOVE NUM-SOLICITUD-SOL          TO LN-LIB-SOLICITUD
           MOVE NUM-DOC-SOL                TO LN-LIB-CLIENTE
           MOVE CTA-PASIVO-SOL             TO LN-LIB-CUENTA
           MOVE IMP-BLOQUEADO-SOL          TO LN-LIB-BLOQUEADO
           MOVE IMP-CONSUMIDO-SOL          TO LN-LIB-CONSUMIDO
           MOVE WS-LIBERAR                 TO LN-LIB-LIBERADO
           MOVE EST-SOLICITUD-SOL          TO LN-LIB-ESTADO
           WRITE REG-REPORTE             FROM LN-LIBERA
      *
           IF  WS-LIBERAR GREATER THAN ZEROES
               SET BLQ-88-LIBERACION       TO TRUE
               MOVE WS-LIBERAR             TO BLQ-IMP-BOLIVARES
               MOVE ZEROES                 TO BLQ-NUM-REF
               PERFORM 4900-GRABAR-MOVIMIENTO
                  THRU 4900-GRABAR-MOVIMIENTO-EXIT
           END-IF
      *
           MOVE CT-BLQ-LIBERADO            TO EST-BLOQUEO-SOL
      *
           EXEC SQL
               UPDATE V1DT147
                  SET EST_BLOQUEO   = :EST-BLOQUEO-SOL
                WHERE NUM_SOLICITUD = :NUM-SOLICITUD-SOL
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-LIBERACIONES
      *
           .
       5100-LIBERAR-BLOQUEO-EXIT.
           EXIT.
      ******************************************************************
      * 5900-ALERTAR
      ******************************************************************
       5900-ALERTAR.
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE 'A'                        TO W925-SEVERIDAD
           STRING 'LOTE BCV '              DELIMITED BY SIZE
                  LOT-NUM-LOTE             DELIMITED BY SIZE
                  ': '                     DELIMITED BY SIZE
                  LN-RCH-TEXTO             DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           .
       5900-ALERTAR-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           MOVE WS-FEC-PROCESO             TO TBL-FEC-PROCESO
           MOVE CN-MOVIMIENTOS             TO TBL-CANT-MOVIMIENTOS
           MOVE WS-TOT-BLQ-IMPORTE         TO TBL-IMP-BOLIVARES
           WRITE REG-BLOQUEO             FROM REG-BLQ-TOTALES
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'LOTES LEIDOS'             TO LN-TOT-TEXTO
           MOVE CN-LOTES-LEIDOS            TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'LOTES REPARTIDOS'         TO LN-TOT-TEXTO
           MOVE CN-LOTES-REPARTIDOS        TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'LOTES NO REPARTIDOS'      TO LN-TOT-TEXTO
           MOVE CN-LOTES-RECHAZADOS        TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'ASIGNACIONES GENERADAS'   TO LN-TOT-TEXTO
           MOVE CN-ASIGNACIONES            TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'BLOQUEOS ENVIADOS'        TO LN-TOT-TEXTO
           MOVE CN-BLOQUEOS                TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
           MOVE 'BLOQUEOS LIBERADOS'       TO LN-TOT-TEXTO
           MOVE CN-LIBERACIONES            TO LN-TOT-CANTIDAD
           WRITE REG-REPORTE             FROM LN-TOTAL
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-LOTES
                 ARCH-REPORTE
                 ARCH-BLOQUEOS
      *
           DISPLAY 'V13C71B - LOTES LEIDOS:           '
                   CN-LOTES-LEIDOS
           DISPLAY 'V13C71B - LOTES REPARTIDOS:       '
                   CN-LOTES-REPARTIDOS
           DISPLAY 'V13C71B - LOTES NO REPARTIDOS:    '
                   CN-LOTES-RECHAZADOS
           DISPLAY 'V13C71B - ASIGNACIONES:           '
                   CN-ASIGNACIONES
           DISPLAY 'V13C71B - BLOQUEOS ENVIADOS:      '
                   CN-BLOQUEOS
           DISPLAY 'V13C71B - BLOQUEOS LIBERADOS:     '
                   CN-LIBERACIONES
           DISPLAY 'V13C71B - POR BLOQUEO JUDICIAL:   '
                   CN-BLOQUEADAS
      *
           IF  CN-LOTES-RECHAZADOS GREATER THAN ZEROES
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LOTES-LEIDOS            TO W924-CANT-LEIDOS
           MOVE CN-ASIGNACIONES            TO W924-CANT-GRABADOS
           MOVE CN-LIBERACIONES            TO W924-CANT-ACTUALIZADOS
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
      *
           .
       6000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *                       9999-ABEND-DB2                           *
      *  SE TERMINA EL PROCESO CUANDO SE PRODUCE UN ERROR DB2          *
      ******************************************************************
       9999-ABEND-DB2.
      *
           DISPLAY 'V13C71B - ERROR DB2 SQLCODE: ' SQLCODE
      *
           EXEC SQL
               ROLLBACK
           END-EXEC
      *
           MOVE 16                         TO RETURN-CODE
      *
           STOP RUN
           .
       9999-ABEND-DB2-EXIT.
           EXIT.
