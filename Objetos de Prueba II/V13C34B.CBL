      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALCAJ (POSICION DIARIA DE EFECTIVO POR    *
      *  OFICINA Y DIVISA CON SU ESTADO FRENTE A LOS UMBRALES)         *
      *  AD01: SEGUIDA DE LOS FALTANTES POR DENOMINACION               *
      * ------------------                                             *
      * PROCESO GLOBAL: INVENTARIO DE EFECTIVO EN DIVISAS POR          *
      *  OFICINA.  APLICA AL INVENTARIO V1DT095 LAS OPERACIONES EN     *
      *  ALERTA EN V1DT025, Y EMITE EL REPORTE DIARIO DE POSICION.     *
      *  LAS OFICINAS NO DEBEN RECHAZAR VENTAS EN EFECTIVO TENIENDO    *
      *  BILLETES QUE NADIE VE                                         *
      *  AD01: EL EFECTIVO NETO DEL DIA DE CADA OFICINA Y DIVISA SE    *
      *  REPARTE TAMBIEN POR DENOMINACION (V1DT104), DE MAYOR A MENOR  *
      *  VALOR FACIAL ENTRE LAS QUE LA OFICINA MANEJA (EN LAS VENTAS,  *
      *  SIN SACAR MAS BILLETES DE LOS QUE HAY).  LA OPERACION NO      *
      *  TRAE EL DESGLOSE, POR LO QUE ES UNA ESTIMACION QUE CORRIGE    *
      *  EL ARQUEO FISICO; EL RESTO QUE NO CUADRA CON NINGUN VALOR     *
      *  FACIAL QUEDA SIN DESGLOSAR.  LUEGO COMPARA LOS BILLETES DE    *
      *  CADA DENOMINACION CONTRA SU PISO (V1DT106) Y REPORTA LOS      *
      *  FALTANTES CON LA CANTIDAD E IMPORTE A PEDIR EN LA REMESA,     *
      *  CON ALERTA EN V1DT025                                         *
      *  AD02: UNA OFICINA Y DIVISA CON ARQUEO CONFIRMADO EN LA FECHA  *
      *  (V1DT107) NO SE REPARTE: SUS BILLETES POR DENOMINACION YA     *
      *  QUEDARON IGUALES A LO CONTADO                                 *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
           05  FILLER                      PIC X(02).
           05  REP-ESTADO                  PIC X(08).
           05  FILLER                      PIC X(09).
      * AD01-I : FALTANTE POR DENOMINACION
       01  REG-FALTANTE.
           05  REF-OFICINA                 PIC X(04).
           05  FILLER                      PIC X(02).
           05  REF-DIVISA                  PIC X(03).
           05  FILLER                      PIC X(02).
           05  REF-DENOMINACION            PIC ZZ.ZZ9.
           05  FILLER                      PIC X(02).
           05  REF-BILLETES                PIC Z.ZZZ.ZZZ.ZZ9-.
           05  FILLER                      PIC X(02).
           05  REF-PISO                    PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(02).
           05  REF-A-PEDIR                 PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(02).
           05  REF-IMP-A-PEDIR             PIC Z.ZZZ.ZZZ.ZZ9.
           05  FILLER                      PIC X(06).
           05  REF-ESTADO                  PIC X(08).
           05  FILLER                      PIC X(09).
      * AD01-F
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
                                                       VALUE ZEROES.
           05  WS-TECHO                    PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
      * AD01-I : REPARTO POR DENOMINACION
           05  WS-I                        PIC 9(02)   VALUE ZEROS.
           05  WS-CANT-DENOM               PIC 9(02)   VALUE ZEROS.
           05  WS-RESTO                    PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-BILLETES                 PIC S9(09)       COMP-3
                                                       VALUE ZEROES.
           05  WS-PISO-BILLETES            PIC S9(09)       COMP-3
                                                       VALUE ZEROES.
           05  WS-A-PEDIR                  PIC S9(09)       COMP-3
                                                       VALUE ZEROES.
           05  WS-DEN-EDIT                 PIC ZZZZ9.
           05  WS-TABLA-DENOM.
               10  WS-DENOM                OCCURS 20 TIMES.
                   15  WS-DEN-VALOR        PIC S9(05)       COMP-3.
                   15  WS-DEN-BILLETES     PIC S9(09)       COMP-3.
      * AD01-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
           05  SW-CON-UMBRAL               PIC X(01)   VALUE 'N'.
               88  CON-UMBRAL                          VALUE 'S'.
               88  SIN-UMBRAL                          VALUE 'N'.
      * AD01-I : REPARTO POR DENOMINACION (V1DT104)
           05  SW-FIN-DENOM                PIC X(01)   VALUE 'N'.
               88  FIN-DENOM                           VALUE 'S'.
               88  NO-FIN-DENOM                        VALUE 'N'.
           05  SW-SENTIDO                  PIC X(01)   VALUE 'E'.
               88  SW-88-ENTRADA                       VALUE 'E'.
               88  SW-88-SALIDA                        VALUE 'S'.
      * AD01-F
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-TIP-PAGO-EFECTIVO        PIC X(01)   VALUE 'E'.
           05  CT-COMPRA                   PIC X(01)   VALUE 'C'.
      * AD01-I : REPARTO POR DENOMINACION (V1DT104)
           05  CT-MAX-DENOM                PIC 9(02)   VALUE 20.
      * AD01-F
      * AD02-I : POSICIONES CON ARQUEO CONFIRMADO (V1DT107)
           05  CT-ARQUEO-CONFIRMADO        PIC X(01)   VALUE 'C'.
      * AD02-F
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-POSICIONES               PIC 9(05)   VALUE ZEROES.
           05  CN-ALERTAS                  PIC 9(05)   VALUE ZEROES.
      * AD01-I : REPARTO POR DENOMINACION (V1DT104)
           05  CN-SIN-DESGLOSE             PIC 9(05)   VALUE ZEROES.
           05  CN-CON-RESTO                PIC 9(05)   VALUE ZEROES.
           05  CN-FALTANTES                PIC 9(05)   VALUE ZEROES.
      * AD01-F
      * AD02-I : POSICIONES CON ARQUEO CONFIRMADO (V1DT107)
           05  CN-ARQUEADAS                PIC 9(05)   VALUE ZEROES.
      * AD02-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT097
           END-EXEC
      * AD01-I : REPARTO POR DENOMINACION (V1DT104)
      *
           EXEC SQL
               INCLUDE V1GT104
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT106
           END-EXEC
      * AD01-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
               ORDER BY COD_OFICINA,
                        COD_DIV
           END-EXEC
      * AD01-I : REPARTO POR DENOMINACION (V1DT104)
      *
      *    DENOMINACIONES QUE MANEJA LA OFICINA EN LA DIVISA, DE
      *    MAYOR A MENOR VALOR FACIAL
      *
           EXEC SQL
               DECLARE V13C34B-V1DC3413
               CURSOR FOR
               SELECT VAL_DENOMINACION,
                      CAN_BILLETES
               FROM V1DT104
               WHERE COD_OFICINA = :COD-OFI-DENOM
                 AND COD_DIV     = :COD-DIV-DENOM
               ORDER BY VAL_DENOMINACION DESC
           END-EXEC
      *
      *    DENOMINACIONES CON MENOS BILLETES QUE SU PISO (SIN FILA EN
      *    EL INVENTARIO CUENTA COMO CERO BILLETES)
      *
           EXEC SQL
               DECLARE V13C34B-V1DC3414
               CURSOR FOR
               SELECT P.COD_OFICINA,
                      P.COD_DIV,
                      P.VAL_DENOMINACION,
                      P.CAN_PISO,
                      VALUE(I.CAN_BILLETES, 0)
               FROM V1DT106 P
                    LEFT OUTER JOIN V1DT104 I
                      ON I.COD_OFICINA      = P.COD_OFICINA
                     AND I.COD_DIV          = P.COD_DIV
                     AND I.VAL_DENOMINACION = P.VAL_DENOMINACION
               WHERE VALUE(I.CAN_BILLETES, 0) < P.CAN_PISO
               ORDER BY P.COD_OFICINA,
                        P.COD_DIV,
                        P.VAL_DENOMINACION DESC
           END-EXEC
      * AD01-F
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *
           PERFORM 4000-VIGILAR-UMBRALES
              THRU 4000-VIGILAR-UMBRALES-EXIT
      *
      * AD01-I : REPARTO POR DENOMINACION (V1DT104)
           PERFORM 4500-VIGILAR-DENOMINACIONES
              THRU 4500-VIGILAR-DENOMINACIONES-EXIT
      * AD01-F
      *
           PERFORM 6000-FIN
              THRU 6000-FIN-EXIT
      *
           MOVE ZEROES                     TO CN-POSICIONES
                                              CN-ALERTAS
      * AD01-I : REPARTO POR DENOMINACION (V1DT104)
                                              CN-SIN-DESGLOSE
                                              CN-CON-RESTO
                                              CN-FALTANTES
      * AD01-F
      * AD02-I : POSICIONES CON ARQUEO CONFIRMADO (V1DT107)
                                              CN-ARQUEADAS
      * AD02-F
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
      * AD01-I : REPARTO POR DENOMINACION (V1DT104)
           PERFORM 3200-REPARTIR-DENOMINACIONES
              THRU 3200-REPARTIR-DENOMINACIONES-EXIT
      * AD01-F
      *
           .
       3000-APLICAR-DELTA-EXIT.
           .
       3100-INSERTAR-POSICION-EXIT.
           EXIT.
      * AD01-I : REPARTO POR DENOMINACION (V1DT104)
      ******************************************************************
      *               3200-REPARTIR-DENOMINACIONES                     *
      *  LAS COMPRAS NETAS ENTRAN EN LOS VALORES FACIALES MAYORES; LAS *
      *  VENTAS NETAS SALEN DE LOS MAYORES SIN DEJARLOS EN NEGATIVO.   *
      *  UNA OFICINA SIN DENOMINACIONES REGISTRADAS NO SE REPARTE      *
      ******************************************************************
       3200-REPARTIR-DENOMINACIONES.
      *
           MOVE COD-OFI-CAJA               TO COD-OFI-DENOM
           MOVE COD-DIV-CAJA               TO COD-DIV-DENOM
      * AD02-I : POSICIONES CON ARQUEO CONFIRMADO (V1DT107)
           MOVE ZEROES                     TO WS-CANT-DENOM
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CANT-DENOM
               FROM V1DT107
               WHERE COD_OFICINA  = :COD-OFI-DENOM
                 AND COD_DIV      = :COD-DIV-DENOM
                 AND EST_ARQUEO   = :CT-ARQUEO-CONFIRMADO
                 AND FEC_VERIFICA = :PAR-FECHA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-DENOM GREATER THAN ZEROES
               ADD 1                       TO CN-ARQUEADAS
               GO TO 3200-REPARTIR-DENOMINACIONES-EXIT
           END-IF
      * AD02-F
           MOVE ZEROES                     TO WS-CANT-DENOM
           INITIALIZE WS-TABLA-DENOM
      *
           SET NO-FIN-DENOM                TO TRUE
      *
           EXEC SQL
               OPEN V13C34B-V1DC3413
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-DENOMINACION
             UNTIL FIN-DENOM
      *
           EXEC SQL
               CLOSE V13C34B-V1DC3413
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-DENOM EQUAL ZEROES
               ADD 1                       TO CN-SIN-DESGLOSE
               GO TO 3200-REPARTIR-DENOMINACIONES-EXIT
           END-IF
      *
           IF  WS-DELTA LESS THAN ZEROES
               SET SW-88-SALIDA            TO TRUE
               COMPUTE WS-RESTO = ZERO - WS-DELTA
           ELSE
               SET SW-88-ENTRADA           TO TRUE
               MOVE WS-DELTA               TO WS-RESTO
           END-IF
      *
           PERFORM 3300-ASIGNAR-DENOMINACION
              THRU 3300-ASIGNAR-DENOMINACION-EXIT
                VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CANT-DENOM
      *
           IF  WS-RESTO GREATER THAN ZEROES
               ADD 1                       TO CN-CON-RESTO
           END-IF
      *
           .
       3200-REPARTIR-DENOMINACIONES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-DENOMINACION
      ******************************************************************
       LEER-DENOMINACION.
      *
           EXEC SQL
               FETCH V13C34B-V1DC3413
               INTO :VAL-DENOMINACION,
                    :CAN-BILLETES
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  WS-CANT-DENOM LESS THAN CT-MAX-DENOM
                       ADD 1               TO WS-CANT-DENOM
                       MOVE VAL-DENOMINACION
                                   TO WS-DEN-VALOR(WS-CANT-DENOM)
                       MOVE CAN-BILLETES
                                   TO WS-DEN-BILLETES(WS-CANT-DENOM)
                   END-IF

               WHEN DB2-NOTFND
                   SET FIN-DENOM           TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 3300-ASIGNAR-DENOMINACION
      ******************************************************************
       3300-ASIGNAR-DENOMINACION.
      *
           COMPUTE WS-BILLETES = WS-RESTO / WS-DEN-VALOR(WS-I)
      *
           IF  SW-88-SALIDA
               IF  WS-DEN-BILLETES(WS-I) LESS THAN ZEROES
                   MOVE ZEROES             TO WS-BILLETES
               END-IF
               IF  WS-BILLETES GREATER THAN WS-DEN-BILLETES(WS-I)
                   MOVE WS-DEN-BILLETES(WS-I)
                                           TO WS-BILLETES
               END-IF
           END-IF
      *
           IF  WS-BILLETES EQUAL ZEROES
               GO TO 3300-ASIGNAR-DENOMINACION-EXIT
           END-IF
      *
           COMPUTE WS-RESTO = WS-RESTO
                            - WS-BILLETES * WS-DEN-VALOR(WS-I)
      *
           IF  SW-88-SALIDA
               COMPUTE WS-BILLETES = ZERO - WS-BILLETES
           END-IF
      *
           MOVE WS-DEN-VALOR(WS-I)         TO VAL-DENOMINACION
           MOVE PAR-FECHA                  TO FEC-ACTUALIZADO-DENOM
      *
           EXEC SQL
               UPDATE V1DT104
                  SET CAN_BILLETES     = CAN_BILLETES + :WS-BILLETES,
                      FEC_ACTUALIZADO  = :FEC-ACTUALIZADO-DENOM
                WHERE COD_OFICINA      = :COD-OFI-DENOM
                  AND COD_DIV          = :COD-DIV-DENOM
                  AND VAL_DENOMINACION = :VAL-DENOMINACION
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3300-ASIGNAR-DENOMINACION-EXIT.
           EXIT.
      * AD01-F
      ******************************************************************
      *                   4000-VIGILAR-UMBRALES                        *
      ******************************************************************
           .
       5200-ALERTAR-EXIT.
           EXIT.
      * AD01-I : REPARTO POR DENOMINACION (V1DT104)
      ******************************************************************
      *                4500-VIGILAR-DENOMINACIONES                     *
      ******************************************************************
       4500-VIGILAR-DENOMINACIONES.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C34B-V1DC3414
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-FALTANTE
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C34B-V1DC3414
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       4500-VIGILAR-DENOMINACIONES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-FALTANTE
      ******************************************************************
       LEER-FALTANTE.
      *
           EXEC SQL
               FETCH V13C34B-V1DC3414
               INTO :COD-OFI-PISO-DEN,
                    :COD-DIV-PISO-DEN,
                    :VAL-DENOMINACION-PISO,
                    :CAN-PISO,
                    :CAN-BILLETES
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5500-REPORTAR-FALTANTE
                      THRU 5500-REPORTAR-FALTANTE-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 5500-REPORTAR-FALTANTE
      *  LO A PEDIR REPONE LA DENOMINACION HASTA SU PISO               *
      ******************************************************************
       5500-REPORTAR-FALTANTE.
      *
           ADD 1                           TO CN-FALTANTES
      *
           MOVE CAN-PISO                   TO WS-PISO-BILLETES
           COMPUTE WS-A-PEDIR = WS-PISO-BILLETES - CAN-BILLETES
      *
           MOVE SPACES                     TO REG-FALTANTE
           MOVE COD-OFI-PISO-DEN           TO REF-OFICINA
           MOVE COD-DIV-PISO-DEN           TO REF-DIVISA
           MOVE VAL-DENOMINACION-PISO      TO REF-DENOMINACION
           MOVE CAN-BILLETES               TO REF-BILLETES
           MOVE CAN-PISO                   TO REF-PISO
           MOVE WS-A-PEDIR                 TO REF-A-PEDIR
           COMPUTE REF-IMP-A-PEDIR = WS-A-PEDIR
                                   * VAL-DENOMINACION-PISO
           MOVE 'FALTANTE'                 TO REF-ESTADO
      *
           WRITE REG-FALTANTE
      *
           ADD 1                           TO CN-ALERTAS
           MOVE VAL-DENOMINACION-PISO      TO WS-DEN-EDIT
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE 'A'                        TO W925-SEVERIDAD
           STRING 'FALTAN BILLETES OFICINA '
                                           DELIMITED BY SIZE
                  COD-OFI-PISO-DEN         DELIMITED BY SIZE
                  ' DIVISA '               DELIMITED BY SIZE
                  COD-DIV-PISO-DEN         DELIMITED BY SIZE
                  ' DENOMINACION '         DELIMITED BY SIZE
                  WS-DEN-EDIT              DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           .
       5500-REPORTAR-FALTANTE-EXIT.
           EXIT.
      * AD01-F
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
                   CN-POSICIONES
           DISPLAY 'V13C34B - ALERTAS DE UMBRAL:      '
                   CN-ALERTAS
      * AD01-I : REPARTO POR DENOMINACION (V1DT104)
           DISPLAY 'V13C34B - FALTANTES POR DENOM.:   '
                   CN-FALTANTES
           DISPLAY 'V13C34B - POSIC. SIN DENOMINAC.:  '
                   CN-SIN-DESGLOSE
           DISPLAY 'V13C34B - POSIC. CON RESTO:       '
                   CN-CON-RESTO
      * AD01-F
      * AD02-I : POSICIONES CON ARQUEO CONFIRMADO (V1DT107)
           DISPLAY 'V13C34B - POSIC. YA ARQUEADAS:    '
                   CN-ARQUEADAS
      * AD02-F
      *
           EXEC SQL
               COMMIT
