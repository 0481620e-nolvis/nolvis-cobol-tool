      *  FECHA, LAS QUE NO SE REPORTAN, Y AL FINAL SE REPORTAN LAS     *
      *  INSTRUCCIONES EMITIDAS EN O ANTES DE LA FECHA LIMITE QUE      *
      *  SIGUEN SIN LIQUIDAR PARA QUE OPERACIONES LAS PERSIGA          *
      *  CADA LIQUIDACION DEJA SU EVENTO EN LA BANDEJA DE SALIDA      *
      *  V1DT177 (V19C069) PARA EL PUBLICADOR V13C91B                  *
      *  UNA OPERACION EN TRAMOS TIENE VARIAS INSTRUCCIONES CON EL     *
      *  MISMO NUM_REF: LA CONFIRMACION SE BUSCA POR NUMERO DE         *
      *  INSTRUCCION, MARCA SOLO ESE TRAMO, Y EL EVENTO DE             *
      *  LIQUIDACION SALE CUANDO CONFIRMA EL ULTIMO; MIENTRAS TANTO    *
      *  CADA TRAMO CONFIRMADO SE REPORTA COMO LIQUIDACION PARCIAL     *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
       01  WS-VARIABLES-AUXILIARES.
      *
           05  WS-FEC-LIMITE               PIC X(08)   VALUE SPACES.
      * AD02-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           05  WS-COD-DIV-EVT              PIC X(03)   VALUE SPACES.
           05  WS-IDF-CMP-VTA-EVT          PIC X(01)   VALUE SPACE.
           05  WS-DETALLE-LIQ.
               10  WS-DET-INSTRUCCION      PIC 9(09)   VALUE ZEROES.
               10  FILLER                  PIC X(01)   VALUE SPACE.
               10  WS-DET-FEC-LIQUIDACION  PIC X(08)   VALUE SPACES.
      * AD02-F
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           05  WS-CANT-INSTRUCCIONES       PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-PENDIENTES          PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-IMP-TOTAL-LIQ            PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
      * AD03-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
           05  CT-FEED-CONFIRMA            PIC X(08)   VALUE 'CONFIRMA'.
           05  CT-HDR-MARCA                PIC X(03)   VALUE 'HDR'.
      * AD01-F
      * AD02-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           05  CT-V19C069                  PIC X(08)   VALUE 'V19C069'.
           05  CT-USR-BATCH                PIC X(08)   VALUE 'BATCH'.
      * AD02-F
           05  CT-EST-EMITIDA              PIC X(01)   VALUE 'E'.
           05  CT-EST-LIQUIDADA            PIC X(01)   VALUE 'L'.
           05  CT-TIPO-NO-EXISTE           PIC X(12)
                                           VALUE 'YA LIQUIDADA'.
           05  CT-TIPO-ENVEJECIDA          PIC X(12)
                                           VALUE 'ENVEJECIDA'.
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           05  CT-TIPO-PARCIAL             PIC X(12)
                                           VALUE 'LIQ. PARCIAL'.
      * AD03-F
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
           05  CN-COTEJADAS                PIC 9(07)   VALUE ZEROES.
           05  CN-NO-COTEJADAS             PIC 9(07)   VALUE ZEROES.
           05  CN-ENVEJECIDAS              PIC 9(07)   VALUE ZEROES.
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           05  CN-PARCIALES                PIC 9(07)   VALUE ZEROES.
      * AD03-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      * AD01-F
      * AD02-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      *  COPY DE LA RUTINA V19C069 (EVENTOS DEL CICLO DE VIDA)
           COPY V1WC969.
      * AD02-F
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           END-IF
      *
           MOVE CNF-NUM-REF-R              TO NUM-REF
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           MOVE CNF-NUM-INSTRUCCION-R      TO NUM-INSTRUCCION
      * AD03-F
      *
           EXEC SQL
               SELECT NUM_INSTRUCCION,
                     :EST-LIQUIDACION,
                     :IMP-INSTRUIDO
               FROM V1DT020
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *        WHERE NUM_REF = :NUM-REF
               WHERE NUM_INSTRUCCION = :NUM-INSTRUCCION
                 AND NUM_REF         = :NUM-REF
      * AD03-F
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
                      THRU 5100-COTEJAR-EXIT

               WHEN DB2-NOTFND
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *            MOVE CT-TIPO-NO-EXISTE  TO REP-TIPO
                   PERFORM 5050-CLASIFICAR-NO-HALLADA
                      THRU 5050-CLASIFICAR-NO-HALLADA-EXIT
      * AD03-F
                   PERFORM 5300-REPORTAR-NO-COTEJA
                      THRU 5300-REPORTAR-NO-COTEJA-EXIT

           .
       5000-PROCESAR-CONFIRMACION-EXIT.
           EXIT.
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      ******************************************************************
      *               5050-CLASIFICAR-NO-HALLADA                       *
      *  SI LA REFERENCIA TIENE INSTRUCCIONES PERO NINGUNA CON ESE     *
      *  NUMERO LA CONFIRMACION NO COTEJA; SI NO TIENE NINGUNA, LA     *
      *  OPERACION NUNCA SE EMITIO                                     *
      ******************************************************************
       5050-CLASIFICAR-NO-HALLADA.
      *
           MOVE ZEROES                     TO WS-CANT-INSTRUCCIONES
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-INSTRUCCIONES
               FROM V1DT020
               WHERE NUM_REF = :NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-INSTRUCCIONES GREATER ZEROES
               MOVE CT-TIPO-NO-COTEJA      TO REP-TIPO
           ELSE
               MOVE CT-TIPO-NO-EXISTE      TO REP-TIPO
           END-IF
      *
           .
       5050-CLASIFICAR-NO-HALLADA-EXIT.
           EXIT.
      * AD03-F
      ******************************************************************
      *                        5100-COTEJAR                            *
      *  LA CONFIRMACION DEBE TRAER EL MISMO NUMERO DE INSTRUCCION Y   *
               UPDATE V1DT020
                  SET EST_LIQUIDACION = :CT-EST-LIQUIDADA,
                      FEC_LIQUIDACION = :CNF-FEC-LIQUIDACION
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *         WHERE NUM_REF         = :NUM-REF
                WHERE NUM_INSTRUCCION = :NUM-INSTRUCCION
      * AD03-F
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           END-IF
      *
           ADD 1                           TO CN-COTEJADAS
      *
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *    LA OPERACION SOLO QUEDA LIQUIDADA CUANDO TODOS SUS TRAMOS
      *    ESTAN LIQUIDADOS (UNO DEVUELTO LA DEJA ABIERTA), Y EL EVENTO
      *    LLEVA SOLO LO EFECTIVAMENTE LIQUIDADO
           MOVE ZEROES                     TO WS-CANT-PENDIENTES
                                              WS-IMP-TOTAL-LIQ
      *
           EXEC SQL
               SELECT VALUE(SUM(CASE WHEN EST_LIQUIDACION <>
                                          :CT-EST-LIQUIDADA
                                     THEN 1
                                     ELSE 0
                                END), 0),
                      VALUE(SUM(CASE WHEN EST_LIQUIDACION =
                                          :CT-EST-LIQUIDADA
                                     THEN IMP_INSTRUIDO
                                     ELSE 0
                                END), 0)
               INTO  :WS-CANT-PENDIENTES,
                     :WS-IMP-TOTAL-LIQ
               FROM V1DT020
               WHERE NUM_REF = :NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-PENDIENTES GREATER ZEROES
               ADD 1                       TO CN-PARCIALES
               MOVE CT-TIPO-PARCIAL        TO REP-TIPO
               MOVE NUM-INSTRUCCION        TO REP-NUM-INSTRUCCION
               MOVE NUM-REF                TO REP-NUM-REF
               MOVE IMP-INSTRUIDO          TO REP-IMP
               MOVE CNF-FEC-LIQUIDACION    TO REP-FEC
               WRITE REG-REPORTE
               MOVE SPACES                 TO REP-TIPO
               GO TO 5200-MARCAR-LIQUIDADA-EXIT
           END-IF
      * AD03-F
      *
      * AD02-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           PERFORM 5250-REGISTRAR-EVENTO
              THRU 5250-REGISTRAR-EVENTO-EXIT
      * AD02-F
      *
           .
       5200-MARCAR-LIQUIDADA-EXIT.
           EXIT.
      * AD02-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      ******************************************************************
      *                   5250-REGISTRAR-EVENTO                        *
      *  EVENTO DE LIQUIDACION EN LA BANDEJA DE SALIDA (V1DT177); SE   *
      *  COMPROMETE CON LA MARCA DE LIQUIDADA.  LA DIVISA Y EL SENTIDO *
      *  SE TOMAN DE LA OPERACION                                      *
      ******************************************************************
       5250-REGISTRAR-EVENTO.
      *
           EXEC SQL
               SELECT COD_DIV_OPE,
                      IDF_CMP_VTA
               INTO  :WS-COD-DIV-EVT,
                     :WS-IDF-CMP-VTA-EVT
               FROM V1DT001
               WHERE NUM_REF = :NUM-REF
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE SPACES             TO WS-COD-DIV-EVT
                                              WS-IDF-CMP-VTA-EVT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE NUM-INSTRUCCION            TO WS-DET-INSTRUCCION
           MOVE CNF-FEC-LIQUIDACION        TO WS-DET-FEC-LIQUIDACION
      *
           INITIALIZE V1WC969
           SET W969-88-LIQUIDACION         TO TRUE
           MOVE NUM-REF                    TO W969-NUM-REF
           MOVE CT-PROGRAMA                TO W969-PROGRAMA
           MOVE CT-USR-BATCH               TO W969-USUARIO
           MOVE WS-COD-DIV-EVT             TO W969-COD-DIV
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *    MOVE IMP-INSTRUIDO              TO W969-IMP-OPE
           MOVE WS-IMP-TOTAL-LIQ           TO W969-IMP-OPE
      * AD03-F
           MOVE WS-IDF-CMP-VTA-EVT         TO W969-IDF-CMP-VTA
           MOVE WS-DETALLE-LIQ             TO W969-DETALLE
           CALL CT-V19C069 USING V1WC969
      *
           IF  W969-88-ERROR-DB2
               MOVE W969-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5250-REGISTRAR-EVENTO-EXIT.
           EXIT.
      * AD02-F
      ******************************************************************
      *                  5300-REPORTAR-NO-COTEJA                       *
      ******************************************************************
                   CN-NO-COTEJADAS
           DISPLAY 'V12C54B - ENVEJECIDAS SIN PAGAR:  '
                   CN-ENVEJECIDAS
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           DISPLAY 'V12C54B - LIQUIDACIONES PARCIALES:'
                   CN-PARCIALES
      * AD03-F
      *
      * AD01-I : REGISTRO DE ARCHIVOS DE ALIMENTACION (V1DT076)
           SET W976-88-CONFIRMAR           TO TRUE
