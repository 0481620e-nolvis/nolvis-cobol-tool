      *  LOS COBROS FALLIDOS DE CORRIDAS ANTERIORES (SIN FONDOS,       *
      *  CUENTA BLOQUEADA) SE REINTENTAN EN CADA CORRIDA.  EL          *
      *  RETORNO DEL SISTEMA DE DEPOSITOS LO PROCESA V13C07B           *
      *  AD01: EL IGTF CALCULADO POR V13C38B (V1DT102) SE COBRA EN EL  *
      *  MISMO ARCHIVO COMO LINEA PROPIA (CGO-TIP-COBRO = 'I'), CON    *
      *  SUS REINTENTOS; LA EXONERACION DE COMISIONES NO LE APLICA     *
      *  AD02: LOS GASTOS DE CORRESPONSAL RECUPERABLES DEL CLIENTE     *
      *  (V1DT130, CLASIFICADOS POR V13C59B) SE COBRAN COMO LINEA      *
      *  PROPIA (CGO-TIP-COBRO = 'C'), UNA POR OPERACION, CON SUS      *
      *  REINTENTOS; TAMPOCO LES APLICA LA EXONERACION                 *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
           05  CGO-CTA-CLIENTE             PIC X(20).
           05  CGO-IMPORTE                 PIC 9(13)V9(02).
           05  CGO-FEC-CARGO               PIC X(08).
      * AD01-I : TIPO DE COBRO: ' ' COMISION  'I' IGTF
      * AD02-I :                'C' GASTOS DE CORRESPONSAL
      * AD02-F
           05  CGO-TIP-COBRO               PIC X(01).
           05  FILLER                      PIC X(26).
      * AD01-F
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
      *
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-FEC-CALCULO              PIC X(08)   VALUE SPACES.
      * AD02-I : ESTADO DE ORIGEN DE LOS GASTOS A COBRAR
           05  WS-EST-ORIGEN               PIC X(01)   VALUE SPACES.
      * AD02-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-EST-GENERADO             PIC X(01)   VALUE 'G'.
           05  CT-EST-FALLIDO              PIC X(01)   VALUE 'F'.
      * AD01-I : COBRO DEL IGTF (V1DT102)
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-TIP-COMISION             PIC X(01)   VALUE ' '.
           05  CT-TIP-IGTF                 PIC X(01)   VALUE 'I'.
      * AD01-F
      * AD02-I : COBRO DE GASTOS DE CORRESPONSAL (V1DT130)
           05  CT-TIP-GASTO                PIC X(01)   VALUE 'C'.
      * AD02-F
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-CARGOS-NUEVOS            PIC 9(07)   VALUE ZEROES.
           05  CN-REINTENTOS               PIC 9(07)   VALUE ZEROES.
      * AD01-I : COBRO DEL IGTF (V1DT102)
           05  CN-IGTF-NUEVOS              PIC 9(07)   VALUE ZEROES.
           05  CN-IGTF-REINTENTOS          PIC 9(07)   VALUE ZEROES.
      * AD01-F
      * AD02-I : COBRO DE GASTOS DE CORRESPONSAL (V1DT130)
           05  CN-GASTO-NUEVOS             PIC 9(07)   VALUE ZEROES.
           05  CN-GASTO-REINTENTOS         PIC 9(07)   VALUE ZEROES.
      * AD02-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT069
           END-EXEC
      * AD01-I : IGTF POR OPERACION (V1DT102)
      *
           EXEC SQL
               INCLUDE V1GT102
           END-EXEC
      * AD01-F
      * AD02-I : GASTOS DE CORRESPONSAL (V1DT130)
      *
           EXEC SQL
               INCLUDE V1GT130
           END-EXEC
      * AD02-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
                      WHERE C.NUM_REF = V1DT069.NUM_REF)
               ORDER BY NUM_REF
           END-EXEC
      * AD01-I : IGTF PENDIENTE DE COBRO HASTA LA FECHA Y COLA DE
      *          REINTENTOS DEL IGTF FALLIDO (V1DT102)
      *
           EXEC SQL
               DECLARE V13C06B-V1DC0613
               CURSOR FOR
               SELECT NUM_REF,
                      CTA_CLIENTE,
                      IMP_IGTF,
                      CANT_INTENTOS
               FROM V1DT102
               WHERE EST_COBRO = :CT-EST-PENDIENTE
                 AND FEC_OPE  <= :WS-FEC-CALCULO
                 AND IMP_IGTF  > 0
               ORDER BY NUM_REF
           END-EXEC
      *
           EXEC SQL
               DECLARE V13C06B-V1DC0614
               CURSOR FOR
               SELECT NUM_REF,
                      CTA_CLIENTE,
                      IMP_IGTF,
                      CANT_INTENTOS
               FROM V1DT102
               WHERE EST_COBRO = :CT-EST-FALLIDO
               ORDER BY NUM_REF
           END-EXEC
      * AD01-F
      * AD02-I : GASTOS DE CORRESPONSAL PENDIENTES (O FALLIDOS) DE
      *          COBRO, SUMADOS POR OPERACION
      *
           EXEC SQL
               DECLARE V13C06B-V1DC0615
               CURSOR FOR
               SELECT NUM_REF,
                      CTA_CLIENTE,
                      SUM(IMP_COBRO),
                      MAX(CANT_INTENTOS)
               FROM V1DT130
               WHERE EST_COBRO = :WS-EST-ORIGEN
                 AND IMP_COBRO > 0
               GROUP BY NUM_REF,
                        CTA_CLIENTE
               ORDER BY NUM_REF
           END-EXEC
      * AD02-F
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *
           PERFORM 3000-REINTENTOS
              THRU 3000-REINTENTOS-EXIT
      *
      * AD01-I : COBRO DEL IGTF
           PERFORM 4000-COBRO-IGTF
              THRU 4000-COBRO-IGTF-EXIT
      * AD01-F
      *
      * AD02-I : COBRO DE GASTOS DE CORRESPONSAL
           MOVE CT-EST-PENDIENTE           TO WS-EST-ORIGEN
           PERFORM 4500-COBRO-GASTOS
              THRU 4500-COBRO-GASTOS-EXIT
      *
           MOVE CT-EST-FALLIDO             TO WS-EST-ORIGEN
           PERFORM 4500-COBRO-GASTOS
              THRU 4500-COBRO-GASTOS-EXIT
      * AD02-F
      *
           PERFORM 6000-FIN
              THRU 6000-FIN-EXIT
      *
           MOVE ZEROES                     TO CN-CARGOS-NUEVOS
                                              CN-REINTENTOS
      * AD01-I : COBRO DEL IGTF (V1DT102)
                                              CN-IGTF-NUEVOS
                                              CN-IGTF-REINTENTOS
      * AD01-F
      * AD02-I : COBRO DE GASTOS DE CORRESPONSAL (V1DT130)
                                              CN-GASTO-NUEVOS
                                              CN-GASTO-REINTENTOS
      * AD02-F
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CTA-PASIVO-CL              TO CGO-CTA-CLIENTE
           MOVE IMP-COMISION               TO CGO-IMPORTE
           MOVE WS-FEC-HOY                 TO CGO-FEC-CARGO
      * AD01-I : COBRO DEL IGTF (V1DT102)
           MOVE CT-TIP-COMISION            TO CGO-TIP-COBRO
      * AD01-F
           WRITE REG-CARGO
      *
           MOVE NUM-REF OF DCLV1DT022      TO NUM-REF-COBRO
           MOVE CTA-CLIENTE                TO CGO-CTA-CLIENTE
           MOVE IMP-COBRO                  TO CGO-IMPORTE
           MOVE WS-FEC-HOY                 TO CGO-FEC-CARGO
      * AD01-I : COBRO DEL IGTF (V1DT102)
           MOVE CT-TIP-COMISION            TO CGO-TIP-COBRO
      * AD01-F
           WRITE REG-CARGO
      *
           ADD 1                           TO CANT-INTENTOS
           .
       5500-REINTENTAR-CARGO-EXIT.
           EXIT.
      * AD01-I : COBRO DEL IGTF (V1DT102)
      ******************************************************************
      *                      4000-COBRO-IGTF                           *
      *  IGTF PENDIENTE Y REINTENTOS DEL IGTF FALLIDO                  *
      ******************************************************************
       4000-COBRO-IGTF.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C06B-V1DC0613
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-IGTF
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C06B-V1DC0613
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C06B-V1DC0614
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-REINTENTO-IGTF
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C06B-V1DC0614
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
       4000-COBRO-IGTF-EXIT.
           EXIT.
      ******************************************************************
      * LEER-IGTF
      ******************************************************************
       LEER-IGTF.
      *
           EXEC SQL
               FETCH V13C06B-V1DC0613
               INTO :NUM-REF-IGTF,
                    :CTA-CLIENTE-IGTF,
                    :IMP-IGTF,
                    :CANT-INTENTOS-IGTF
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-IGTF-NUEVOS
                   PERFORM 5600-CARGAR-IGTF
                      THRU 5600-CARGAR-IGTF-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * LEER-REINTENTO-IGTF
      ******************************************************************
       LEER-REINTENTO-IGTF.
      *
           EXEC SQL
               FETCH V13C06B-V1DC0614
               INTO :NUM-REF-IGTF,
                    :CTA-CLIENTE-IGTF,
                    :IMP-IGTF,
                    :CANT-INTENTOS-IGTF
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-IGTF-REINTENTOS
                   PERFORM 5600-CARGAR-IGTF
                      THRU 5600-CARGAR-IGTF-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                     5600-CARGAR-IGTF                           *
      *  LINEA DE CARGO DEL IGTF Y MARCA DE GENERADO EN V1DT102        *
      ******************************************************************
       5600-CARGAR-IGTF.
      *
           MOVE NUM-REF-IGTF               TO CGO-NUM-REF
           MOVE CTA-CLIENTE-IGTF           TO CGO-CTA-CLIENTE
           MOVE IMP-IGTF                   TO CGO-IMPORTE
           MOVE WS-FEC-HOY                 TO CGO-FEC-CARGO
           MOVE CT-TIP-IGTF                TO CGO-TIP-COBRO
           WRITE REG-CARGO
      *
           ADD 1                           TO CANT-INTENTOS-IGTF
      *
           EXEC SQL
               UPDATE V1DT102
                  SET EST_COBRO        = :CT-EST-GENERADO,
                      COD_MOTIVO_FALLO = ' ',
                      CANT_INTENTOS    = :CANT-INTENTOS-IGTF
                WHERE NUM_REF          = :NUM-REF-IGTF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5600-CARGAR-IGTF-EXIT.
           EXIT.
      * AD01-F
      * AD02-I : COBRO DE GASTOS DE CORRESPONSAL (V1DT130)
      ******************************************************************
      *                     4500-COBRO-GASTOS                          *
      *  GASTOS RECUPERABLES DEL ESTADO DE ORIGEN (PENDIENTE O         *
      *  FALLIDO): UNA LINEA DE CARGO POR OPERACION                    *
      ******************************************************************
       4500-COBRO-GASTOS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C06B-V1DC0615
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-GASTO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C06B-V1DC0615
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
       4500-COBRO-GASTOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-GASTO
      ******************************************************************
       LEER-GASTO.
      *
           EXEC SQL
               FETCH V13C06B-V1DC0615
               INTO :NUM-REF-GTO,
                    :CTA-CLIENTE-GTO,
                    :IMP-COBRO-GTO,
                    :CANT-INTENTOS-GTO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  WS-EST-ORIGEN EQUAL CT-EST-PENDIENTE
                       ADD 1               TO CN-GASTO-NUEVOS
                   ELSE
                       ADD 1               TO CN-GASTO-REINTENTOS
                   END-IF
                   PERFORM 5700-CARGAR-GASTO
                      THRU 5700-CARGAR-GASTO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                     5700-CARGAR-GASTO                          *
      *  LINEA DE CARGO DE LOS GASTOS DE LA OPERACION Y MARCA DE       *
      *  GENERADO EN TODAS SUS PARTIDAS DE V1DT130                     *
      ******************************************************************
       5700-CARGAR-GASTO.
      *
           MOVE NUM-REF-GTO                TO CGO-NUM-REF
           MOVE CTA-CLIENTE-GTO            TO CGO-CTA-CLIENTE
           MOVE IMP-COBRO-GTO              TO CGO-IMPORTE
           MOVE WS-FEC-HOY                 TO CGO-FEC-CARGO
           MOVE CT-TIP-GASTO               TO CGO-TIP-COBRO
           WRITE REG-CARGO
      *
           ADD 1                           TO CANT-INTENTOS-GTO
      *
           EXEC SQL
               UPDATE V1DT130
                  SET EST_COBRO        = :CT-EST-GENERADO,
                      COD_MOTIVO_FALLO = ' ',
                      CANT_INTENTOS    = :CANT-INTENTOS-GTO
                WHERE NUM_REF          = :NUM-REF-GTO
                  AND EST_COBRO        = :WS-EST-ORIGEN
                  AND IMP_COBRO        > 0
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5700-CARGAR-GASTO-EXIT.
           EXIT.
      * AD02-F
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
                   CN-CARGOS-NUEVOS
           DISPLAY 'V13C06B - REINTENTOS:             '
                   CN-REINTENTOS
      * AD01-I : COBRO DEL IGTF (V1DT102)
           DISPLAY 'V13C06B - CARGOS IGTF NUEVOS:     '
                   CN-IGTF-NUEVOS
           DISPLAY 'V13C06B - REINTENTOS IGTF:        '
                   CN-IGTF-REINTENTOS
      * AD01-F
      * AD02-I : COBRO DE GASTOS DE CORRESPONSAL (V1DT130)
           DISPLAY 'V13C06B - CARGOS GASTOS CORRESP.: '
                   CN-GASTO-NUEVOS
           DISPLAY 'V13C06B - REINTENTOS GASTOS:      '
                   CN-GASTO-REINTENTOS
      * AD02-F
      *
           SET W924-88-FIN                 TO TRUE
      * AD01-I : SE SUMAN LAS LINEAS DEL IGTF
           COMPUTE W924-CANT-GRABADOS     = CN-CARGOS-NUEVOS
                                          + CN-IGTF-NUEVOS
           COMPUTE W924-CANT-ACTUALIZADOS = CN-REINTENTOS
                                          + CN-IGTF-REINTENTOS
      * AD01-F
      * AD02-I : SE SUMAN LAS LINEAS DE GASTOS DE CORRESPONSAL
           ADD CN-GASTO-NUEVOS             TO W924-CANT-GRABADOS
           ADD CN-GASTO-REINTENTOS         TO W924-CANT-ACTUALIZADOS
      * AD02-F
           MOVE ZEROES                     TO W924-CANT-LEIDOS
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
