      *  QUEDO (LA COPIA AL ARCHIVO ES IDEMPOTENTE: SE REBORRA Y       *
      *  RECOPIA LA OPERACION EN CURSO).  AL FINAL SE GRABA EL         *
      *  MANIFIESTO DE LA CORRIDA EN V1DT026                           *
      *  AD01: LA CADENA DE SELLOS DE LOS DIAS CERRADOS (V1DT163) PASA *
      *  AL ARCHIVO: CADA DIA SELLADO Y YA ARCHIVADO SE RECALCULA CON  *
      *  V19C066 DESDE V1AT001; SI CUADRA QUEDA UBICADO EN EL ARCHIVO  *
      *  ('A'), SI NO SE MARCA ALTERADO, SE AVISA POR V19C025 Y LA     *
      *  CORRIDA TERMINA CON RC 04                                     *
      *  AD02: NO SE ARCHIVA UNA OPERACION RESTAURADA (V1DT165 EN      *
      *  ESTADO 'R') HASTA QUE SU SOLICITUD SE CIERRE; EL MANIFIESTO   *
      *  LLEVA TIPO DE CORRIDA 'A' PARA DISTINGUIRLO DE LAS            *
      *  RESTAURACIONES DE V13C82B                                     *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
           05  WS-CANT-ARCHIVO             PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-DESDE-CKPT               PIC 9(04)   VALUE ZEROES.
      * AD01-I : TRASLADO DE LOS SELLOS DE INTEGRIDAD AL ARCHIVO
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
      * AD01-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
      *    CANTIDAD DE OPERACIONES MOVIDAS ENTRE UN COMMIT Y EL
      *    SIGUIENTE (UNIDAD DE REARRANQUE)
           05  CT-INTERVALO-CKPT           PIC 9(04)   VALUE 500.
      * AD01-I : TRASLADO DE LOS SELLOS DE INTEGRIDAD AL ARCHIVO
           05  CT-V19C066                  PIC X(08)   VALUE 'V19C066'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-UBICACION-VIVA           PIC X(01)   VALUE 'V'.
           05  CT-UBICACION-ARCHIVO        PIC X(01)   VALUE 'A'.
           05  CT-VERIF-CONFORME           PIC X(01)   VALUE 'C'.
           05  CT-VERIF-ALTERADO           PIC X(01)   VALUE 'X'.
      * AD01-F
      * AD02-I : RESTAURACION CONTROLADA DEL ARCHIVO
           05  CT-EST-RESTAURADA           PIC X(01)   VALUE 'R'.
           05  CT-CORRIDA-ARCHIVADO        PIC X(01)   VALUE 'A'.
      * AD02-F
      ******************************************************************
      *                      AREA DE ACUMULADORES                      *
      ******************************************************************
                                                       VALUE ZEROES.
           05  AC-HISTORIAL                PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
      * AD01-I : TRASLADO DE LOS SELLOS DE INTEGRIDAD AL ARCHIVO
           05  AC-SELLOS-TRASLADADOS       PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  AC-SELLOS-ALTERADOS         PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
      * AD01-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      * AD01-I : TRASLADO DE LOS SELLOS DE INTEGRIDAD AL ARCHIVO
      *  COPY DE LA RUTINA V19C066 (SELLO DE INTEGRIDAD)
           COPY V1WC966.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      * AD01-F
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT026
           END-EXEC
      * AD01-I : TRASLADO DE LOS SELLOS DE INTEGRIDAD AL ARCHIVO
      *
           EXEC SQL
               INCLUDE V1GT163
           END-EXEC
      * AD01-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
               SELECT NUM_REF
               FROM V1DT001
               WHERE FEC_OPE <= :WS-FEC-CORTE
      * AD02-I : RESTAURACION CONTROLADA DEL ARCHIVO
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT165 R
                      WHERE R.NUM_REF       = V1DT001.NUM_REF
                        AND R.EST_SOLICITUD = :CT-EST-RESTAURADA)
      * AD02-F
               ORDER BY NUM_REF
           END-EXEC
      * AD01-I : TRASLADO DE LOS SELLOS DE INTEGRIDAD AL ARCHIVO
      *
      *    DIAS SELLADOS HASTA EL CORTE QUE AUN FIGURAN EN LAS TABLAS
      *    VIVAS
      *
           EXEC SQL
               DECLARE V12C62B-V1DC0622
               CURSOR WITH HOLD FOR
               SELECT FEC_OPE
               FROM V1DT163
               WHERE FEC_OPE      <= :WS-FEC-CORTE
                 AND IND_UBICACION = :CT-UBICACION-VIVA
               ORDER BY FEC_OPE
           END-EXEC
      * AD01-F
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
      *
      * AD01-I : TRASLADO DE LOS SELLOS DE INTEGRIDAD AL ARCHIVO
           PERFORM 2500-TRASLADAR-SELLOS
              THRU 2500-TRASLADAR-SELLOS-EXIT
      * AD01-F
      *
           PERFORM 3000-GRABAR-MANIFIESTO
              THRU 3000-GRABAR-MANIFIESTO-EXIT
           END-IF
      *
           MOVE PAR-FEC-CORTE              TO WS-FEC-CORTE
      * AD01-I : TRASLADO DE LOS SELLOS DE INTEGRIDAD AL ARCHIVO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE ZEROES                     TO AC-SELLOS-TRASLADADOS
                                              AC-SELLOS-ALTERADOS
      * AD01-F
      *
           MOVE ZEROES                     TO AC-OPERACIONES
                                              AC-AUTORIZACIONES
           .
       5500-BORRAR-VIVAS-EXIT.
           EXIT.
      * AD01-I : TRASLADO DE LOS SELLOS DE INTEGRIDAD AL ARCHIVO
      ******************************************************************
      *                  2500-TRASLADAR-SELLOS                         *
      *  CON LAS OPERACIONES YA EN V1AT001, CADA DIA SELLADO DEL CORTE *
      *  SE RECALCULA DESDE EL ARCHIVO.  LA CADENA SIGUE VALIENDO TAL  *
      *  CUAL, PORQUE EL ARCHIVO TIENE EL MISMO LAYOUT Y LOS MISMOS    *
      *  VALORES; SOLO CAMBIA LA UBICACION DEL DIA                     *
      ******************************************************************
       2500-TRASLADAR-SELLOS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V12C62B-V1DC0622
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-SELLO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V12C62B-V1DC0622
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  AC-SELLOS-ALTERADOS GREATER ZEROES
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           .
       2500-TRASLADAR-SELLOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-SELLO
      ******************************************************************
       LEER-SELLO.
      *
           EXEC SQL
               FETCH V12C62B-V1DC0622
               INTO :FEC-OPE-SELLO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2600-TRASLADAR-DIA
                      THRU 2600-TRASLADAR-DIA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 2600-TRASLADAR-DIA
      ******************************************************************
       2600-TRASLADAR-DIA.
      *
           INITIALIZE V1WC966
           SET W966-88-COMPROBAR           TO TRUE
           MOVE FEC-OPE-SELLO              TO W966-FEC-OPE
           MOVE CT-PROGRAMA                TO W966-USUARIO
      *
           CALL CT-V19C066 USING V1WC966
      *
           EVALUATE TRUE
               WHEN W966-88-CONFORME
                   MOVE CT-UBICACION-ARCHIVO
                                           TO IND-UBICACION
                   MOVE WS-FEC-HOY         TO FEC-ARCHIVO-SELLO
                   MOVE CT-VERIF-CONFORME  TO EST-VERIFICACION
                   ADD 1                   TO AC-SELLOS-TRASLADADOS

               WHEN W966-88-ALTERADO
                   MOVE CT-UBICACION-ARCHIVO
                                           TO IND-UBICACION
                   MOVE WS-FEC-HOY         TO FEC-ARCHIVO-SELLO
                   MOVE CT-VERIF-ALTERADO  TO EST-VERIFICACION
                   ADD 1                   TO AC-SELLOS-ALTERADOS
                   DISPLAY 'V12C62B - SELLO NO CUADRA AL ARCHIVAR '
                           'EL DIA: ' FEC-OPE-SELLO
                           ' OPERACIONES: ' W966-CANT-ALTERADAS
                   MOVE CT-PROGRAMA        TO W925-PROGRAMA
                   SET W925-88-CRITICO     TO TRUE
                   MOVE SPACES             TO W925-TEXTO
                   STRING 'SELLO DE INTEGRIDAD ALTERADO DIA '
                          FEC-OPE-SELLO
                          ' (ARCHIVADO)'
                          DELIMITED BY SIZE
                          INTO W925-TEXTO
                   END-STRING
                   CALL CT-V19C025 USING V1WC925

               WHEN OTHER
                   DISPLAY 'V12C62B - ERROR EN V19C066 RETORNO: '
                           W966-RETORNO ' TABLA: ' W966-TABLA
                           ' ICSF: ' W966-ICSF-RETORNO '/'
                           W966-ICSF-MOTIVO
                   MOVE W966-SQLCODE       TO SQLCODE
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE W966-FEC-OPE               TO FEC-OPE-SELLO
      *
           EXEC SQL
               UPDATE V1DT163
                  SET IND_UBICACION    = :IND-UBICACION,
                      FEC_ARCHIVO      = :FEC-ARCHIVO-SELLO,
                      EST_VERIFICACION = :EST-VERIFICACION,
                      FEC_VERIFICACION = :WS-FEC-HOY
               WHERE FEC_OPE = :FEC-OPE-SELLO
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
       2600-TRASLADAR-DIA-EXIT.
           EXIT.
      * AD01-F
      ******************************************************************
      *                  3000-GRABAR-MANIFIESTO                        *
      ******************************************************************
           MOVE AC-OPERACIONES             TO CANT-OPERACIONES
           MOVE AC-AUTORIZACIONES          TO CANT-AUTORIZACIONES
           MOVE AC-HISTORIAL               TO CANT-HISTORIAL
      * AD02-I : RESTAURACION CONTROLADA DEL ARCHIVO
           MOVE CT-CORRIDA-ARCHIVADO       TO TIP-CORRIDA
      * AD02-F
      *
           EXEC SQL
               INSERT INTO V1DT026
                    FEC_CORTE,
                    CANT_OPERACIONES,
                    CANT_AUTORIZACIONES,
                    CANT_HISTORIAL,
      * AD02-I : RESTAURACION CONTROLADA DEL ARCHIVO
                    TIP_CORRIDA)
      * AD02-F
               VALUES
                   (:FEC-CORRIDA,
                    :HOR-CORRIDA,
                    :FEC-CORTE,
                    :CANT-OPERACIONES,
                    :CANT-AUTORIZACIONES,
                    :CANT-HISTORIAL,
      * AD02-I : RESTAURACION CONTROLADA DEL ARCHIVO
                    :TIP-CORRIDA)
      * AD02-F
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
                   AC-AUTORIZACIONES
           DISPLAY 'V12C62B - HISTORIAL:              '
                   AC-HISTORIAL
      * AD01-I : TRASLADO DE LOS SELLOS DE INTEGRIDAD AL ARCHIVO
           DISPLAY 'V12C62B - DIAS SELLADOS ARCHIVADOS: '
                   AC-SELLOS-TRASLADADOS
           DISPLAY 'V12C62B - DIAS CON SELLO ALTERADO:  '
                   AC-SELLOS-ALTERADOS
      * AD01-F
      *
           .
       6000-FIN-EXIT.
