           05  SW-COTEJA                   PIC X(01)   VALUE 'N'.
               88  COTEJA                              VALUE 'S'.
               88  NO-COTEJA                           VALUE 'N'.
      * AD04-I : REFILTRADO DE OPERACIONES ENMENDADAS (V1DT138)
           05  SW-FIN-ENMIENDAS            PIC X(01)   VALUE 'N'.
               88  FIN-ENMIENDAS                       VALUE 'S'.
               88  NO-FIN-ENMIENDAS                    VALUE 'N'.
      * AD04-F
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
      * AD02-I : CONSOLIDACION DE HALLAZGOS (V19C060)
           05  CT-V19C060                  PIC X(08)   VALUE 'V19C060'.
      * AD02-F
      * AD04-I : REFILTRADO DE OPERACIONES ENMENDADAS (V1DT138)
           05  CT-V19C061                  PIC X(08)   VALUE 'V19C061'.
      * AD04-F
           05  CT-MAX-ENTRADAS             PIC S9(04)  COMP
                                                       VALUE 1000.
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-OPERACIONES              PIC 9(07)   VALUE ZEROES.
           05  CN-COINCIDENCIAS            PIC 9(07)   VALUE ZEROES.
      * AD04-I : REFILTRADO DE OPERACIONES ENMENDADAS (V1DT138)
           05  CN-ENMENDADAS               PIC 9(07)   VALUE ZEROES.
           05  CN-ENMENDADAS-HIT           PIC 9(07)   VALUE ZEROES.
      * AD04-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY DE LA RUTINA V19C060 (CONSOLIDACION DE HALLAZGOS)
           COPY V1WC960.
      * AD02-F
      * AD04-I : REFILTRADO DE OPERACIONES ENMENDADAS (V1DT138)
      *  COPY DE LA RUTINA V19C061 (REFILTRADO DE UNA OPERACION)
           COPY V1WC961.
      * AD04-F
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT014
           END-EXEC
      * AD04-I : REFILTRADO DE OPERACIONES ENMENDADAS (V1DT138)
      *
           EXEC SQL
               INCLUDE V1GT138
           END-EXEC
      * AD04-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
                 AND FEC_HASTA >= :WS-FEC-PROCESO
               ORDER BY SEC_ENTRADA
           END-EXEC
      * AD04-I : REFILTRADO DE OPERACIONES ENMENDADAS (V1DT138)
      *
      *    ENMIENDAS APLICADAS PENDIENTES DE REFILTRADO, DE CUALQUIER
      *    FECHA, CON LOS DATOS YA ENMENDADOS DE LA OPERACION
      *
           EXEC SQL
               DECLARE V12C46B-V1DC0463
               CURSOR FOR
               SELECT E.NUM_REF,
                      E.SEC_ENMIENDA,
                      E.COD_CAMPO,
                      O.IDF_RIF_BENEF,
                      O.NOM_BENEF,
                      O.COD_PAIS_DEST
               FROM V1DT138 E,
                    V1DT001 O
               WHERE E.EST_ENMIENDA = 'A'
                 AND E.IND_REFILTRO = 'P'
                 AND O.NUM_REF      = E.NUM_REF
               ORDER BY E.NUM_REF, E.SEC_ENMIENDA
           END-EXEC
      * AD04-F
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
      *
      * AD04-I : REFILTRADO DE OPERACIONES ENMENDADAS (V1DT138)
           PERFORM 2500-REFILTRAR-ENMIENDAS
              THRU 2500-REFILTRAR-ENMIENDAS-EXIT
      * AD04-F
      *
           PERFORM 6000-FIN
              THRU 6000-FIN-EXIT
      *
           MOVE ZEROES                     TO CN-OPERACIONES
                                              CN-COINCIDENCIAS
      * AD04-I : REFILTRADO DE OPERACIONES ENMENDADAS (V1DT138)
           MOVE ZEROES                     TO CN-ENMENDADAS
                                              CN-ENMENDADAS-HIT
      * AD04-F
      *
           PERFORM 1500-CARGAR-LISTA
              THRU 1500-CARGAR-LISTA-EXIT
           .
       2000-PROCESO-EXIT.
           EXIT.
      * AD04-I : REFILTRADO DE OPERACIONES ENMENDADAS (V1DT138)
      ******************************************************************
      *                 2500-REFILTRAR-ENMIENDAS                       *
      *  CADA ENMIENDA APLICADA EN V13C65M SE REFILTRA CON LA RUTINA   *
      *  COMUN V19C061 (LISTA DE VIGILANCIA, PAIS EMBARGADO Y CASO     *
      *  ABIERTO) SOBRE LOS DATOS YA ENMENDADOS, SEA CUAL SEA LA FECHA *
      *  DE LA OPERACION, Y QUEDA MARCADA CON EL RESULTADO             *
      ******************************************************************
       2500-REFILTRAR-ENMIENDAS.
      *
           SET NO-FIN-ENMIENDAS            TO TRUE
      *
           EXEC SQL
               OPEN V12C46B-V1DC0463
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM 2550-LEER-ENMIENDA
              THRU 2550-LEER-ENMIENDA-EXIT
             UNTIL FIN-ENMIENDAS
      *
           EXEC SQL
               CLOSE V12C46B-V1DC0463
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
       2500-REFILTRAR-ENMIENDAS-EXIT.
           EXIT.
      ******************************************************************
      *                    2550-LEER-ENMIENDA                          *
      ******************************************************************
       2550-LEER-ENMIENDA.
      *
           EXEC SQL
               FETCH V12C46B-V1DC0463
               INTO :NUM-REF-ENM,
                    :SEC-ENMIENDA,
                    :COD-CAMPO-ENM,
                    :DCLV1DT001.IDF-RIF-BENEF,
                    :DCLV1DT001.NOM-BENEF,
                    :DCLV1DT001.COD-PAIS-DEST
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2600-REFILTRAR-OPERACION
                      THRU 2600-REFILTRAR-OPERACION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-ENMIENDAS       TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2550-LEER-ENMIENDA-EXIT.
           EXIT.
      ******************************************************************
      *                 2600-REFILTRAR-OPERACION                       *
      *  LA COINCIDENCIA EN LISTA O EMBARGO SE REPORTA Y SE CONSOLIDA  *
      *  EN EL CASO DE LA OPERACION (V19C060); SI YA TENIA UN CASO     *
      *  ABIERTO SOLO SE ANOTA EL RESULTADO EN LA ENMIENDA             *
      ******************************************************************
       2600-REFILTRAR-OPERACION.
      *
           ADD 1                           TO CN-ENMENDADAS
      *
           INITIALIZE V1WC961
           MOVE NUM-REF-ENM                TO W961-NUM-REF
           MOVE IDF-RIF-BENEF              TO W961-IDF-RIF
           MOVE NOM-BENEF                  TO W961-NOM-BENEF
           MOVE COD-PAIS-DEST              TO W961-COD-PAIS
           MOVE WS-FEC-HOY                 TO W961-FEC-PROCESO
      *
           CALL CT-V19C061 USING V1WC961
      *
           IF  W961-88-ERROR
               DISPLAY 'V12C46B - ERROR EN V19C061 OPERACION '
                       W961-NUM-REF
               MOVE W961-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  W961-88-LISTA OR W961-88-EMBARGO
               PERFORM 2650-REGISTRAR-HIT-ENMIENDA
                  THRU 2650-REGISTRAR-HIT-ENMIENDA-EXIT
           END-IF
      *
           MOVE W961-RETORNO               TO RES-REFILTRO-ENM
           MOVE WS-FEC-HOY                 TO FEC-REFILTRO-ENM
      *
           EXEC SQL
               UPDATE V1DT138
                  SET IND_REFILTRO = 'S',
                      RES_REFILTRO = :RES-REFILTRO-ENM,
                      FEC_REFILTRO = :FEC-REFILTRO-ENM
                WHERE NUM_REF      = :NUM-REF-ENM
                  AND SEC_ENMIENDA = :SEC-ENMIENDA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2600-REFILTRAR-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      *               2650-REGISTRAR-HIT-ENMIENDA                      *
      ******************************************************************
       2650-REGISTRAR-HIT-ENMIENDA.
      *
           ADD 1                           TO CN-ENMENDADAS-HIT
      *
           MOVE SPACES                     TO REG-HIT
           MOVE NUM-REF-ENM                TO HIT-NUM-REF
           MOVE SEC-ENMIENDA               TO HIT-SEC-ENTRADA
           MOVE 'ENM '                     TO HIT-COD-FUENTE
      *
           IF  W961-88-LISTA
               MOVE 'ENM-LIS '             TO HIT-TIPO-COTEJO
               MOVE NOM-BENEF              TO HIT-DATO-OPERACION
               MOVE IDF-RIF-BENEF          TO HIT-DATO-LISTA
           ELSE
               MOVE 'ENM-EMB '             TO HIT-TIPO-COTEJO
               MOVE COD-PAIS-DEST          TO HIT-DATO-OPERACION
               MOVE 'PAIS DE DESTINO EMBARGADO'
                                           TO HIT-DATO-LISTA
           END-IF
      *
           WRITE REG-HIT
      *
           INITIALIZE V1WC960
           MOVE CT-PROGRAMA                TO W960-PROGRAMA
           MOVE NUM-REF-ENM                TO W960-NUM-REF
           MOVE SPACES                     TO W960-DETALLE
           STRING 'REFILTRADO POR ENMIENDA DE '
                  COD-CAMPO-ENM
                  ' '
                  HIT-TIPO-COTEJO
                  DELIMITED BY SIZE
                  INTO W960-DETALLE
           END-STRING
           CALL CT-V19C060 USING V1WC960
      *
           IF  W960-88-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2650-REGISTRAR-HIT-ENMIENDA-EXIT.
           EXIT.
      * AD04-F
      ******************************************************************
      * LEER-CURSOR
      ******************************************************************
                   CN-OPERACIONES
           DISPLAY 'V12C46B - COINCIDENCIAS:          '
                   CN-COINCIDENCIAS
      * AD04-I : REFILTRADO DE OPERACIONES ENMENDADAS (V1DT138)
           DISPLAY 'V12C46B - ENMIENDAS REFILTRADAS:  '
                   CN-ENMENDADAS
           DISPLAY 'V12C46B - ENMIENDAS CON HALLAZGO: '
                   CN-ENMENDADAS-HIT
      * AD04-F
      *
           .
      * AD01-I : EVENTOS Y ALERTAS (V1DT025)
           IF  CN-COINCIDENCIAS GREATER THAN ZEROES
      * AD04-I : REFILTRADO DE OPERACIONES ENMENDADAS (V1DT138)
            OR CN-ENMENDADAS-HIT GREATER THAN ZEROES
      * AD04-F
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'C'                   TO W925-SEVERIDAD
