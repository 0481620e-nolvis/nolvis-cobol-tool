           05  WS-FIRMAS-REQ-ED            PIC Z9.
           05  WS-ESPERA                   PIC X(40)   VALUE SPACES.
           05  WS-ORIGEN                   PIC X(08)   VALUE SPACES.
      * AD02-I : ENMIENDAS NO FINANCIERAS (V1DT138)
           05  WS-VAL-ANTES-VER            PIC X(22)   VALUE SPACES.
           05  WS-VAL-DESPUES-VER          PIC X(22)   VALUE SPACES.
      * AD02-F
      * AD04-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           05  WS-CANT-TRAMOS              PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-LIQUIDADOS          PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-TRAMOS-ED                PIC ZZ9.
           05  WS-LIQUIDADOS-ED            PIC ZZ9.
      * AD04-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  ME-FUERA-ENTIDAD            PIC X(07)   VALUE 'V1E0225'.
      * AD01-F
           05  ME-NUMREF-REQUERIDO         PIC X(07)   VALUE 'V1E0083'.
           05  ME-OPE-NO-EXISTE            PIC X(07)   VALUE 'V1E0098'.
      ******************************************************************
               INCLUDE V1GT069
           END-EXEC
      *
      * AD02-I : ENMIENDAS NO FINANCIERAS (V1DT138)
           EXEC SQL
               INCLUDE V1GT138
           END-EXEC
      *
      *    ENMIENDAS DE LA OPERACION, LA MAS RECIENTE PRIMERO
      *
           EXEC SQL
               DECLARE V13C23Z-V1DC23Z1
               CURSOR FOR
               SELECT SEC_ENMIENDA,
                      COD_CAMPO,
                      VAL_ANTES,
                      VAL_DESPUES,
                      EST_ENMIENDA,
                      FEC_SOLICITA,
                      IND_REFILTRO,
                      RES_REFILTRO
               FROM V1DT138
               WHERE NUM_REF = :NUM-REF-ENM
               ORDER BY SEC_ENMIENDA DESC
           END-EXEC
      *
      * AD02-F
      ******************************************************************
      *                COPY DE AUDITORIA DE NAVEGACION                 *
      ******************************************************************
           COPY V1WC930.
           COPY V1WC931.
           COPY V1WC954.
      * AD03-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD03-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD03-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD03-F
      *
           SET ADDRESS OF V1ND23ZI         TO CAA-PTR-COPYIN
      *
           .
       1950-VERIFICAR-ACCESO-EXIT.
           EXIT.
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      ******************************************************************
      *                  1970-VERIFICAR-ENTIDAD                        *
      ******************************************************************
      *  LA OPERACION DIGITADA DEBE SER DE UNA ENTIDAD JURIDICA DEL    *
      *  USUARIO (V1DT123); SI NO, SE RECHAZA COMO SI NO EXISTIERA     *
      ******************************************************************
       1970-VERIFICAR-ENTIDAD.
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
           MOVE CAA-CODTRAN                TO W930-TRAN
           SET W930-88-MODO-DATO           TO TRUE
           MOVE SPACES                     TO W930-RETORNO
                                              W930-DATO-COMPLETO
           MOVE COD-ENT-BANCO OF DCLV1DT001 TO W930-ENT-DATO
      *
           EXEC CICS
               LINK PROGRAM('V19C030')
               COMMAREA(V1WC930)
               NOHANDLE
           END-EXEC
      *
           IF  NOT W930-88-PERMITIDO
               MOVE ME-FUERA-ENTIDAD       TO CAA-COD-ERROR
               MOVE -1                     TO NUMREFL
               PERFORM REINPUT
           END-IF
      *
           .
       1970-VERIFICAR-ENTIDAD-EXIT.
           EXIT.
      * AD01-F
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
           PERFORM 2800-ETAPA-EXCEPCIONES
              THRU 2800-ETAPA-EXCEPCIONES-EXIT
      *
      * AD02-I : ENMIENDAS NO FINANCIERAS (V1DT138)
           PERFORM 2850-ETAPA-ENMIENDAS
              THRU 2850-ETAPA-ENMIENDAS-EXIT
      *
      * AD02-F
           PERFORM 2900-PROXIMA-ETAPA
              THRU 2900-PROXIMA-ETAPA-EXIT
      *
               SELECT FEC_OPE,
                      HOR_OPE,
                      IDF_SEGURID,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD01-F
                      NUM_DOC_PERSONA
               INTO  :DCLV1DT001.FEC-OPE,
                     :DCLV1DT001.HOR-OPE,
                     :DCLV1DT001.IDF-SEGURID,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                     :DCLV1DT001.COD-ENT-BANCO,
      * AD01-F
                     :DCLV1DT001.NUM-DOC-PERSONA
               FROM V1DT001
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
               PERFORM REINPUT
           END-IF
      *
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           PERFORM 1970-VERIFICAR-ENTIDAD
              THRU 1970-VERIFICAR-ENTIDAD-EXIT
      *
      * AD01-F
           MOVE SPACES                     TO WS-LINEA
           STRING '1. CAPTADA/CARGADA  '
                  FEC-OPE OF DCLV1DT001 ' '
               SELECT FEC_OPE,
                      HOR_OPE,
                      IDF_SEGURID,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD01-F
                      NUM_DOC_PERSONA
               INTO  :DCLV1DT001.FEC-OPE,
                     :DCLV1DT001.HOR-OPE,
                     :DCLV1DT001.IDF-SEGURID,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                     :DCLV1DT001.COD-ENT-BANCO,
      * AD01-F
                     :DCLV1DT001.NUM-DOC-PERSONA
               FROM V1AT001
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
      *
           MOVE 'V1DT020'                  TO WS-TABLA
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF OF DCLV1DT020
      *
      * AD04-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *    UNA OPERACION EN TRAMOS TIENE UNA INSTRUCCION POR TRAMO:
      *    SE MUESTRA CUANTOS VAN CONFIRMADOS Y SOLO ESTA LIQUIDADA
      *    CUANDO LO ESTAN TODOS
           MOVE ZEROES                     TO WS-CANT-TRAMOS
                                              WS-CANT-LIQUIDADOS
      *
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(CASE WHEN EST_LIQUIDACION = 'L'
                                     THEN 1
                                     ELSE 0
                                END), 0),
                      VALUE(MIN(FEC_EXTRAIDO), ' ')
               INTO  :WS-CANT-TRAMOS,
                     :WS-CANT-LIQUIDADOS,
                     :FEC-EXTRAIDO
               FROM V1DT020
               WHERE NUM_REF = :DCLV1DT020.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-TRAMOS GREATER 1
               IF  WS-CANT-LIQUIDADOS EQUAL WS-CANT-TRAMOS
                   MOVE 'L'                TO EST-LIQUIDACION
               ELSE
                   MOVE 'E'                TO EST-LIQUIDACION
               END-IF
               MOVE WS-CANT-TRAMOS         TO WS-TRAMOS-ED
               MOVE WS-CANT-LIQUIDADOS     TO WS-LIQUIDADOS-ED
               MOVE SPACES                 TO WS-LINEA
               STRING '4. LIQUIDACION PARCIAL '
                      WS-LIQUIDADOS-ED ' DE '
                      WS-TRAMOS-ED ' TRAMOS, EXTRAIDA '
                      FEC-EXTRAIDO
                      DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM AGREGAR-LINEA
               GO TO 2600-ETAPA-LIQUIDACION-EXIT
           END-IF
      * AD04-F
      *
           EXEC SQL
               SELECT FEC_EXTRAIDO,
           .
       2800-ETAPA-EXCEPCIONES-EXIT.
           EXIT.
      * AD02-I : ENMIENDAS NO FINANCIERAS (V1DT138)
      ******************************************************************
      * 2850-ETAPA-ENMIENDAS
      *  UNA LINEA POR ENMIENDA (V13C65M) CON CAMPO, ESTADO Y VALOR    *
      *  ANTES Y DESPUES; SIN PRIVILEGIO DE DATO COMPLETO LOS VALORES  *
      *  VAN ENMASCARADOS.  SE DEJA LUGAR PARA LA LINEA DE ESPERA      *
      ******************************************************************
       2850-ETAPA-ENMIENDAS.
      *
           MOVE 'V1DT138'                  TO WS-TABLA
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-ENM
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C23Z-V1DC23Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM 2860-LEER-ENMIENDA
              THRU 2860-LEER-ENMIENDA-EXIT
             UNTIL FIN-CURSOR
                OR WS-I NOT LESS THAN 11
      *
           EXEC SQL
               CLOSE V13C23Z-V1DC23Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2850-ETAPA-ENMIENDAS-EXIT.
           EXIT.
      ******************************************************************
      * 2860-LEER-ENMIENDA
      ******************************************************************
       2860-LEER-ENMIENDA.
      *
           EXEC SQL
               FETCH V13C23Z-V1DC23Z1
               INTO :SEC-ENMIENDA,
                    :COD-CAMPO-ENM,
                    :VAL-ANTES-ENM,
                    :VAL-DESPUES-ENM,
                    :EST-ENMIENDA,
                    :FEC-SOLICITA-ENM,
                    :IND-REFILTRO-ENM,
                    :RES-REFILTRO-ENM
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE
                   GO TO 2860-LEER-ENMIENDA-EXIT

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE WS-TABLA           TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  DATO-COMPLETO
               MOVE VAL-ANTES-ENM          TO WS-VAL-ANTES-VER
               MOVE VAL-DESPUES-ENM        TO WS-VAL-DESPUES-VER
           ELSE
               MOVE ALL '*'                TO WS-VAL-ANTES-VER
                                              WS-VAL-DESPUES-VER
           END-IF
      *
      *    ESTADO DE LA ENMIENDA, MARCA DE REFILTRADO Y SU RETORNO
           MOVE SPACES                     TO WS-LINEA
           STRING '10. ENM. '
                  FEC-SOLICITA-ENM ' '
                  COD-CAMPO-ENM ' '
                  EST-ENMIENDA ' '
                  IND-REFILTRO-ENM
                  RES-REFILTRO-ENM ' '
                  WS-VAL-ANTES-VER
                  '>'
                  WS-VAL-DESPUES-VER
                  DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           PERFORM AGREGAR-LINEA
      *
           .
       2860-LEER-ENMIENDA-EXIT.
           EXIT.
      * AD02-F
      ******************************************************************
      * 2900-PROXIMA-ETAPA
      ******************************************************************
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
      *
      * AD03-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD03-F
           EXEC CICS
                RETURN
           END-EXEC
           .
       RESOLVER-CATALOGO-EXIT.
           EXIT.
      * AD03-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V13C23Z'                  TO W963-PROGRAMA
           MOVE AUD-CODTRAN                TO W963-TRAN
           MOVE AUD-USUARIO                TO W963-USUARIO
           MOVE AUD-TERMINAL               TO W963-TERMINAL
           MOVE CN-REGISTROS               TO W963-FILAS
           MOVE SPACES                     TO W963-CRITERIO
      *
           EXEC CICS
               LINK PROGRAM('V19C063')
               COMMAREA(V1WC963)
               NOHANDLE
           END-EXEC
      *
           .
       REGISTRAR-RENDIMIENTO-EXIT.
           EXIT.
      * AD03-F
