           05  CT-BORRA                    PIC X(02)   VALUE '99'.
           05  CT-EST-CUARENTENA           PIC X(01)   VALUE 'C'.
           05  CT-EST-REPARADA             PIC X(01)   VALUE 'R'.
      * AD05-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
           05  CT-V19C067                  PIC X(08)   VALUE 'V19C067'.
      * AD05-F
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
           05  ME-DIVISA-ERRADA            PIC X(07)   VALUE 'V1E0092'.
           05  ME-PAIS-ERRADO              PIC X(07)   VALUE 'V1E0093'.
           05  ME-REPARACION-CONFORME      PIC X(07)   VALUE 'V1A0527'.
      * AD05-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
           05  ME-CUARENTENA-CUENTA        PIC X(07)   VALUE 'V1E0292'.
           05  ME-DEPOSITOS-NO-DISP        PIC X(07)   VALUE 'V1E0294'.
      * AD05-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      * AD02-I : CATALOGO DE MENSAJES (V1DT054 VIA V19C054)
           COPY V1WC954.
      * AD02-F
      * AD04-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD04-F
      * AD05-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
           COPY V1WC967.
      * AD05-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD04-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD04-F
      *
           SET ADDRESS OF V1NC81ZI         TO CAA-PTR-COPYIN
      *
      *
           EXEC SQL
               SELECT EST_CUARENTENA
      * AD05-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
                     ,COD_ERRORES
      * AD05-F
               INTO  :EST-CUARENTENA
      * AD05-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
                     ,:COD-ERRORES
      * AD05-F
               FROM V1DT050
               WHERE NUM_REF = :DCLV1DT050.NUM-REF
           END-EXEC
               MOVE -1                     TO PAISDEL
               PERFORM REINPUT
           END-IF
      *
      * AD05-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
           IF  COD-ERRORES(1:7) EQUAL ME-CUARENTENA-CUENTA
               PERFORM 2560-VERIFICAR-CUENTA
                  THRU 2560-VERIFICAR-CUENTA-EXIT
           END-IF
      * AD05-F
      *
           MOVE 'V1QT001'                  TO WS-TABLA
           MOVE PAISCOI                    TO WS-PAIS-CORR-N
           .
       2550-VALIDAR-PAIS-EXIT.
           EXIT.
      * AD05-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
      ******************************************************************
      * 2560-VERIFICAR-CUENTA
      *  LA OPERACION PUESTA EN CUARENTENA POR CUENTA PASIVO DE UN     *
      *  TERCERO SOLO SE LIBERA SI EL SISTEMA DE DEPOSITOS CONFIRMA    *
      *  AHORA LA TITULARIDAD (P.EJ. EL CLIENTE FUE INCLUIDO COMO      *
      *  COTITULAR); EN OTRO CASO SIGUE RETENIDA                       *
      ******************************************************************
       2560-VERIFICAR-CUENTA.
      *
           MOVE 'V1QT001'                  TO WS-TABLA
           INITIALIZE V1WC967
      *
           EXEC SQL
               SELECT CTA_PASIVO_CL,
                      NUM_DOC_PERSONA,
                      COD_OPE_BANCO
               INTO  :W967-CTA-PASIVO,
                     :W967-NUM-DOC-PERSONA,
                     :W967-OFICINA
               FROM V1QT001
               WHERE NUM_REF = :DCLV1DT050.NUM-REF
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-CUARENTENA-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMREFL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE CT-PROGRAMA                TO W967-PROGRAMA
           MOVE AUD-USUARIO                TO W967-USUARIO
           MOVE NUM-REF OF DCLV1DT050      TO W967-NUM-REF
           SET W967-88-EN-LINEA            TO TRUE
      *
           CALL CT-V19C067 USING V1WC967
      *
           EVALUATE TRUE
               WHEN W967-88-TITULAR
                   CONTINUE

               WHEN W967-88-SIN-SERVICIO
                   MOVE ME-DEPOSITOS-NO-DISP
                                           TO CAA-COD-ERROR
                   MOVE W967-COD-ERROR     TO CAA-VAR1-ERROR
                   MOVE -1                 TO NUMREFL
                   PERFORM REINPUT

               WHEN OTHER
                   MOVE ME-CUARENTENA-CUENTA
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMREFL
                   PERFORM REINPUT
           END-EVALUATE
      *
           .
       2560-VERIFICAR-CUENTA-EXIT.
           EXIT.
      * AD05-F
      ******************************************************************
      * LISTAR-CUARENTENA
      ******************************************************************
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
      * AD02-F
      * AD04-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD04-F
           EXEC CICS
                RETURN
           END-EXEC.
       RESOLVER-CATALOGO-EXIT.
           EXIT.
      * AD02-F
      * AD04-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V12C81Z'                  TO W963-PROGRAMA
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
      * AD04-F
