      *               SEGURIDAD NACE EN '0' PORQUE UN CUADRE          *
      *               INTERBANCARIO NO ES OPERACION DE CLIENTE PARA   *
      *               EL CLASIFICADOR NOCTURNO                        *
      *  AD01: NO SE CAPTAN CUADRES CON UN BANCO QUE NO TENGA EN      *
      *        V1DT110 UNA DEBIDA DILIGENCIA VIGENTE A LA FECHA Y     *
      *        CON TODAS SUS VERIFICACIONES CONFORMES                 *
      *                                                                *
      *  AD03: EL TIEMPO DE RESPUESTA DE CADA EJECUCION QUEDA EN LA    *
      *        BITACORA DE RENDIMIENTO V1DT139 (RUTINA V19C063)        *
      *                                                                *
      *  AD04: NO SE ACEPTA UN CUADRE QUE LLEVE LA EXPOSICION ABIERTA  *
      *        CON EL BANCO EN LA DIVISA (CUADRES SIN LIQUIDAR EN      *
      *        V1DT020) POR ENCIMA DE SU LIMITE EN V1DT145, SALVO QUE  *
      *        EL JEFE DE TESORERIA LO FUERCE CON JUSTIFICACION; EL    *
      *        EXCESO QUEDA EN V1DT146 Y COMO ALERTA EN V1DT025        *
      *                                                                *
      ******************************************************************
      ******************************************************************
           05  WS-CANT-FERIADO             PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-DESC-AUX                 PIC X(40)   VALUE SPACES.
      * AD01-I : DEBIDA DILIGENCIA DE CORRESPONSALES (V1DT110)
           05  WS-FECHA-HOY                PIC X(08)   VALUE SPACES.
           05  WS-CANT-DILIGENCIA          PIC S9(04)  COMP
                                                       VALUE ZEROES.
      * AD01-F
      * AD04-I : LIMITES DE EXPOSICION DE LIQUIDACION (V1DT145)
           05  WS-DOC-BANCO                PIC X(15)   VALUE SPACES.
           05  WS-EXPOSICION               PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-DISPONIBLE               PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-DISPONIBLE-ED            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      * AD04-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
           05  SW-CONCEPTO                 PIC X(01).
               88  SW-88-CONCEPTO-COMPRA               VALUE 'C'.
               88  SW-88-CONCEPTO-VENTA                VALUE 'V'.
      * AD04-I : LIMITES DE EXPOSICION DE LIQUIDACION (V1DT145)
           05  SW-EXCESO-LIMITE            PIC X(01)   VALUE 'N'.
               88  SW-88-EXCESO-FORZADO                VALUE 'S'.
               88  SW-88-DENTRO-LIMITE                 VALUE 'N'.
      * AD04-F
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
           05  CT-TIP-PAGO-TRANSF          PIC X(01)   VALUE 'T'.
           05  CT-SEGURID-NORMAL           PIC X(01)   VALUE '0'.
           05  CT-CONTRAPARTE-BANCO        PIC X(01)   VALUE 'B'.
      * AD01-I : DEBIDA DILIGENCIA DE CORRESPONSALES (V1DT110)
           05  CT-CONFORME                 PIC X(01)   VALUE 'S'.
      * AD01-F
      * AD04-I : LIMITES DE EXPOSICION DE LIQUIDACION (V1DT145)
           05  CT-EST-LIQUIDADA            PIC X(01)   VALUE 'L'.
           05  CT-FORZAR                   PIC X(01)   VALUE 'S'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
      * AD04-F
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
           05  ME-OPE-YA-EXISTE            PIC X(07)   VALUE 'V1E0096'.

           05  ME-TASA-ERRADA              PIC X(07)   VALUE 'V1E0097'.
      * AD01-I : DEBIDA DILIGENCIA DE CORRESPONSALES (V1DT110)
           05  ME-BANCO-SIN-DILIGENCIA     PIC X(07)   VALUE 'V1E0203'.
      * AD01-F
      * AD04-I : LIMITES DE EXPOSICION DE LIQUIDACION (V1DT145)
           05  ME-LIMITE-EXCEDIDO          PIC X(07)   VALUE 'V1E0254'.
           05  ME-EXCESO-NO-ADMITIDO       PIC X(07)   VALUE 'V1E0255'.
           05  ME-EXCESO-AUTORIZADO        PIC X(07)   VALUE 'V1A0556'.
      * AD04-F
           05  ME-ALTA-CONFORME            PIC X(07)   VALUE 'V1A0510'.
      ******************************************************************
      *                       COPYS UTILIZADAS                         *
           COPY QCWCL20.
      * COPY DE LA RUTINA TC8C1220 DE VALIDACION DE FECHAS
           COPY TCWC1750.
      * AD04-I : LIMITES DE EXPOSICION DE LIQUIDACION (V1DT145)
      * COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      * AD04-F
      ******************************************************************
      *                       AREA DE TABLAS                           *
      ******************************************************************
               INCLUDE V1GT068
           END-EXEC
      *
      * AD01-I : DEBIDA DILIGENCIA DE CORRESPONSALES (V1DT110)
           EXEC SQL
               INCLUDE V1GT110
           END-EXEC
      * AD01-F
      * AD04-I : LIMITES DE EXPOSICION DE LIQUIDACION (V1DT145)
      *
           EXEC SQL
               INCLUDE V1GT145
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT146
           END-EXEC
      * AD04-F
      *
      ******************************************************************
      *                COPY DE AUDITORIA DE NAVEGACION                 *
      ******************************************************************
           COPY V1WC930.
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
           SET ADDRESS OF V1ND04MI         TO CAA-PTR-COPYIN
      *
      *
           PERFORM 2300-VALIDAR-CAPTURA
              THRU 2300-VALIDAR-CAPTURA-EXIT
      *
      * AD04-I : LIMITES DE EXPOSICION DE LIQUIDACION (V1DT145)
           PERFORM 2900-VERIFICAR-LIMITE
              THRU 2900-VERIFICAR-LIMITE-EXIT
      * AD04-F
      *
           PERFORM 2800-GRABAR-OPERACION
              THRU 2800-GRABAR-OPERACION-EXIT
      *
      * AD04-I : LIMITES DE EXPOSICION DE LIQUIDACION (V1DT145)
           IF  SW-88-EXCESO-FORZADO
               PERFORM 2950-REGISTRAR-EXCESO
                  THRU 2950-REGISTRAR-EXCESO-EXIT
           END-IF
      * AD04-F
      *
           MOVE ME-ALTA-CONFORME           TO CAA-COD-AVISO1
           MOVE -1                         TO NUMREFL
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
      * AD01-I : DEBIDA DILIGENCIA DE CORRESPONSALES (V1DT110)
           PERFORM 2750-VERIFICAR-DILIGENCIA
              THRU 2750-VERIFICAR-DILIGENCIA-EXIT
      * AD01-F
      *
           .
       2700-VALIDAR-BANCO-EXIT.
           EXIT.
      * AD01-I : DEBIDA DILIGENCIA DE CORRESPONSALES (V1DT110)
      ******************************************************************
      * 2750-VERIFICAR-DILIGENCIA
      *  ALGUN BIC DEL BANCO DEBE TENER EN V1DT110 UNA REVISION NO     *
      *  VENCIDA A LA FECHA, CON WOLFSBERG, LICENCIA Y SANCIONES       *
      *  CONFORMES                                                     *
      ******************************************************************
       2750-VERIFICAR-DILIGENCIA.
      *
           MOVE 'V1DT110'                  TO WS-TABLA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE COD-BANCO                  TO COD-BANCO-DILIGENCIA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-DILIGENCIA
               FROM V1DT110
               WHERE COD_BANCO       = :COD-BANCO-DILIGENCIA
                 AND FEC_VENCIMIENTO >= :WS-FECHA-HOY
                 AND IND_WOLFSBERG   = :CT-CONFORME
                 AND IND_LICENCIA    = :CT-CONFORME
                 AND IND_SANCIONES   = :CT-CONFORME
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-DILIGENCIA EQUAL ZEROES
               MOVE ME-BANCO-SIN-DILIGENCIA
                                           TO CAA-COD-ERROR
               MOVE -1                     TO CODBANL
               PERFORM REINPUT
           END-IF
      *
           .
       2750-VERIFICAR-DILIGENCIA-EXIT.
           EXIT.
      * AD01-F
      ******************************************************************
      * 2800-GRABAR-OPERACION
      *  INSERTA LA OPERACION EN V1DT001 CON EL INDICADOR DE           *
      *
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-OPE
           MOVE CODOFII                    TO COD-OPE-BANCO
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      *    LA OPERACION QUEDA EN LA ENTIDAD PRINCIPAL DEL USUARIO,
      *    DEVUELTA POR V19C030 EN 1950-VERIFICAR-ACCESO
           MOVE W930-ENTIDAD               TO COD-ENT-BANCO
      * AD02-F
           MOVE CODDIVI                    TO COD-DIV-OPE
           MOVE '1'                        TO TIP-OPE
           MOVE '1'                        TO IND-TIP-OPE
           .
       2800-GRABAR-OPERACION-EXIT.
           EXIT.
      * AD04-I : LIMITES DE EXPOSICION DE LIQUIDACION (V1DT145)
      ******************************************************************
      * 2900-VERIFICAR-LIMITE
      *  LA EXPOSICION ABIERTA CON EL BANCO EN LA DIVISA SON SUS       *
      *  CUADRES QUE NO TIENEN EN V1DT020 UNA INSTRUCCION LIQUIDADA.   *
      *  SI CON ESTE CUADRE SUPERA EL LIMITE DE V1DT145 (SIN LIMITE    *
      *  CARGADO EL LIMITE ES CERO) SE RECHAZA INFORMANDO LO           *
      *  DISPONIBLE, SALVO QUE UN SUPERVISOR (JEFE DE TESORERIA) LO    *
      *  FUERCE CON JUSTIFICACION                                      *
      ******************************************************************
       2900-VERIFICAR-LIMITE.
      *
           SET SW-88-DENTRO-LIMITE         TO TRUE
      *
           MOVE 'V1DT145'                  TO WS-TABLA
           MOVE COD-BANCO                  TO COD-BANCO-LIM
           MOVE CODDIVI                    TO COD-DIV-LIM
      *
           EXEC SQL
               SELECT IMP_LIMITE
               INTO  :IMP-LIMITE-LIM
               FROM V1DT145
               WHERE COD_BANCO = :COD-BANCO-LIM
                 AND COD_DIV   = :COD-DIV-LIM
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ZEROES             TO IMP-LIMITE-LIM

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE 'V1DT001'                  TO WS-TABLA
           MOVE COD-BANCO                  TO WS-DOC-BANCO
           MOVE ZEROES                     TO WS-EXPOSICION
      *
           EXEC SQL
               SELECT VALUE(SUM(A.IMP_OPE), 0)
               INTO  :WS-EXPOSICION
               FROM V1DT001 A
               WHERE A.CLA_CONTRAPARTE = :CT-CONTRAPARTE-BANCO
                 AND A.NUM_DOC_PERSONA = :WS-DOC-BANCO
                 AND A.COD_DIV_OPE     = :COD-DIV-LIM
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT020 B
                      WHERE B.NUM_REF         = A.NUM_REF
                        AND B.EST_LIQUIDACION = :CT-EST-LIQUIDADA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-EXPOSICION + IMP-OPE NOT GREATER THAN IMP-LIMITE-LIM
               GO TO 2900-VERIFICAR-LIMITE-EXIT
           END-IF
      *
           IF  FORZARI NOT EQUAL CT-FORZAR
               COMPUTE WS-DISPONIBLE = IMP-LIMITE-LIM - WS-EXPOSICION
               IF  WS-DISPONIBLE LESS THAN ZEROES
                   MOVE ZEROES             TO WS-DISPONIBLE
               END-IF
               MOVE WS-DISPONIBLE          TO WS-DISPONIBLE-ED
               MOVE ME-LIMITE-EXCEDIDO     TO CAA-COD-ERROR
               MOVE WS-DISPONIBLE-ED       TO CAA-VAR1-ERROR
               MOVE -1                     TO IMPOPEL
               PERFORM REINPUT
           END-IF
      *
           IF  NOT W930-88-SUPERVISOR
            OR JUSTIFI EQUAL SPACES OR LOW-VALUES
               MOVE ME-EXCESO-NO-ADMITIDO  TO CAA-COD-ERROR
               MOVE -1                     TO FORZARL
               PERFORM REINPUT
           END-IF
      *
           SET SW-88-EXCESO-FORZADO        TO TRUE
      *
           .
       2900-VERIFICAR-LIMITE-EXIT.
           EXIT.
      ******************************************************************
      * 2950-REGISTRAR-EXCESO
      *  DEJA EL EXCESO AUTORIZADO EN V1DT146 CON EL LIMITE Y LA       *
      *  EXPOSICION PREVIA, Y LO AVISA COMO ALERTA EN V1DT025          *
      ******************************************************************
       2950-REGISTRAR-EXCESO.
      *
           MOVE 'V1DT146'                  TO WS-TABLA
      *
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-EXL
           MOVE COD-BANCO-LIM              TO COD-BANCO-EXL
           MOVE COD-DIV-LIM                TO COD-DIV-EXL
           MOVE IMP-LIMITE-LIM             TO IMP-LIMITE-EXL
           MOVE WS-EXPOSICION              TO IMP-EXPOSICION-EXL
           MOVE IMP-OPE                    TO IMP-OPE-EXL
           MOVE AUD-USUARIO                TO COD-AUTORIZANTE-EXL
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-EXCESO-EXL
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-EXCESO-EXL
           MOVE JUSTIFI                    TO TXT-JUSTIFICACION-EXL
      *
           EXEC SQL
               INSERT INTO V1DT146
                   (NUM_REF,
                    COD_BANCO,
                    COD_DIV,
                    IMP_LIMITE,
                    IMP_EXPOSICION,
                    IMP_OPE,
                    COD_AUTORIZANTE,
                    FEC_EXCESO,
                    HOR_EXCESO,
                    TXT_JUSTIFICACION)
               VALUES
                   (:NUM-REF-EXL,
                    :COD-BANCO-EXL,
                    :COD-DIV-EXL,
                    :IMP-LIMITE-EXL,
                    :IMP-EXPOSICION-EXL,
                    :IMP-OPE-EXL,
                    :COD-AUTORIZANTE-EXL,
                    :FEC-EXCESO-EXL,
                    :HOR-EXCESO-EXL,
                    :TXT-JUSTIFICACION-EXL)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           SET W925-88-ALERTA              TO TRUE
           STRING 'EXCESO LIMITE LIQ. '    DELIMITED BY SIZE
                  COD-BANCO-LIM            DELIMITED BY SPACE
                  ' '                      DELIMITED BY SIZE
                  COD-DIV-LIM              DELIMITED BY SIZE
                  ' REF '                  DELIMITED BY SIZE
                  WS-NUM-REF-ALFA          DELIMITED BY SIZE
                  ' POR '                  DELIMITED BY SIZE
                  AUD-USUARIO              DELIMITED BY SPACE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           MOVE ME-EXCESO-AUTORIZADO       TO CAA-COD-AVISO2
      *
           .
       2950-REGISTRAR-EXCESO-EXIT.
           EXIT.
      * AD04-F
      ******************************************************************
      * REINPUT
      ******************************************************************
      *
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
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
           MOVE 'V13C04M'                  TO W963-PROGRAMA
           MOVE AUD-CODTRAN                TO W963-TRAN
           MOVE AUD-USUARIO                TO W963-USUARIO
           MOVE AUD-TERMINAL               TO W963-TERMINAL
           MOVE ZEROES                     TO W963-FILAS
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
