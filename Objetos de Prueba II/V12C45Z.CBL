               10  WS-FV-AAAA              PIC 9(04).
               10  WS-FV-MM                PIC 9(02).
               10  WS-FV-DD                PIC 9(02).
      * AD06-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           05  WS-DEC-CONTRA               PIC 9(01)   VALUE 2.
           05  WS-IMP-CONTRA-ENT           PIC S9(15)  COMP-3
                                                       VALUE ZEROES.
      * AD06-F
      ******************************************************************
      *        IMAGEN DEL REGISTRO RECHAZADO (LAYOUT DE LA CARGA)      *
      ******************************************************************
           05  CT-BORRA                    PIC X(02)   VALUE '99'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-REPROCESADO          PIC X(01)   VALUE 'R'.
      * AD06-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           05  CT-TIP-CRUZADA              PIC X(01)   VALUE '9'.
      * AD06-F
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
           05  ME-PAIS-ERRADO              PIC X(07)   VALUE 'V1E0093'.
           05  ME-NUMREF-REQUERIDO         PIC X(07)   VALUE 'V1E0083'.
           05  ME-OPE-YA-EXISTE            PIC X(07)   VALUE 'V1E0096'.
      * AD06-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           05  ME-TASA-ERRADA              PIC X(07)   VALUE 'V1E0097'.
           05  ME-DIVISAS-IGUALES          PIC X(07)   VALUE 'V1E0266'.
      * AD06-F
           05  ME-REENVIO-CONFORME         PIC X(07)   VALUE 'V1A0512'.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      * AD02-I : CATALOGO DE MENSAJES (V1DT054 VIA V19C054)
           COPY V1WC954.
      * AD02-F
      * AD05-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD05-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD05-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD05-F
      *
           SET ADDRESS OF V1NC45ZI         TO CAA-PTR-COPYIN
      *
           MOVE FEE-COD-PAIS-CORR          TO PAISCOI
           MOVE FEE-COD-PAIS-DEST          TO PAISDEI
           MOVE FEE-IMP-OPE                TO IMPOPEI
      * AD06-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           MOVE FEE-COD-DIV-CONTRA         TO DIVCTRI
           MOVE FEE-TAS-CRUZADA            TO TASCRUI
      * AD06-F
      *
           .
       2400-CARGAR-EN-PANTALLA-EXIT.
           MOVE PAISCOI                    TO FEE-COD-PAIS-CORR
           MOVE PAISDEI                    TO FEE-COD-PAIS-DEST
           MOVE IMPOPEI                    TO FEE-IMP-OPE
      * AD06-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           MOVE DIVCTRI                    TO FEE-COD-DIV-CONTRA
           MOVE TASCRUI                    TO FEE-TAS-CRUZADA
           INSPECT FEE-TAS-CRUZADA REPLACING LEADING SPACES BY ZEROES
      * AD06-F
      *
           .
       2500-APLICAR-CORRECCION-EXIT.
               MOVE -1                     TO PAISDEL
               PERFORM REINPUT
           END-IF
      *
      * AD06-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           PERFORM 2690-VALIDAR-CRUZADA
              THRU 2690-VALIDAR-CRUZADA-EXIT
      * AD06-F
      *
           .
       2600-REVALIDAR-EXIT.
           .
       2680-VALIDAR-PAIS-EXIT.
           EXIT.
      * AD06-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      ******************************************************************
      * 2690-VALIDAR-CRUZADA                                           *
      *  LA SEGUNDA PATA DE UNA OPERACION CRUZADA, COMO EN LA CARGA:   *
      *  DIVISA EXISTENTE Y DISTINTA DE LA PRIMERA Y TASA CRUZADA      *
      *  MAYOR QUE CERO.  SE GUARDAN LOS DECIMALES DE LA DIVISA PARA   *
      *  REDONDEAR EL IMPORTE AL INSERTAR                              *
      ******************************************************************
       2690-VALIDAR-CRUZADA.
      *
           MOVE 2                          TO WS-DEC-CONTRA
      *
           IF  FEE-COD-DIV-CONTRA EQUAL SPACES OR LOW-VALUES
               IF  FEE-TIP-OPE EQUAL CT-TIP-CRUZADA
                   MOVE ME-DIVISA-ERRADA   TO CAA-COD-ERROR
                   MOVE -1                 TO DIVCTRL
                   PERFORM REINPUT
               END-IF
               GO TO 2690-VALIDAR-CRUZADA-EXIT
           END-IF
      *
           IF  FEE-COD-DIV-CONTRA EQUAL FEE-COD-DIV-OPE
               MOVE ME-DIVISAS-IGUALES     TO CAA-COD-ERROR
               MOVE -1                     TO DIVCTRL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'BKAB0003'                 TO WS-TABLA
           MOVE FEE-COD-DIV-CONTRA         TO CTBCDT03
      *
           EXEC SQL
               SELECT CTBCOD03,
                      CTBDEC03
               INTO :CTBCOD03,
                    :CTBDEC03
               FROM BKAB0003_BASE
               WHERE CTBNDT03 = :CT-TAB-SWIFT AND
                     CTBCDT03 = :CTBCDT03
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN ZEROS
               WHEN -811
                   MOVE CTBDEC03           TO WS-DEC-CONTRA

               WHEN +100
                   MOVE ME-DIVISA-ERRADA   TO CAA-COD-ERROR
                   MOVE -1                 TO DIVCTRL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  FEE-TAS-CRUZADA-R NOT NUMERIC
            OR FEE-TAS-CRUZADA-R EQUAL ZEROES
               MOVE ME-TASA-ERRADA         TO CAA-COD-ERROR
               MOVE -1                     TO TASCRUL
               PERFORM REINPUT
           END-IF
      *
           .
       2690-VALIDAR-CRUZADA-EXIT.
           EXIT.
      * AD06-F
      ******************************************************************
      * 2700-INSERTAR-OPERACION
      ******************************************************************
           MOVE 'C'                        TO CLA-CONTRAPARTE
           MOVE SPACES                     TO NUM-DOC-APODERADO
      * AD03-F
      * AD06-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      *    SEGUNDA PATA CALCULADA CON LA TASA CRUZADA, COMO EN LA CARGA
           MOVE SPACES                     TO COD-DIV-CONTRA
           MOVE ZEROES                     TO IMP-CONTRA
                                              TAS-CRUZADA
                                              TAS-BOLIVAR-CONTRA
                                              TAS-DOLAR-CONTRA
           IF  FEE-COD-DIV-CONTRA NOT EQUAL SPACES
           AND FEE-COD-DIV-CONTRA NOT EQUAL LOW-VALUES
               MOVE CT-TIP-CRUZADA         TO TIP-OPE
               MOVE FEE-COD-DIV-CONTRA     TO COD-DIV-CONTRA
               MOVE FEE-TAS-CRUZADA-R      TO TAS-CRUZADA
               IF  WS-DEC-CONTRA EQUAL ZEROES
                   COMPUTE WS-IMP-CONTRA-ENT ROUNDED =
                           IMP-OPE * TAS-CRUZADA
                   MOVE WS-IMP-CONTRA-ENT  TO IMP-CONTRA
               ELSE
                   COMPUTE IMP-CONTRA ROUNDED =
                           IMP-OPE * TAS-CRUZADA
               END-IF
               COMPUTE TAS-BOLIVAR-CONTRA ROUNDED =
                       TAS-BOLIVAR / TAS-CRUZADA
               COMPUTE TAS-DOLAR-CONTRA ROUNDED =
                       TAS-DOLAR / TAS-CRUZADA
           END-IF
      * AD06-F
      *
           EXEC SQL
               INSERT INTO V1DT001
                    TIP_PAGO,
                    IDF_SEGURID,
                    CLA_CONTRAPARTE,
      * AD06-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
                    COD_DIV_CONTRA,
                    IMP_CONTRA,
                    TAS_CRUZADA,
                    TAS_BOLIVAR_CONTRA,
                    TAS_DOLAR_CONTRA,
      * AD06-F
                    NUM_DOC_APODERADO)
               VALUES
                   (:DCLV1DT001.NUM-REF,
                    :DCLV1DT001.TIP-PAGO,
                    :DCLV1DT001.IDF-SEGURID,
                    :DCLV1DT001.CLA-CONTRAPARTE,
      * AD06-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
                    :DCLV1DT001.COD-DIV-CONTRA,
                    :DCLV1DT001.IMP-CONTRA,
                    :DCLV1DT001.TAS-CRUZADA,
                    :DCLV1DT001.TAS-BOLIVAR-CONTRA,
                    :DCLV1DT001.TAS-DOLAR-CONTRA,
      * AD06-F
                    :DCLV1DT001.NUM-DOC-APODERADO)
           END-EXEC
      *
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
      * AD02-F
      * AD05-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD05-F
           EXEC CICS
                RETURN
           END-EXEC.
       RESOLVER-CATALOGO-EXIT.
           EXIT.
      * AD02-F
      * AD05-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V12C45Z'                  TO W963-PROGRAMA
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
      * AD05-F
