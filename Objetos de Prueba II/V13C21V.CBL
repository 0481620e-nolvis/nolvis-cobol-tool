           05  WS-NUM-REF-NUM REDEFINES WS-NUM-REF-ALFA
                                           PIC 9(10).
           05  WS-COD-MENSAJE              PIC X(07)   VALUE SPACES.
      * AD01-I : BLOQUEO JUDICIAL (V1DT121)
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-ALC-VENTA                PIC X(01)   VALUE SPACE.
           05  WS-ALC-TRANSF               PIC X(01)   VALUE SPACE.
      * AD01-F
      ******************************************************************
      *          AREAS DE LAS LLAMADAS MQ (DESCRIPTORES V1)            *
      ******************************************************************
           05  CT-MSG-FERIADO              PIC X(07)   VALUE 'V1E0094'.
           05  CT-MSG-DUPLICADO            PIC X(07)   VALUE 'V1E0096'.
           05  CT-MSG-EMBARGO              PIC X(07)   VALUE 'V1E0163'.
      * AD01-I : BLOQUEO JUDICIAL (V1DT121)
           05  CT-MSG-BLOQUEO              PIC X(07)   VALUE 'V1E0221'.
           05  CT-ALC-TODAS                PIC X(01)   VALUE 'A'.
           05  CT-ALC-VENTAS               PIC X(01)   VALUE 'V'.
           05  CT-ALC-TRANSF               PIC X(01)   VALUE 'T'.
           05  CT-IDF-VENTA                PIC X(01)   VALUE 'V'.
           05  CT-PAGO-TRANSF              PIC X(01)   VALUE 'T'.
           05  CT-ORDEN-VIGENTE            PIC X(01)   VALUE 'V'.
      * AD01-F
      * AD03-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
           05  CT-V19C067                  PIC X(08)   VALUE 'V19C067'.
      * AD03-F
      *    OPCIONES Y CODIGOS MQ: ABRIR PARA LEER COMPARTIDO (2) SIN
      *    FALLAR EN PARADA (8192+2=8194); GET CON ESPERA (1) FUERA
      *    DE SINCRONISMO (4), CONVERSION (16384) Y ACEPTANDO
           EXEC SQL
               INCLUDE V1GT087
           END-EXEC
      * AD01-I : BLOQUEO JUDICIAL (V1DT121)
      *
           EXEC SQL
               INCLUDE V1GT121
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT122
           END-EXEC
      * AD01-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      ******************************************************************
           COPY V1WC930.
           COPY V1WC931.
      * AD02-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD02-F
      * AD03-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
           COPY V1WC967.
      * AD03-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
      ******************************************************************
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD02-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD02-F
      *
           EXEC CICS
               IGNORE CONDITION ERROR
      *
           PERFORM 4250-VALIDAR-DUPLICADO
              THRU 4250-VALIDAR-DUPLICADO-EXIT
      *
      * AD01-I : BLOQUEO JUDICIAL (V1DT121)
           PERFORM 4260-VALIDAR-BLOQUEO
              THRU 4260-VALIDAR-BLOQUEO-EXIT
      * AD01-F
      *
      * AD03-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
           PERFORM 4270-VALIDAR-CUENTA
              THRU 4270-VALIDAR-CUENTA-EXIT
      * AD03-F
      *
           .
       4200-VALIDAR-OPERACION-EXIT.
           .
       4250-VALIDAR-DUPLICADO-EXIT.
           EXIT.
      * AD01-I : BLOQUEO JUDICIAL (V1DT121)
      ******************************************************************
      * 4260-VALIDAR-BLOQUEO
      *  CLIENTE CON UNA ORDEN JUDICIAL VIGENTE QUE ALCANZA LA         *
      *  OPERACION (A TODAS, V SOLO VENTAS, T SOLO TRANSFERENCIAS).    *
      *  LA CONSULTA DE LA TAQUILLA YA ES UN INTENTO DE OPERAR Y       *
      *  QUEDA EN V1DT122 PARA EL TRIBUNAL                             *
      ******************************************************************
       4260-VALIDAR-BLOQUEO.
      *
           IF  SOL-NUM-DOC EQUAL SPACES OR LOW-VALUES
               GO TO 4260-VALIDAR-BLOQUEO-EXIT
           END-IF
      *
           MOVE 'V1DT121'                  TO WS-TABLA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE SOL-NUM-DOC                TO NUM-DOC-BLOQUEO
           MOVE SPACES                     TO WS-ALC-VENTA
                                              WS-ALC-TRANSF
      *
           IF  SOL-IDF-CMP-VTA EQUAL CT-IDF-VENTA
               MOVE CT-ALC-VENTAS          TO WS-ALC-VENTA
           END-IF
      *
           IF  SOL-TIP-PAGO EQUAL CT-PAGO-TRANSF
               MOVE CT-ALC-TRANSF          TO WS-ALC-TRANSF
           END-IF
      *
           EXEC SQL
               SELECT VALUE(MIN(NUM_ORDEN), 0)
               INTO  :NUM-ORDEN-JUD
               FROM V1DT121
               WHERE NUM_DOC_PERSONA = :NUM-DOC-BLOQUEO
                 AND EST_ORDEN       = :CT-ORDEN-VIGENTE
                 AND FEC_DESDE      <= :WS-FEC-HOY
                 AND (FEC_HASTA      = ' '
                  OR  FEC_HASTA     >= :WS-FEC-HOY)
                 AND COD_ALCANCE    IN (:CT-ALC-TODAS,
                                        :WS-ALC-VENTA,
                                        :WS-ALC-TRANSF)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  NUM-ORDEN-JUD EQUAL ZEROES
               GO TO 4260-VALIDAR-BLOQUEO-EXIT
           END-IF
      *
           MOVE NUM-ORDEN-JUD              TO NUM-ORDEN-INT
           MOVE WS-FEC-HOY                 TO FEC-INTENTO-JUD
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-INTENTO-JUD
           MOVE CT-PROGRAMA                TO COD-PROGRAMA-INT
           MOVE SOL-NUM-DOC                TO NUM-DOC-INTENTO
           MOVE SOL-CANAL                  TO COD-USUARIO-INT
           MOVE SOL-IDF-CMP-VTA            TO IDF-CMP-VTA-INT
           MOVE SOL-TIP-PAGO               TO TIP-PAGO-INT
           MOVE SOL-COD-DIV                TO COD-DIV-INT
      *
           MOVE SOL-NUM-REF                TO WS-NUM-REF-ALFA
           INSPECT WS-NUM-REF-ALFA REPLACING LEADING SPACES BY ZEROES
           IF  WS-NUM-REF-ALFA NUMERIC
               MOVE WS-NUM-REF-NUM         TO NUM-REF-INTENTO
           ELSE
               MOVE ZEROES                 TO NUM-REF-INTENTO
           END-IF
      *
           IF  SOL-IMP-OPE-R NUMERIC
               MOVE SOL-IMP-OPE-R          TO IMP-INTENTO
           ELSE
               MOVE ZEROES                 TO IMP-INTENTO
           END-IF
      *
           MOVE 'V1DT122'                  TO WS-TABLA
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
           MOVE CT-MSG-BLOQUEO             TO WS-COD-MENSAJE
           PERFORM 4900-AGREGAR-ERROR
              THRU 4900-AGREGAR-ERROR-EXIT
      *
           .
       4260-VALIDAR-BLOQUEO-EXIT.
           EXIT.
      * AD01-F
      * AD03-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067)
      ******************************************************************
      * 4270-VALIDAR-CUENTA
      *  LA CUENTA PASIVO DEBE SER DEL CLIENTE SEGUN EL SISTEMA DE     *
      *  DEPOSITOS.  LA RUTINA V19C067 DEVUELVE EL CODIGO DEL          *
      *  CATALOGO (CUENTA DE TERCERO, INEXISTENTE O DEPOSITOS NO       *
      *  DISPONIBLE) Y ANOTA EN V1DT168 LOS USOS NO CONFORMES          *
      ******************************************************************
       4270-VALIDAR-CUENTA.
      *
           IF  SOL-CTA-PASIVO EQUAL SPACES OR LOW-VALUES
            OR SOL-NUM-DOC EQUAL SPACES OR LOW-VALUES
               GO TO 4270-VALIDAR-CUENTA-EXIT
           END-IF
      *
           INITIALIZE V1WC967
           MOVE SOL-CTA-PASIVO             TO W967-CTA-PASIVO
           MOVE SOL-NUM-DOC                TO W967-NUM-DOC-PERSONA
           MOVE CT-PROGRAMA                TO W967-PROGRAMA
           MOVE SOL-CANAL                  TO W967-USUARIO
           MOVE SPACES                     TO W967-OFICINA
           SET W967-88-EN-LINEA            TO TRUE
      *
           MOVE SOL-NUM-REF                TO WS-NUM-REF-ALFA
           INSPECT WS-NUM-REF-ALFA REPLACING LEADING SPACES BY ZEROES
           IF  WS-NUM-REF-ALFA NUMERIC
               MOVE WS-NUM-REF-NUM         TO W967-NUM-REF
           ELSE
               MOVE ZEROES                 TO W967-NUM-REF
           END-IF
      *
           CALL CT-V19C067 USING V1WC967
      *
           IF  W967-88-TITULAR
               GO TO 4270-VALIDAR-CUENTA-EXIT
           END-IF
      *
           MOVE W967-COD-MENSAJE           TO WS-COD-MENSAJE
           PERFORM 4900-AGREGAR-ERROR
              THRU 4900-AGREGAR-ERROR-EXIT
      *
           .
       4270-VALIDAR-CUENTA-EXIT.
           EXIT.
      * AD03-F
      ******************************************************************
      * 4900-AGREGAR-ERROR
      ******************************************************************
                                MQA-COMPCODE
                                MQA-REASON
      *
      * AD02-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD02-F
           EXEC CICS
               RETURN
           END-EXEC
           .
       9999-ABEND-DB2-EXIT.
           EXIT.
      * AD02-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V13C21V'                  TO W963-PROGRAMA
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
      * AD02-F
