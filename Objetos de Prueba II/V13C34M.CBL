      *               LA RECEPCION ('R') SUMA; EL AJUSTE SE APLICA    *
      *               AL MOMENTO Y EL MOVIMIENTO QUEDA ASENTADO CON   *
      *               QUIEN LO REGISTRO                               *
      *  AD01: EL MOVIMIENTO SE CAPTURA DESGLOSADO POR DENOMINACION   *
      *        (HASTA SEIS VALORES FACIALES CON SU CANTIDAD DE        *
      *        BILLETES) QUE DEBE CUADRAR CON EL IMPORTE.  EL         *
      *        DESGLOSE QUEDA EN V1DT105 Y AJUSTA EL INVENTARIO POR   *
      *        DENOMINACION DE LA OFICINA (V1DT104)                   *
      *                                                                *
      *  AD02: EL TIEMPO DE RESPUESTA DE CADA EJECUCION QUEDA EN LA    *
      *        BITACORA DE RENDIMIENTO V1DT139 (RUTINA V19C063)        *
      *                                                                *
      ******************************************************************
      ******************************************************************
                                           PIC 9(13)V9(02).
           05  WS-DELTA                    PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
      * AD01-I : DESGLOSE POR DENOMINACION
           05  WS-I                        PIC 9(02)   VALUE ZEROS.
           05  WS-J                        PIC 9(02)   VALUE ZEROS.
           05  WS-DEN-ALFA                 PIC X(05)   VALUE SPACES.
           05  WS-DEN-NUM REDEFINES WS-DEN-ALFA
                                           PIC 9(05).
           05  WS-CAN-ALFA                 PIC X(07)   VALUE SPACES.
           05  WS-CAN-NUM REDEFINES WS-CAN-ALFA
                                           PIC 9(07).
           05  WS-TOT-DESGLOSE             PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-DELTA-BILLETES           PIC S9(09)       COMP-3
                                                       VALUE ZEROES.
           05  WS-TABLA-DESGLOSE.
               10  WS-DESGLOSE             OCCURS 6 TIMES.
                   15  WS-DEN-VALOR        PIC 9(05).
                   15  WS-CAN-VALOR        PIC 9(07).
      * AD01-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
      * AD01-I : DESGLOSE POR DENOMINACION (V1DT105)
           05  CT-MAX-FILAS                PIC 9(02)   VALUE 6.
      * AD01-F
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-MONTO-REQUERIDO          PIC X(07)   VALUE 'V1E0082'.
           05  ME-ALTA-CONFORME            PIC X(07)   VALUE 'V1A0510'.
      * AD01-I : DESGLOSE POR DENOMINACION (V1DT105)
           05  ME-DESGLOSE-ERRADO          PIC X(07)   VALUE 'V1E0200'.
      * AD01-F
      ******************************************************************
      *                       COPYS UTILIZADAS                         *
      ******************************************************************
               INCLUDE V1GT096
           END-EXEC
      *
      * AD01-I : DESGLOSE POR DENOMINACION (V1DT105)
           EXEC SQL
               INCLUDE V1GT104
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT105
           END-EXEC
      * AD01-F
      *
      ******************************************************************
      *                COPY DE AUDITORIA DE NAVEGACION                 *
      ******************************************************************
           COPY V1WC930.
           COPY V1WC954.
      * AD02-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD02-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *
           COPY QGECCAA.
       COPY V1ND34M.
      * AD01-I : FILAS DEL DESGLOSE POR DENOMINACION
       01  FILLER REDEFINES V1ND34MI.
           05  FILLER                      PIC X(35).
           05  FILAS-DESGLOSE OCCURS 6 TIMES.
               10  DENOML                  PIC S9(4) COMP.
               10  DENOMF                  PIC X.
               10  FILLER REDEFINES DENOMF.
                   15  DENOMA              PIC X.
               10  DENOMI                  PIC X(05).
               10  CANBIL                  PIC S9(4) COMP.
               10  CANBIF                  PIC X.
               10  FILLER REDEFINES CANBIF.
                   15  CANBIA              PIC X.
               10  CANBII                  PIC X(07).
      * AD01-F
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD02-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD02-F
      *
           SET ADDRESS OF V1ND34MI         TO CAA-PTR-COPYIN
      *
               MOVE -1                     TO IMPORTL
               PERFORM REINPUT
           END-IF
      *
      * AD01-I : EL DESGLOSE SE VALIDA COMPLETO ANTES DE GRABAR NADA
           MOVE ZEROES                     TO WS-TOT-DESGLOSE
           INITIALIZE WS-TABLA-DESGLOSE
      *
           PERFORM 2250-VALIDAR-DENOMINACION
              THRU 2250-VALIDAR-DENOMINACION-EXIT
                VARYING WS-I FROM 1 BY 1 UNTIL WS-I > CT-MAX-FILAS
      *
           IF  WS-TOT-DESGLOSE NOT EQUAL WS-IMP-NUM
               MOVE ME-DESGLOSE-ERRADO     TO CAA-COD-ERROR
               MOVE -1                     TO DENOML(1)
               PERFORM REINPUT
           END-IF
      * AD01-F
      *
           MOVE OFICINI                    TO COD-OFI-MOV
           MOVE DIVISAI                    TO COD-DIV-MOV
      *
           PERFORM 2500-AJUSTAR-INVENTARIO
              THRU 2500-AJUSTAR-INVENTARIO-EXIT
      *
      * AD01-I : DESGLOSE POR DENOMINACION (V1DT105)
           PERFORM 2700-DESGLOSAR-MOVIMIENTO
              THRU 2700-DESGLOSAR-MOVIMIENTO-EXIT
                VARYING WS-I FROM 1 BY 1 UNTIL WS-I > CT-MAX-FILAS
      * AD01-F
      *
           MOVE ME-ALTA-CONFORME           TO CAA-COD-AVISO1
           MOVE SPACES                     TO TIPMOVI
                                              IMPORTI
      * AD01-I : DESGLOSE POR DENOMINACION (V1DT105)
           PERFORM 2290-LIMPIAR-DESGLOSE
              THRU 2290-LIMPIAR-DESGLOSE-EXIT
                VARYING WS-I FROM 1 BY 1 UNTIL WS-I > CT-MAX-FILAS
      * AD01-F
           MOVE -1                         TO TIPMOVL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      * AD01-I : DESGLOSE POR DENOMINACION (V1DT105)
      ******************************************************************
      * 2250-VALIDAR-DENOMINACION
      *  UNA FILA VACIA SE IGNORA; SI TRAE DATOS, VALOR FACIAL Y       *
      *  CANTIDAD DE BILLETES DEBEN SER NUMERICOS, MAYORES QUE CERO Y  *
      *  EL VALOR FACIAL NO DEBE REPETIRSE EN OTRA FILA                *
      ******************************************************************
       2250-VALIDAR-DENOMINACION.
      *
           IF  (DENOMI(WS-I) EQUAL SPACES OR LOW-VALUES)
           AND (CANBII(WS-I) EQUAL SPACES OR LOW-VALUES)
               GO TO 2250-VALIDAR-DENOMINACION-EXIT
           END-IF
      *
           MOVE DENOMI(WS-I)               TO WS-DEN-ALFA
           INSPECT WS-DEN-ALFA REPLACING LEADING SPACES BY ZEROES
           MOVE CANBII(WS-I)               TO WS-CAN-ALFA
           INSPECT WS-CAN-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-DEN-ALFA NOT NUMERIC
            OR WS-DEN-NUM EQUAL ZEROES
               MOVE ME-DESGLOSE-ERRADO     TO CAA-COD-ERROR
               MOVE -1                     TO DENOML(WS-I)
               PERFORM REINPUT
           END-IF
      *
           IF  WS-CAN-ALFA NOT NUMERIC
            OR WS-CAN-NUM EQUAL ZEROES
               MOVE ME-DESGLOSE-ERRADO     TO CAA-COD-ERROR
               MOVE -1                     TO CANBIL(WS-I)
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2260-VERIFICAR-REPETIDA
              THRU 2260-VERIFICAR-REPETIDA-EXIT
                VARYING WS-J FROM 1 BY 1 UNTIL WS-J NOT < WS-I
      *
           MOVE WS-DEN-NUM                 TO WS-DEN-VALOR(WS-I)
           MOVE WS-CAN-NUM                 TO WS-CAN-VALOR(WS-I)
      *
           COMPUTE WS-TOT-DESGLOSE = WS-TOT-DESGLOSE
                                   + WS-DEN-NUM * WS-CAN-NUM
      *
           .
       2250-VALIDAR-DENOMINACION-EXIT.
           EXIT.
      ******************************************************************
      * 2260-VERIFICAR-REPETIDA
      ******************************************************************
       2260-VERIFICAR-REPETIDA.
      *
           IF  WS-DEN-VALOR(WS-J) EQUAL WS-DEN-NUM
               MOVE ME-DESGLOSE-ERRADO     TO CAA-COD-ERROR
               MOVE -1                     TO DENOML(WS-I)
               PERFORM REINPUT
           END-IF
      *
           .
       2260-VERIFICAR-REPETIDA-EXIT.
           EXIT.
      ******************************************************************
      * 2290-LIMPIAR-DESGLOSE
      ******************************************************************
       2290-LIMPIAR-DESGLOSE.
      *
           MOVE SPACES                     TO DENOMI(WS-I)
                                              CANBII(WS-I)
      *
           .
       2290-LIMPIAR-DESGLOSE-EXIT.
           EXIT.
      * AD01-F
      ******************************************************************
      * 2300-ASENTAR-MOVIMIENTO
      ******************************************************************
           .
       2600-CREAR-POSICION-EXIT.
           EXIT.
      * AD01-I : DESGLOSE POR DENOMINACION (V1DT105)
      ******************************************************************
      * 2700-DESGLOSAR-MOVIMIENTO
      *  ASIENTA LA FILA DEL DESGLOSE (V1DT105) Y AJUSTA LOS BILLETES  *
      *  DE ESA DENOMINACION EN LA OFICINA (V1DT104)                   *
      ******************************************************************
       2700-DESGLOSAR-MOVIMIENTO.
      *
           IF  WS-DEN-VALOR(WS-I) EQUAL ZEROES
               GO TO 2700-DESGLOSAR-MOVIMIENTO-EXIT
           END-IF
      *
           MOVE SEC-MOVIMIENTO             TO SEC-MOVIMIENTO-DEN
           MOVE WS-DEN-VALOR(WS-I)         TO VAL-DENOMINACION-MOV
           MOVE WS-CAN-VALOR(WS-I)         TO CAN-BILLETES-MOV
           MOVE 'V1DT105'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT105
                   (SEC_MOVIMIENTO,
                    VAL_DENOMINACION,
                    CAN_BILLETES)
               VALUES
                   (:SEC-MOVIMIENTO-DEN,
                    :VAL-DENOMINACION-MOV,
                    :CAN-BILLETES-MOV)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  SW-88-MOV-ENVIO
               COMPUTE WS-DELTA-BILLETES = ZERO - WS-CAN-VALOR(WS-I)
           ELSE
               MOVE WS-CAN-VALOR(WS-I)     TO WS-DELTA-BILLETES
           END-IF
      *
           MOVE OFICINI                    TO COD-OFI-DENOM
           MOVE DIVISAI                    TO COD-DIV-DENOM
           MOVE WS-DEN-VALOR(WS-I)         TO VAL-DENOMINACION
           MOVE FEC-MOVIMIENTO             TO FEC-ACTUALIZADO-DENOM
           MOVE 'V1DT104'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT104
                  SET CAN_BILLETES     = CAN_BILLETES
                                       + :WS-DELTA-BILLETES,
                      FEC_ACTUALIZADO  = :FEC-ACTUALIZADO-DENOM
                WHERE COD_OFICINA      = :COD-OFI-DENOM
                  AND COD_DIV          = :COD-DIV-DENOM
                  AND VAL_DENOMINACION = :VAL-DENOMINACION
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   PERFORM 2800-CREAR-DENOMINACION
                      THRU 2800-CREAR-DENOMINACION-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2700-DESGLOSAR-MOVIMIENTO-EXIT.
           EXIT.
      ******************************************************************
      * 2800-CREAR-DENOMINACION
      ******************************************************************
       2800-CREAR-DENOMINACION.
      *
           MOVE WS-DELTA-BILLETES          TO CAN-BILLETES
      *
           EXEC SQL
               INSERT INTO V1DT104
                   (COD_OFICINA,
                    COD_DIV,
                    VAL_DENOMINACION,
                    CAN_BILLETES,
                    FEC_ACTUALIZADO)
               VALUES
                   (:COD-OFI-DENOM,
                    :COD-DIV-DENOM,
                    :VAL-DENOMINACION,
                    :CAN-BILLETES,
                    :FEC-ACTUALIZADO-DENOM)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2800-CREAR-DENOMINACION-EXIT.
           EXIT.
      * AD01-F
      ******************************************************************
      * REINPUT
      ******************************************************************
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
      *
      * AD02-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD02-F
           EXEC CICS
               RETURN
           END-EXEC
           .
       RESOLVER-CATALOGO-EXIT.
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
           MOVE 'V13C34M'                  TO W963-PROGRAMA
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
