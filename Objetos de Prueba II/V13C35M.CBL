      *               SE QUEDA SIN CAMBIO Y TECHO POR ENCIMA DEL      *
      *               CUAL SOBRE-TIENE BILLETES.  LOS VIGILA EL       *
      *               INVENTARIO DIARIO V13C34B                       *
      *  AD01: INFORMANDO LA DENOMINACION, EL ALTA Y LA BAJA ACTUAN   *
      *        SOBRE EL PISO EN BILLETES DE ESE VALOR FACIAL          *
      *        (V1DT106) EN LUGAR DE LOS UMBRALES EN IMPORTE          *
      *                                                                *
      *  AD02: EL TIEMPO DE RESPUESTA DE CADA EJECUCION QUEDA EN LA    *
      *        BITACORA DE RENDIMIENTO V1DT139 (RUTINA V19C063)        *
      *                                                                *
      ******************************************************************
      ******************************************************************
           05  WS-IMP-ALFA                 PIC X(15)   VALUE SPACES.
           05  WS-IMP-NUM REDEFINES WS-IMP-ALFA
                                           PIC 9(13)V9(02).
      * AD01-I : PISO POR DENOMINACION
           05  WS-DEN-ALFA                 PIC X(05)   VALUE SPACES.
           05  WS-DEN-NUM REDEFINES WS-DEN-ALFA
                                           PIC 9(05).
           05  WS-CAN-ALFA                 PIC X(07)   VALUE SPACES.
           05  WS-CAN-NUM REDEFINES WS-CAN-ALFA
                                           PIC 9(07).
      * AD01-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-MONTO-REQUERIDO          PIC X(07)   VALUE 'V1E0082'.
           05  ME-ENTRADA-NO-EXISTE        PIC X(07)   VALUE 'V1E0106'.
      * AD01-I : PISO POR DENOMINACION (V1DT106)
           05  ME-DESGLOSE-ERRADO          PIC X(07)   VALUE 'V1E0200'.
      * AD01-F
           05  ME-ALTA-CONFORME            PIC X(07)   VALUE 'V1A0510'.
      ******************************************************************
      *                       COPYS UTILIZADAS                         *
               INCLUDE V1GT097
           END-EXEC
      *
      * AD01-I : PISO POR DENOMINACION (V1DT106)
           EXEC SQL
               INCLUDE V1GT106
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
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD02-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD02-F
      *
           SET ADDRESS OF V1ND35MI         TO CAA-PTR-COPYIN
      *
               MOVE -1                     TO OFICINL
               PERFORM REINPUT
           END-IF
      *
      * AD01-I : PISO POR DENOMINACION (V1DT106)
           IF  DENOMI NOT EQUAL SPACES AND NOT EQUAL LOW-VALUES
               PERFORM 2600-PISO-DENOMINACION
                  THRU 2600-PISO-DENOMINACION-EXIT
               MOVE ME-ALTA-CONFORME       TO CAA-COD-AVISO1
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      * AD01-F
      *
           MOVE OFICINI                    TO COD-OFI-UMBRAL
           MOVE DIVISAI                    TO COD-DIV-UMBRAL
           .
       2500-BAJA-UMBRAL-EXIT.
           EXIT.
      * AD01-I : PISO POR DENOMINACION (V1DT106)
      ******************************************************************
      * 2600-PISO-DENOMINACION
      *  EL ALTA SOBRE UNA DENOMINACION YA DEFINIDA REEMPLAZA SU PISO  *
      ******************************************************************
       2600-PISO-DENOMINACION.
      *
           MOVE DENOMI                     TO WS-DEN-ALFA
           INSPECT WS-DEN-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-DEN-ALFA NOT NUMERIC
            OR WS-DEN-NUM EQUAL ZEROES
               MOVE ME-DESGLOSE-ERRADO     TO CAA-COD-ERROR
               MOVE -1                     TO DENOML
               PERFORM REINPUT
           END-IF
      *
           MOVE OFICINI                    TO COD-OFI-PISO-DEN
           MOVE DIVISAI                    TO COD-DIV-PISO-DEN
           MOVE WS-DEN-NUM                 TO VAL-DENOMINACION-PISO
           MOVE 'V1DT106'                  TO WS-TABLA
      *
           IF  SW-88-ACCION-BAJA
               PERFORM 2800-BAJA-PISO-DENOM
                  THRU 2800-BAJA-PISO-DENOM-EXIT
               GO TO 2600-PISO-DENOMINACION-EXIT
           END-IF
      *
           MOVE CANPISI                    TO WS-CAN-ALFA
           INSPECT WS-CAN-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-CAN-ALFA NOT NUMERIC
            OR WS-CAN-NUM EQUAL ZEROES
               MOVE ME-DESGLOSE-ERRADO     TO CAA-COD-ERROR
               MOVE -1                     TO CANPISL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-CAN-NUM                 TO CAN-PISO
      *
           EXEC SQL
               INSERT INTO V1DT106
                   (COD_OFICINA,
                    COD_DIV,
                    VAL_DENOMINACION,
                    CAN_PISO)
               VALUES
                   (:COD-OFI-PISO-DEN,
                    :COD-DIV-PISO-DEN,
                    :VAL-DENOMINACION-PISO,
                    :CAN-PISO)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-DUPREC
                   PERFORM 2700-CAMBIAR-PISO-DENOM
                      THRU 2700-CAMBIAR-PISO-DENOM-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2600-PISO-DENOMINACION-EXIT.
           EXIT.
      ******************************************************************
      * 2700-CAMBIAR-PISO-DENOM
      ******************************************************************
       2700-CAMBIAR-PISO-DENOM.
      *
           EXEC SQL
               UPDATE V1DT106
                  SET CAN_PISO         = :CAN-PISO
                WHERE COD_OFICINA      = :COD-OFI-PISO-DEN
                  AND COD_DIV          = :COD-DIV-PISO-DEN
                  AND VAL_DENOMINACION = :VAL-DENOMINACION-PISO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2700-CAMBIAR-PISO-DENOM-EXIT.
           EXIT.
      ******************************************************************
      * 2800-BAJA-PISO-DENOM
      ******************************************************************
       2800-BAJA-PISO-DENOM.
      *
           EXEC SQL
               DELETE FROM V1DT106
                WHERE COD_OFICINA      = :COD-OFI-PISO-DEN
                  AND COD_DIV          = :COD-DIV-PISO-DEN
                  AND VAL_DENOMINACION = :VAL-DENOMINACION-PISO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-ENTRADA-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO DENOML
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2800-BAJA-PISO-DENOM-EXIT.
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
           MOVE 'V13C35M'                  TO W963-PROGRAMA
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
