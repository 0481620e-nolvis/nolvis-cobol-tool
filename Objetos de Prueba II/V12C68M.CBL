           05  ME-ROL-NO-EXISTE            PIC X(07)   VALUE 'V1E0127'.
           05  ME-ASIGNA-YA-EXISTE         PIC X(07)   VALUE 'V1E0128'.
           05  ME-ASIGNA-NO-EXISTE         PIC X(07)   VALUE 'V1E0129'.
      * AD02-I : SEGREGACION DE FUNCIONES (V19C064)
           05  ME-CONFLICTO-FUNCIONES      PIC X(07)   VALUE 'V1E0248'.
           05  ME-FORZADO-NO-ADMITIDO      PIC X(07)   VALUE 'V1E0249'.
           05  ME-ALTA-FORZADA             PIC X(07)   VALUE 'V1A0555'.
      * AD02-F
      ******************************************************************
      *                       COPYS UTILIZADAS                         *
      ******************************************************************
           COPY QGECABC.
      * COPY PARA ERRORES DB2
           COPY QCWCL20.
      * AD02-I : SEGREGACION DE FUNCIONES (V19C064)
      * COPY DE LA RUTINA V19C064 (SEGREGACION DE FUNCIONES)
           COPY V1WC964.
      * AD02-F
      ******************************************************************
      *                       AREA DE TABLAS                           *
      ******************************************************************
      ******************************************************************
      *                COPY DE AUDITORIA DE NAVEGACION                 *
      ******************************************************************
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD01-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD01-F
      *
           SET ADDRESS OF V1NC68MI         TO CAA-PTR-COPYIN
      *
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
      * AD02-I : SEGREGACION DE FUNCIONES (V19C064)
           PERFORM 2350-VERIFICAR-CONFLICTO
              THRU 2350-VERIFICAR-CONFLICTO-EXIT
      * AD02-F
      *
           MOVE 'V1DT032'                  TO WS-TABLA
      *
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
      * AD02-I : SEGREGACION DE FUNCIONES (V19C064)
           IF  W964-88-FORZADO
               PERFORM 2360-REGISTRAR-FORZADO
                  THRU 2360-REGISTRAR-FORZADO-EXIT
           END-IF
      * AD02-F
      *
           .
       2300-ALTA-ASIGNACION-EXIT.
           EXIT.
      * AD02-I : SEGREGACION DE FUNCIONES (V19C064)
      ******************************************************************
      * 2350-VERIFICAR-CONFLICTO
      *  EL ROL NO DEBE FORMAR PAR EN LA MATRIZ DE CONFLICTOS CON      *
      *  OTRO ROL O FACULTAD DE FIRMA DEL USUARIO, SALVO QUE UN        *
      *  SUPERVISOR LO FUERCE CON JUSTIFICACION.  SI LA RUTINA NO      *
      *  RESPONDE LA ASIGNACION SE RECHAZA                             *
      ******************************************************************
       2350-VERIFICAR-CONFLICTO.
      *
           INITIALIZE V1WC964
           SET W964-88-MODO-VERIFICAR      TO TRUE
           MOVE USUARII                    TO W964-USUARIO
           SET W964-88-DERECHO-ROL         TO TRUE
           MOVE CODROLI                    TO W964-COD-DERECHO
           MOVE AUD-USUARIO                TO W964-OPERADOR
           MOVE AUD-CODTRAN                TO W964-TRAN
           MOVE FORZARI                    TO W964-FORZAR
           MOVE JUSTIFI                    TO W964-JUSTIFICACION
      *
           EXEC CICS
               LINK PROGRAM('V19C064')
               COMMAREA(V1WC964)
               NOHANDLE
           END-EXEC
      *
           EVALUATE TRUE
               WHEN W964-88-SIN-CONFLICTO
               WHEN W964-88-FORZADO
                   CONTINUE

               WHEN W964-88-FORZADO-NO-ADMITIDO
                   MOVE ME-FORZADO-NO-ADMITIDO
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO FORZARL
                   PERFORM REINPUT

               WHEN OTHER
                   MOVE ME-CONFLICTO-FUNCIONES
                                           TO CAA-COD-ERROR
                   MOVE W964-DESC-CONFLICTO(1:30)
                                           TO CAA-VAR1-ERROR
                   MOVE -1                 TO CODROLL
                   PERFORM REINPUT
           END-EVALUATE
      *
           .
       2350-VERIFICAR-CONFLICTO-EXIT.
           EXIT.
      ******************************************************************
      * 2360-REGISTRAR-FORZADO
      *  LA ASIGNACION FORZADA YA ESTA GRABADA; QUEDA CONSTANCIA EN    *
      *  V1DT144 CON LA JUSTIFICACION Y EL SUPERVISOR                  *
      ******************************************************************
       2360-REGISTRAR-FORZADO.
      *
           SET W964-88-MODO-REGISTRAR      TO TRUE
      *
           EXEC CICS
               LINK PROGRAM('V19C064')
               COMMAREA(V1WC964)
               NOHANDLE
           END-EXEC
      *
           MOVE ME-ALTA-FORZADA            TO CAA-COD-AVISO1
      *
           .
       2360-REGISTRAR-FORZADO-EXIT.
           EXIT.
      * AD02-F
      ******************************************************************
      * 2500-BAJA-ASIGNACION
      ******************************************************************
      ******************************************************************
       3000-FIN.
      *
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD01-F
           EXEC CICS
               RETURN
           END-EXEC
           .
       9999-ABEND-DB2-EXIT.
           EXIT.
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V12C68M'                  TO W963-PROGRAMA
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
      * AD01-F
