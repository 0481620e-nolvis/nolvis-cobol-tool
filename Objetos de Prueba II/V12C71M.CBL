           05  ME-VIGENCIA-INVERTIDA       PIC X(07)   VALUE 'V1E0078'.
           05  ME-DELEGA-YA-EXISTE         PIC X(07)   VALUE 'V1E0136'.
           05  ME-DELEGA-NO-EXISTE         PIC X(07)   VALUE 'V1E0137'.
      * AD04-I : SEGREGACION DE FUNCIONES (V19C064)
           05  ME-CONFLICTO-FUNCIONES      PIC X(07)   VALUE 'V1E0248'.
           05  ME-FORZADO-NO-ADMITIDO      PIC X(07)   VALUE 'V1E0249'.
           05  ME-ALTA-FORZADA             PIC X(07)   VALUE 'V1A0555'.
      * AD04-F
      ******************************************************************
      *                       COPYS UTILIZADAS                         *
      ******************************************************************
           COPY QGECABC.
      * COPY PARA ERRORES DB2
           COPY QCWCL20.
      * AD04-I : SEGREGACION DE FUNCIONES (V19C064)
      * COPY DE LA RUTINA V19C064 (SEGREGACION DE FUNCIONES)
           COPY V1WC964.
      * AD04-F
      * COPY DE LA RUTINA TC8C1220 DE VALIDACION DE FECHAS
           COPY TCWC1750.
      ******************************************************************
      * AD02-I : CATALOGO DE MENSAJES (V1DT054 VIA V19C054)
           COPY V1WC954.
      * AD02-F
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
           SET ADDRESS OF V1NC71MI         TO CAA-PTR-COPYIN
      *
      *
           PERFORM 2250-VALIDAR-VIGENCIA
              THRU 2250-VALIDAR-VIGENCIA-EXIT
      *
      * AD04-I : SEGREGACION DE FUNCIONES (V19C064)
           INITIALIZE V1WC964
      *
           IF  SW-88-ACCION-ALTA
               PERFORM 2350-VERIFICAR-CONFLICTO
                  THRU 2350-VERIFICAR-CONFLICTO-EXIT
           END-IF
      * AD04-F
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   PERFORM 2500-BAJA-DELEGACION
                      THRU 2500-BAJA-DELEGACION-EXIT
           END-EVALUATE
      *
      * AD04-I : SEGREGACION DE FUNCIONES (V19C064)
           IF  W964-88-FORZADO
               PERFORM 2360-REGISTRAR-FORZADO
                  THRU 2360-REGISTRAR-FORZADO-EXIT
           END-IF
      * AD04-F
      *
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
           .
       2250-VALIDAR-VIGENCIA-EXIT.
           EXIT.
      * AD04-I : SEGREGACION DE FUNCIONES (V19C064)
      ******************************************************************
      * 2350-VERIFICAR-CONFLICTO
      *  LA FACULTAD QUE RECIBE EL DELEGADO NO DEBE FORMAR PAR EN LA   *
      *  MATRIZ DE CONFLICTOS CON UN ROL SUYO, SALVO QUE UN            *
      *  SUPERVISOR LO FUERCE CON JUSTIFICACION.  SI LA RUTINA NO      *
      *  RESPONDE LA DELEGACION SE RECHAZA                             *
      ******************************************************************
       2350-VERIFICAR-CONFLICTO.
      *
           INITIALIZE V1WC964
           SET W964-88-MODO-VERIFICAR      TO TRUE
           MOVE DELGDOI                     TO W964-USUARIO
           SET W964-88-DERECHO-FACULTAD    TO TRUE
           MOVE CODNIVI                     TO W964-COD-DERECHO
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
                   MOVE -1                 TO DELGDOL
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
      * AD04-F
      ******************************************************************
      * 2300-ALTA-DELEGACION
      *  EL SUPERVISOR QUE REGISTRA LA DELEGACION QUEDA ESTAMPADO      *
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
      * AD02-F
      * AD03-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD03-F
           EXEC CICS
               RETURN
           END-EXEC
       RESOLVER-CATALOGO-EXIT.
           EXIT.
      * AD02-F
      * AD03-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V12C71M'                  TO W963-PROGRAMA
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
