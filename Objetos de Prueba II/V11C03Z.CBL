      * AD04-I : CATALOGO DE MENSAJES (V1DT054 VIA V19C054)
           COPY V1WC954.
      * AD04-F
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
           SET ADDRESS OF V1NCX20I         TO CAA-PTR-COPYIN
           SET ADDRESS OF V1EC001          TO CAA-PTRDATA
      * AD04-F
           MOVE CAA-CODTRAN                TO COD-TRANSACCION
      *
      * AD05-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD05-F
           EXEC CICS
               RETURN
           END-EXEC
       RESOLVER-CATALOGO-EXIT.
           EXIT.
      * AD04-F
      * AD05-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V11C03Z'                  TO W963-PROGRAMA
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
      * AD05-F
