      ******************************************************************
      *                COPY DE AUDITORIA DE NAVEGACION                 *
      ******************************************************************
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
           SET ADDRESS OF V1NC007I          TO CAA-PTR-COPYIN
           SET ADDRESS OF V1EC001           TO CAA-PTRDATA
      ******************************************************************
       6000-FIN.
      *
      * AD02-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD02-F
           EXEC CICS
               RETURN
           END-EXEC
       9999-LINK-ABEND-EXIT.
           EXIT.
      *
      * AD02-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V11C01Y'                  TO W963-PROGRAMA
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
