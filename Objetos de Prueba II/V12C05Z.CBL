           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      *
           EXEC SQL
               INCLUDE V1GT123
           END-EXEC
      * AD03-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
                   WHERE NOM_BENEF LIKE :WS-NOM-NOMBRE
                     AND (:WS-RIF-PARCIAL = SPACES OR
                          NUM_DOC_PERSONA LIKE :WS-RIF-PARCIAL)
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                     AND COD_ENT_BANCO IN
                         (SELECT COD_ENT_BANCO
                          FROM V1DT123
                          WHERE COD_USUARIO = :COD-USUARIO-ENT)
      * AD03-F
                   ORDER BY NOM_BENEF,
                            NUM_DOC_PERSONA
           END-EXEC
      * AD02-I : CATALOGO DE MENSAJES (V1DT054 VIA V19C054)
           COPY V1WC954.
      * AD02-F
      * AD04-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD04-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *   - ACTIVAR SWITCH DE OPERACION NO CONTABLE                    *
      ******************************************************************
       1000-INICIO.
      *
      * AD04-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD04-F
      *
           SET ADDRESS OF V1EC001          TO CAA-PTRDATA
           SET ADDRESS OF QCRMGTSI         TO CAA-PTR-COPYIN
       1950-VERIFICAR-ACCESO.
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE AUD-USUARIO                TO COD-USUARIO-ENT
      * AD03-F
           MOVE CAA-CODTRAN                TO W930-TRAN
           SET W930-88-MODO-ENTRADA        TO TRUE
           MOVE SPACES                     TO W930-RETORNO
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
      * AD02-F
      * AD04-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD04-F
           EXEC CICS
                RETURN
           END-EXEC
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
           MOVE 'V12C05Z'                  TO W963-PROGRAMA
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
