           EXEC SQL
               INCLUDE V1GT001
           END-EXEC.
      * AD04-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      *
           EXEC SQL
               INCLUDE V1GT123
           END-EXEC.
      * AD04-F
      ******************************************************************
      *  CURSORES
      ******************************************************************
                     (COD_CPT_CMP_VTA BETWEEN
                      :WS-BPCSP020-CONCEPTO-D-ALF AND
                      :WS-BPCSP020-CONCEPTO-H-ALF)
      * AD04-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                     AND COD_ENT_BANCO IN
                         (SELECT COD_ENT_BANCO
                          FROM V1DT123
                          WHERE COD_USUARIO = :COD-USUARIO-ENT)
      * AD04-F
               ORDER BY FEC_OPE, NUM_REF
           END-EXEC.
      *
      * AD03-I : CATALOGO DE MENSAJES (V1DT054 VIA V19C054)
           COPY V1WC954.
      * AD03-F
      * AD05-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD05-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *   - ACTIVAR SWITCH DE OPERACION NO CONTABLE                    *
      ******************************************************************
       1000-INICIO.
      *
      * AD05-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD05-F
      *
           SET ADDRESS OF V1NCX03I         TO CAA-PTR-COPYIN
           SET ADDRESS OF V1EC001          TO CAA-PTRDATA
       1950-VERIFICAR-ACCESO.
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
      * AD04-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE AUD-USUARIO                TO COD-USUARIO-ENT
      * AD04-F
           MOVE CAA-CODTRAN                TO W930-TRAN
           SET W930-88-MODO-ENTRADA        TO TRUE
           MOVE SPACES                     TO W930-RETORNO
           MOVE WS-PRI-REG                 TO TO-REGISTROS
           MOVE WS-MTO-TOTAL-AUX           TO MONTO-TOTAL
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
      * AD03-F
      * AD05-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V12C20Y'                  TO W963-PROGRAMA
           MOVE AUD-CODTRAN                TO W963-TRAN
           MOVE AUD-USUARIO                TO W963-USUARIO
           MOVE AUD-TERMINAL               TO W963-TERMINAL
           MOVE ZEROES                     TO W963-FILAS
           MOVE SPACES                     TO W963-CRITERIO
      *
           STRING 'DOC=' NUM-DOC-PERSONA ' T=' TIP-PAGO
                  ' C=' WS-BPCSP020-CONCEPTO-D-ALF
                  '-'   WS-BPCSP020-CONCEPTO-H-ALF
                  DELIMITED BY SIZE INTO W963-CRITERIO
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
