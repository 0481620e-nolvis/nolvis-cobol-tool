           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      *
           EXEC SQL
               INCLUDE V1GT123
           END-EXEC
      * AD03-F
      *
      ******************************************************************
      *                COPY DE AUDITORIA DE NAVEGACION                 *
      * AD02-I : CATALOGO DE MENSAJES (V1DT054 VIA V19C054)
           COPY V1WC954.
      * AD02-F
      * AD04-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD04-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD04-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD04-F
      *
           SET ADDRESS OF V1NC61ZI         TO CAA-PTR-COPYIN
           SET ADDRESS OF V1EC001          TO CAA-PTRDATA
       1950-VERIFICAR-ACCESO.
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE AUD-USUARIO                TO COD-USUARIO-ENT
      * AD03-F
           MOVE CAA-CODTRAN                TO W930-TRAN
           SET W930-88-MODO-ENTRADA        TO TRUE
           MOVE SPACES                     TO W930-RETORNO
               WHERE FEC_OPE = :WS-FEC-HOY
                 AND COD_CPT_CMP_VTA >= :WS-CPT-DESDE
                 AND COD_CPT_CMP_VTA <= :WS-CPT-HASTA
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND COD_ENT_BANCO IN
                     (SELECT COD_ENT_BANCO
                      FROM V1DT123
                      WHERE COD_USUARIO = :COD-USUARIO-ENT)
      * AD03-F
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               FROM V1DT001
               WHERE FEC_OPE     = :WS-FEC-HOY
                 AND IDF_SEGURID = :WS-SEGURID
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND COD_ENT_BANCO IN
                     (SELECT COD_ENT_BANCO
                      FROM V1DT123
                      WHERE COD_USUARIO = :COD-USUARIO-ENT)
      * AD03-F
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
                      FROM V1DT002 B
                      WHERE B.NUM_REF = A.NUM_REF
                        AND B.COD_NIV_AUTORIZ = :CT-NIV-FINAL)
      * AD03-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND A.COD_ENT_BANCO IN
                     (SELECT COD_ENT_BANCO
                      FROM V1DT123
                      WHERE COD_USUARIO = :COD-USUARIO-ENT)
      * AD03-F
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
      * AD02-F
      * AD04-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD04-F
           EXEC CICS
                RETURN
           END-EXEC.
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
           MOVE 'V12C61Z'                  TO W963-PROGRAMA
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
      * AD04-F
