           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      * AD06-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      *
           EXEC SQL
               INCLUDE V1GT123
           END-EXEC
      * AD06-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
                     FEC_OPE = :DCLV1DT001.FEC-OPE AND
                     (IDF_SEGURID = :WS-FILTRO-SEGURID OR
                      :WS-FILTRO-SEGURID = ' ')
      * AD06-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                     AND COD_ENT_BANCO IN
                         (SELECT COD_ENT_BANCO
                          FROM V1DT123
                          WHERE COD_USUARIO = :COD-USUARIO-ENT)
      * AD06-F
               UNION ALL
               SELECT NUM_DOC_PERSONA,
                      FEC_OPE,
                     FEC_OPE = :DCLV1DT001.FEC-OPE AND
                     (IDF_SEGURID = :WS-FILTRO-SEGURID OR
                      :WS-FILTRO-SEGURID = ' ')
      * AD06-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                     AND COD_ENT_BANCO IN
                         (SELECT COD_ENT_BANCO
                          FROM V1DT123
                          WHERE COD_USUARIO = :COD-USUARIO-ENT)
      * AD06-F
               ORDER BY 2,
                        3
            END-EXEC
           05  WS-LINEAS-JUEGO             PIC S9(05)  COMP-3
                                                       VALUE ZEROES.
      * AD05-F
      * AD07-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD07-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD07-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD07-F
      *
           SET ADDRESS OF V1NC200I         TO CAA-PTR-COPYIN
           SET ADDRESS OF V1EC001          TO CAA-PTRDATA
       1950-VERIFICAR-ACCESO.
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
      * AD06-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE AUD-USUARIO                TO COD-USUARIO-ENT
      * AD06-F
           MOVE CAA-CODTRAN                TO W930-TRAN
           SET W930-88-MODO-ENTRADA        TO TRUE
           MOVE SPACES                     TO W930-RETORNO
      * AD03-F
           MOVE CAA-CODTRAN                TO COD-TRANSACCION
      *
      * AD07-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD07-F
           EXEC CICS
               RETURN
           END-EXEC
      *
           .
      * AD05-F
      * AD07-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V12C01Z'                  TO W963-PROGRAMA
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
      * AD07-F
