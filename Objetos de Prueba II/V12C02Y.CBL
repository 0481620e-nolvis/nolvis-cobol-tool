           EXEC SQL
               INCLUDE V1GT001
           END-EXEC.
      * AD07-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      *--- TABLA V1DT123
           EXEC SQL
               INCLUDE V1GT123
           END-EXEC.
      * AD07-F
      ******************************************************************
      * CURSORES                                                       *
      ******************************************************************
                     (FEC_OPE >= :WS-SQL-FECHA-DES AND
                      FEC_OPE <= :WS-SQL-FECHA-HAS) AND
                     IDF_SEGURID = '0'
      * AD07-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                     AND COD_ENT_BANCO IN
                         (SELECT COD_ENT_BANCO
                          FROM V1DT123
                          WHERE COD_USUARIO = :COD-USUARIO-ENT)
      * AD07-F
               UNION ALL
               SELECT COD_OPE_BANCO,
                      FEC_OPE,
                     (FEC_OPE >= :WS-SQL-FECHA-DES AND
                      FEC_OPE <= :WS-SQL-FECHA-HAS) AND
                     IDF_SEGURID = '0'
      * AD07-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                     AND COD_ENT_BANCO IN
                         (SELECT COD_ENT_BANCO
                          FROM V1DT123
                          WHERE COD_USUARIO = :COD-USUARIO-ENT)
      * AD07-F
                ORDER BY 6,
                         2,
                         5
           05  WS-LINEAS-JUEGO             PIC S9(05)  COMP-3
                                                       VALUE ZEROES.
      * AD06-F
      * AD08-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD08-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      * 1000-INICIO                                                    *
      ******************************************************************
       1000-INICIO.
      *
      * AD08-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD08-F
      *
           SET ADDRESS OF V1EC001          TO CAA-PTRDATA
           SET ADDRESS OF V1NC201I         TO CAA-PTR-COPYIN
       1950-VERIFICAR-ACCESO.
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
      * AD07-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE AUD-USUARIO                TO COD-USUARIO-ENT
      * AD07-F
           MOVE CAA-CODTRAN                TO W930-TRAN
           SET W930-88-MODO-ENTRADA        TO TRUE
           MOVE SPACES                     TO W930-RETORNO
           MOVE CAA-CODTRAN                TO COD-TRANSACCION
           MOVE WS-PRI-REG                 TO V157-FEC-OPE-REP(1:5)
      *
      * AD08-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD08-F
           EXEC CICS
               RETURN
           END-EXEC
      *
           .
      * AD06-F
      * AD08-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V12C02Y'                  TO W963-PROGRAMA
           MOVE AUD-CODTRAN                TO W963-TRAN
           MOVE AUD-USUARIO                TO W963-USUARIO
           MOVE AUD-TERMINAL               TO W963-TERMINAL
           MOVE CN-REGISTROS               TO W963-FILAS
           MOVE SPACES                     TO W963-CRITERIO
      *
           STRING 'DOC=' NUM-DOC-PERSONA
                  ' F=' WS-SQL-FECHA-DES '-' WS-SQL-FECHA-HAS
                  ' S=' V153-FILTRO-SEGURID
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
      * AD08-F
